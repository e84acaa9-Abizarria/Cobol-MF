       FD  CADPRT.

       01  REG-PRT.
           03  NUM-PRT          PIC  9(06).
           03  CLI-PRT          PIC  9(05).
           03  DTA-PRT          PIC  9(06).
           03  DTV-PRT          PIC  9(06).
           03  VAL-PRT          PIC  9(07)V99.
           03  DST-PRT          PIC  X(01).
           03  DTE-PRT          PIC  9(06).
           03  STA-PRT          PIC  X(01).
           03  DTS-PRT          PIC  9(06).
           03  PTC-PRT          PIC  X(15).
           03  CUS-PRT          PIC  9(05)V99.
           03  DTR-PRT          PIC  9(06).
           03  OPR-PRT          PIC  X(10).
