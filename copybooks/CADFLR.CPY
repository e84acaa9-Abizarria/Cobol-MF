       FD  CADFLR.

       01  REG-FLR.
           03  NUM-FLR          PIC  9(06).
           03  CLI-FLR          PIC  9(05).
           03  TLR-FLR          PIC  9(06).
           03  STA-FLR          PIC  X(01).
           03  DTA-FLR          PIC  9(06).
           03  VAL-FLR          PIC  9(06)V99.
           03  MOT-FLR          PIC  X(30).
           03  OPR-FLR          PIC  X(10).
