       FD  CADPRP.

       01  REG-PRP.
           03  CHV-PRP.
               05  CLI-PRP      PIC  9(05).
               05  TIP-PRP      PIC  X(01).
               05  IDT-PRP      PIC  X(07).
               05  PRX-PRP      PIC  X(10).
               05  SUF-PRP      PIC  9(03).
           03  DTA-PRP          PIC  9(06).
           03  OPR-PRP          PIC  X(10).
