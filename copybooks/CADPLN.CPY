       FD  CADPLN.

       01  REG-PLN.
           03  CHV-PLN          PIC  9(03).
           03  DES-PLN          PIC  X(30).
           03  VAL-PLN          PIC  9(05)V99.
           03  QTD-PLN          PIC  9(03).
           03  LDI-PLN          PIC  9(02).
           03  MES-PLN          PIC  9(02).
           03  STA-PLN          PIC  X(01).
           03  SRV-PLN          OCCURS  05.
               05  PRX-PLN      PIC  X(01).
               05  SUF-PLN      PIC  9(03).
           03  DTA-PLN          PIC  9(06).
           03  OPR-PLN          PIC  X(10).
