       FD  CADPEM.

       01  REG-PEM.
           03  CHV-PEM.
               05  NUM-PEM      PIC  X(15).
               05  PAR-PEM      PIC  9(03).
           03  TIP-PEM          PIC  X(01).
           03  DTV-PEM          PIC  9(06).
           03  AMR-PEM          PIC  9(09)V99.
           03  JUR-PEM          PIC  9(07)V99.
           03  PRE-PEM          PIC  9(09)V99.
           03  SDO-PEM          PIC  9(09)V99.
           03  STA-PEM          PIC  X(01).
           03  LDA-PEM          PIC  X(10).
           03  LDJ-PEM          PIC  X(10).
