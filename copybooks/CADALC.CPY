       FD  CADALC.

       01  REG-ALC.
           03  CHV-ALC          PIC  X(10).
           03  LIM-ALC          PIC  9(09)V99.
           03  APR-ALC          PIC  X(01).
