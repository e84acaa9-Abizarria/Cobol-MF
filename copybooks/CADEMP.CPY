       FD  CADEMP.

       01  REG-EMP.
           03  CHV-EMP          PIC  X(15).
           03  BCO-EMP          PIC  9(03).
           03  DES-EMP          PIC  X(30).
           03  DTC-EMP          PIC  9(06).
           03  DTV-EMP          PIC  9(06).
           03  VAL-EMP          PIC  9(09)V99.
           03  TAX-EMP          PIC  9(02)V9(04).
           03  PRZ-EMP          PIC  9(03).
           03  MET-EMP          PIC  X(01).
           03  STA-EMP          PIC  X(01).
           03  ULT-EMP          PIC  9(03).
           03  DTQ-EMP          PIC  9(06).
           03  OPR-EMP          PIC  X(10).
