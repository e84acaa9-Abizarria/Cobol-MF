       FD  CADVAS.

       01  REG-VAS.
           03  CHV-VAS          PIC  X(03).
           03  DES-VAS          PIC  X(25).
           03  PRX-VAS          PIC  X(01).
           03  SUF-VAS          PIC  9(03).
           03  PRD-VAS          PIC  X(01).
           03  SFD-VAS          PIC  9(03).
           03  DEP-VAS          PIC  9(05)V99.
           03  CHE-VAS          PIC S9(05).
           03  VAZ-VAS          PIC S9(05).
           03  EMP-VAS          PIC S9(05).
           03  DTC-VAS          PIC  9(06).
           03  CTC-VAS          PIC  9(05).
           03  CTV-VAS          PIC  9(05).
