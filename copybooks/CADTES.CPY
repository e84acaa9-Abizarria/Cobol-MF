       FD  CADTES.

       01  REG-TES.
           03  CHV-TES.
               05  TNQ-TES      PIC  9(02).
               05  TIP-TES      PIC  X(01).
               05  DTA-TES      PIC  9(06).
           03  EMP-TES          PIC  X(30).
           03  RSL-TES          PIC  X(01).
           03  CRT-TES          PIC  X(15).
           03  PRX-TES          PIC  9(06).
           03  VAP-TES          PIC  9(05).
           03  PRD-TES          PIC  9(03)V9.
           03  OPR-TES          PIC  X(10).
           03  HRA-TES          PIC  X(10).
