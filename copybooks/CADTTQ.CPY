       FD  CADTTQ.

       01  REG-TTQ.
           03  CHV-TTQ.
               05  DTA-TTQ      PIC  9(06).
               05  SEQ-TTQ      PIC  9(04).
           03  HRA-TTQ          PIC  X(10).
           03  TNO-TTQ          PIC  9(02).
           03  TND-TTQ          PIC  9(02).
           03  CMB-TTQ          PIC  9(06)V99.
           03  QTD-TTQ          PIC  9(06)V9.
           03  OPR-TTQ          PIC  X(10).
           03  MOT-TTQ          PIC  X(30).
