       FD  CADMVS.

       01  REG-MVS.
           03  CHV-MVS.
               05  DTA-MVS      PIC  9(06).
               05  SEQ-MVS      PIC  9(04).
           03  TIP-MVS          PIC  X(03).
           03  OPE-MVS          PIC  X(01).
           03  QTD-MVS          PIC  9(05).
           03  VAL-MVS          PIC  9(07)V99.
           03  DOC-MVS          PIC  9(09).
           03  OPR-MVS          PIC  X(10).
           03  HRA-MVS          PIC  X(10).
