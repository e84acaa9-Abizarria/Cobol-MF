       FD  CADCCL.

       01  REG-CCL.
           03  CHV-CCL          PIC  9(05).
           03  TIP-CCL          PIC  X(01).
           03  DIA-CCL          PIC  9(02).
           03  RVN-CCL          PIC  X(01).
           03  PRZ-CCL          PIC  9(03).
           03  ULT-CCL          PIC  9(06).
           03  DTA-CCL          PIC  9(06).
           03  OPR-CCL          PIC  X(10).
