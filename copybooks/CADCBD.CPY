       FD  CADCBD.

       01  REG-CBD.
           03  CHV-CBD.
               05  FRN-CBD      PIC  9(04).
               05  PRX-CBD      PIC  X(01).
               05  SUF-CBD      PIC  9(03).
           03  DTI-CBD          PIC  9(06).
           03  DTF-CBD          PIC  9(06).
           03  VMN-CBD          PIC  9(07)V9.
           03  BON-CBD          PIC  9(01)V9(04).
           03  MUL-CBD          PIC  9(01)V9(04).
           03  OPR-CBD          PIC  X(10).
