       FD  CADFSV.

       01  REG-FSV.
           03  CHV-FSV          PIC  9(04).
           03  TSV-FSV          PIC  X(04).
           03  SMP-FSV          PIC  X(01).
