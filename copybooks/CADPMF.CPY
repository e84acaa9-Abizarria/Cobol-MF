       FD  CADPMF.

       01  REG-PMF.
           03  CHV-PMF.
               05  AMS-PMF      PIC  9(04).
               05  PRX-PMF      PIC  X(10).
               05  SUF-PMF      PIC  9(03).
           03  PMF-PMF          PIC  9(05)V9(04).
           03  MVA-PMF          PIC  9(03)V99.
           03  ALQ-PMF          PIC  9(02)V99.
