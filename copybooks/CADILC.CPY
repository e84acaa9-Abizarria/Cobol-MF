       FD  CADILC.

       01  REG-ILC.
           03  CHV-ILC.
               05  IND-ILC      PIC  X(05).
               05  REF-ILC      PIC  9(04).
           03  PCT-ILC          PIC S9(02)V9(04).
           03  DTA-ILC          PIC  9(06).
