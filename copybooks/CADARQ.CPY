       FD  CADARQ.

       01  REG-ARQ.
           03  CHV-ARQ.
               05  TNQ-ARQ      PIC  9(02).
               05  VIG-ARQ      PIC  9(06).
               05  ALT-ARQ      PIC  9(03)V9.
           03  VOL-ARQ          PIC  9(06)V9.
           03  OPR-ARQ          PIC  X(10).
           03  DTA-ARQ          PIC  9(06).
