       FD  CADAPV.

       01  REG-APV.
           03  CHV-APV.
               05  DTA-APV      PIC  9(06).
               05  HRA-APV      PIC  9(08).
               05  SEQ-APV      PIC  9(02).
           03  LDP-APV          PIC  X(10).
           03  ACA-APV          PIC  X(01).
           03  OPR-APV          PIC  X(10).
           03  VAL-APV          PIC  9(07)V99.
           03  HST-APV          PIC  X(25).
