       FD  CADCFR.

       01  REG-CFR.
           03  CHV-CFR.
               05  FRN-CFR      PIC  9(04).
               05  NDV-CFR      PIC  9(06).
           03  DTA-CFR          PIC  9(06).
           03  VAL-CFR          PIC  9(08)V99.
           03  SDO-CFR          PIC  9(08)V99.
           03  STA-CFR          PIC  X(01).
           03  DTU-CFR          PIC  9(06).
           03  OPR-CFR          PIC  X(10).
