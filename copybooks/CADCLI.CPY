           03  CHV-CLI         PIC  9(05).
           03  LIM-CLI         PIC  9(07)V99.
           03  BLQ-CLI         PIC  X(01).
           03  BAI-CLI         PIC  X(25).
