           03  DST-SPL         PIC  X(01).
           03  PRI-SPL         PIC  9(01).
           03  RPT-SPL         PIC  9(02).
           03  TMP-SPL         PIC  X(40).
