           03  LCS-EST         PIC  9(04).
           03  AIS-EST         PIC  9(02)V99.
           03  SCN-EST         PIC S9(06)V99.
           03  ABV-EST         PIC  X(01).
           03  ABM-EST         PIC  X(01).
           03  DAB-EST         PIC  9(06).
           03  STA-EST         PIC  X(01).
