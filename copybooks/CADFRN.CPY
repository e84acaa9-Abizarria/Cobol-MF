           03  AGE-FRN         PIC  9(05).
           03  CTA-FRN         PIC  9(10).
           03  DGC-FRN         PIC  X(01).
           03  CEP-FRN         PIC  9(08).
           03  BAI-FRN         PIC  X(25).
