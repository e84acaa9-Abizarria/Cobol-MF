           03  QTD-PED          PIC  9(06)V9.
           03  PRC-PED          PIC  9(06)V9(04).
           03  QTR-PED          PIC  9(06)V9.
           03  DTP-PED          PIC  9(06).
           03  DTU-PED          PIC  9(06).
           03  VLR-PED          PIC  9(08)V99.
