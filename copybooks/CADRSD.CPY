       FD  CADRSD.

       01  REG-RSD.
           03  CHV-RSD.
               05  DTA-RSD      PIC  9(06).
               05  TUR-RSD      PIC  9(01).
               05  CXA-RSD      PIC  9(02).
               05  PRX-RSD      PIC  X(10).
               05  SUF-RSD      PIC  9(03).
           03  ATV-RSD          PIC  9(01).
           03  DES-RSD          PIC  X(25).
           03  QTD-RSD          PIC  9(08)V9.
           03  VAL-RSD          PIC  9(09)V99.
           03  CST-RSD          PIC  9(09)V99.
           03  CPM-RSD          PIC  9(06).
           03  DIN-RSD          PIC  9(09)V99.
           03  CHQ-RSD          PIC  9(09)V99.
           03  CRT-RSD          PIC  9(09)V99.
           03  PIX-RSD          PIC  9(09)V99.
           03  PGP-RSD          PIC  9(09)V99.
           03  ADT-RSD          PIC  9(09)V99.
           03  VLV-RSD          PIC  9(09)V99.
           03  CIN-RSD          PIC  9(09)V99.
           03  QPX-RSD          PIC  9(06).
           03  CNT-RSD          PIC  9(09)V99.
           03  DIF-RSD          PIC S9(09)V99.
           03  ORG-RSD          PIC  X(01).
           03  DTG-RSD          PIC  9(06).
