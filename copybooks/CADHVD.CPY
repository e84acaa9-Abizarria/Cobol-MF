       FD  CADHVD.

       01  REG-HVD.
           03  CHV-HVD.
               05  REF-HVD      PIC  9(04).
               05  PRX-HVD      PIC  X(10).
               05  SUF-HVD      PIC  9(03).
               05  TUR-HVD      PIC  9(01).
           03  ATV-HVD          PIC  9(01).
           03  DES-HVD          PIC  X(25).
           03  QTD-HVD          PIC  9(08)V9.
           03  VAL-HVD          PIC  9(09)V99.
           03  CST-HVD          PIC  9(09)V99.
           03  CPM-HVD          PIC  9(06).
