       FD  CADIVD.

       01  REG-IVD.
           03  CHV-IVD.
               05  DTA-IVD      PIC  9(06).
               05  CPM-IVD      PIC  9(06).
               05  SEQ-IVD      PIC  9(06).
           03  PRX-IVD          PIC  X(10).
           03  COD-IVD          PIC  X(10).
           03  QTD-IVD          PIC  9(04)V9(01).
           03  VAL-IVD          PIC  9(05)V9(02).
