       FD  CADDPR.

       01  REG-DPR.
           03  CHV-DPR.
               05  IMB-DPR      PIC  9(05).
               05  MES-DPR      PIC  9(04).
               05  TIP-DPR      PIC  X(01).
           03  VAL-DPR          PIC S9(09)V99.
           03  ACM-DPR          PIC  9(09)V99.
           03  DTA-DPR          PIC  9(06).
