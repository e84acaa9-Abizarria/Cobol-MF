       FD  CADDVC.

       01  REG-DVC.
           03  CHV-DVC.
               05  NDV-DVC      PIC  9(06).
               05  ITM-DVC      PIC  9(02).
           03  DTA-DVC          PIC  9(06).
           03  FRN-DVC          PIC  9(04).
           03  NTO-DVC          PIC  9(06).
           03  DTO-DVC          PIC  9(06).
           03  PRX-DVC          PIC  X(01).
           03  SUF-DVC          PIC  9(03).
           03  QTD-DVC          PIC  9(06)V9.
           03  VUN-DVC          PIC  9(06)V9(04).
           03  VAL-DVC          PIC  9(08)V99.
           03  CFO-DVC          PIC  9(04).
           03  ICM-DVC          PIC  9(07)V99.
           03  LOT-DVC          PIC  X(10).
           03  TRT-DVC          PIC  X(01).
           03  MOT-DVC          PIC  X(30).
           03  OPR-DVC          PIC  X(10).
           03  CHO-DVC          PIC  X(44).
