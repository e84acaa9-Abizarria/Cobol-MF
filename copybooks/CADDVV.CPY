       FD  CADDVV.

       01  REG-DVV.
           03  CHV-DVV.
               05  NDV-DVV      PIC  9(06).
               05  ITM-DVV      PIC  9(02).
           03  DTA-DVV          PIC  9(06).
           03  TUR-DVV          PIC  9(01).
           03  CXA-DVV          PIC  9(02).
           03  CPM-DVV          PIC  9(06).
           03  DTC-DVV          PIC  9(06).
           03  SNF-DVV          PIC  9(03).
           03  NFC-DVV          PIC  9(09).
           03  CLI-DVV          PIC  9(05).
           03  CPF-DVV          PIC  9(11).
           03  PRX-DVV          PIC  X(01).
           03  SUF-DVV          PIC  9(03).
           03  QTD-DVV          PIC  9(04)V9.
           03  VUN-DVV          PIC  9(06)V9(04).
           03  VAL-DVV          PIC  9(07)V99.
           03  MOT-DVV          PIC  9(01).
           03  RES-DVV          PIC  X(01).
           03  NSU-DVV          PIC  9(12).
           03  LOT-DVV          PIC  X(10).
           03  OPR-DVV          PIC  X(10).
           03  SPV-DVV          PIC  X(10).
           03  HRA-DVV          PIC  X(10).
           03  ENV-DVV          PIC  X(01).
