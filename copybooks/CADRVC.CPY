       FD  CADRVC.

       01  REG-RVC.
           03  CHV-RVC.
               05  CLI-RVC      PIC  9(05).
               05  DTA-RVC      PIC  9(06).
           03  MES-RVC          PIC  9(02).
           03  CNS-RVC          PIC  9(07)V99.
           03  QFP-RVC          PIC  9(04).
           03  PRZ-RVC          PIC  9(04).
           03  ATR-RVC          PIC  9(04).
           03  RNG-RVC          PIC  9(02).
           03  EXP-RVC          PIC  9(08)V99.
           03  LIA-RVC          PIC  9(07)V99.
           03  LIS-RVC          PIC  9(07)V99.
           03  GRD-RVC          PIC  X(01).
           03  STA-RVC          PIC  X(01).
           03  LIF-RVC          PIC  9(07)V99.
           03  OPR-RVC          PIC  X(10).
           03  DTD-RVC          PIC  9(06).
