       FD  CADFCK.

       01  REG-FCK.
           03  CHV-FCK.
               05  CTG-FCK      PIC  9(01).
               05  CLI-FCK      PIC  9(05).
           03  DTA-FCK          PIC  9(06).
           03  SIT-FCK          PIC  X(01).
           03  ETP-FCK          PIC  9(02).
           03  FTI-FCK          PIC  9(06).
           03  FTF-FCK          PIC  9(06).
           03  QTD-FCK          PIC  9(06).
           03  VAL-FCK          PIC  9(09)V99.
           03  MOT-FCK          PIC  X(30).
           03  DTG-FCK          PIC  9(06).
           03  HRG-FCK          PIC  9(06).
           03  OPR-FCK          PIC  X(10).
