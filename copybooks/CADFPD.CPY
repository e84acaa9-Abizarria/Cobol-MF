       FD  CADFPD.

       01  REG-FPD.
           03  NUM-FPD          PIC  9(06).
           03  CLI-FPD          PIC  9(05).
           03  DTA-FPD          PIC  9(06).
           03  DTV-FPD          PIC  9(06).
           03  VAL-FPD          PIC  9(06)V99.
           03  ABT-FPD          PIC  9(07)V99.
           03  PRD-FPD          PIC  9(07)V99.
           03  DTB-FPD          PIC  9(06).
           03  ATR-FPD          PIC  9(05).
           03  MOT-FPD          PIC  X(01).
           03  DOC-FPD          PIC  X(30).
           03  OPR-FPD          PIC  X(10).
           03  REC-FPD          PIC  9(07)V99.
           03  DTR-FPD          PIC  9(06).
           03  STA-FPD          PIC  X(01).
           03  LDP-FPD          PIC  X(10).
