       FD  CADFUN.

       01  REG-FUN.
           03  CHV-FUN          PIC  X(10).
           03  NOM-FUN          PIC  X(40).
           03  CPF-FUN          PIC  9(11).
           03  DTA-FUN          PIC  9(06).
           03  CRG-FUN          PIC  X(20).
           03  SAL-FUN          PIC  9(07)V99.
           03  HIN-FUN          PIC  9(04).
           03  HFM-FUN          PIC  9(04).
           03  JOR-FUN          PIC  9(02)V99.
           03  BCO-FUN          PIC  9(03).
           03  AGE-FUN          PIC  9(05).
           03  CTA-FUN          PIC  X(15).
           03  CMS-FUN          PIC  X(01).
           03  STA-FUN          PIC  X(01).
           03  DTD-FUN          PIC  9(06).
           03  DTM-FUN          PIC  9(06).
           03  OPR-FUN          PIC  X(10).
