       FD  CADPGF.

       01  REG-PGF.
           03  NUM-PGF          PIC  9(06).
           03  CLI-PGF          PIC  9(05).
           03  DTA-PGF          PIC  9(06).
           03  DTV-PGF          PIC  9(06).
           03  DTP-PGF          PIC  9(06).
           03  VAL-PGF          PIC  9(06)V99.
           03  ABT-PGF          PIC  9(07)V99.
           03  ATR-PGF          PIC  9(05).
           03  ORG-PGF          PIC  X(01).
