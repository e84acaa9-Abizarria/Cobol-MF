       FD  CADRPD.

       01  REG-RPD.
           03  CHV-RPD.
               05  NUM-RPD      PIC  9(06).
               05  SEQ-RPD      PIC  9(03).
           03  CLI-RPD          PIC  9(05).
           03  DTA-RPD          PIC  9(06).
           03  VAL-RPD          PIC  9(07)V99.
           03  DOC-RPD          PIC  X(30).
           03  OPR-RPD          PIC  X(10).
