       FD  CADTLR.

       01  REG-TLR.
           03  FIM-TLR          PIC  9(06).
           03  INI-TLR          PIC  9(06).
           03  CLI-TLR          PIC  9(05).
           03  DTE-TLR          PIC  9(06).
           03  OPR-TLR          PIC  X(10).
