       FD  CADOLU.

       01  REG-OLU.
           03  CHV-OLU.
               05  DTA-OLU      PIC  9(06).
               05  CRT-OLU      PIC  X(15).
           03  COL-OLU          PIC  X(30).
           03  LIC-OLU          PIC  X(15).
           03  QTD-OLU          PIC  9(06)V9.
           03  OPR-OLU          PIC  X(10).
           03  HRA-OLU          PIC  X(10).
