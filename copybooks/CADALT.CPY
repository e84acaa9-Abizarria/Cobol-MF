       FD  CADALT.

       01  REG-ALT.
           03  CHV-ALT.
               05  DTA-ALT      PIC  9(06).
               05  SEQ-ALT      PIC  9(04).
           03  HRA-ALT          PIC  X(10).
           03  EVT-ALT          PIC  X(03).
           03  PRG-ALT          PIC  X(04).
           03  OPR-ALT          PIC  X(10).
           03  REF-ALT          PIC  X(10).
           03  VAL-ALT          PIC S9(09)V99.
           03  LIM-ALT          PIC  9(09)V99.
           03  MSG-ALT          PIC  X(60).
           03  STA-ALT          PIC  X(01).
           03  QEN-ALT          PIC  9(02).
           03  QFL-ALT          PIC  9(02).
