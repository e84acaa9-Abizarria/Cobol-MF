       FD  CADAPL.

       01  REG-APL.
           03  CHV-APL.
               05  BCO-APL      PIC  9(03).
               05  PRD-APL      PIC  X(10).
               05  DTA-APL      PIC  9(06).
               05  SEQ-APL      PIC  9(03).
           03  TIP-APL          PIC  X(01).
           03  VAL-APL          PIC  9(09)V99.
           03  HST-APL          PIC  X(30).
           03  OPR-APL          PIC  X(10).
           03  HRA-APL          PIC  X(10).
