       FD  CADMDE.

       01  REG-MDE.
           03  CHV-MDE          PIC  X(44).
           03  CGC-MDE          PIC  9(14).
           03  NOM-MDE          PIC  X(25).
           03  NNF-MDE          PIC  9(09).
           03  DTE-MDE          PIC  9(06).
           03  VAL-MDE          PIC  9(09)V99.
           03  FRN-MDE          PIC  9(04).
           03  SIT-MDE          PIC  X(01).
           03  DTD-MDE          PIC  9(06).
           03  LCT-MDE          PIC  X(01).
           03  EVT-MDE          PIC  X(01).
           03  DEV-MDE          PIC  9(06).
           03  ENV-MDE          PIC  X(01).
           03  OPR-MDE          PIC  X(10).
           03  JUS-MDE          PIC  X(40).
