       FD  CADBSM.

       01  REG-BSM.
           03  ARQ-BSM          PIC  X(10).
           03  TAM-BSM          PIC  9(10).
           03  SOM-BSM          PIC  9(10).
           03  DTA-BSM          PIC  9(06).
           03  HRA-BSM          PIC  9(08).
