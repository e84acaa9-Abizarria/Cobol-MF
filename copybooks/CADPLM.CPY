       FD  CADPLM.

       01  REG-PLM.
           03  CHV-PLM.
               05  LVR-PLM      PIC  9(04).
               05  PAG-PLM      PIC  9(03).
           03  DTA-PLM          PIC  9(06).
           03  HRA-PLM          PIC  X(10).
           03  STA-PLM          PIC  X(01).
