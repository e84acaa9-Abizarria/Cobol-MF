       FD  CADTRM.

       01  REG-TRM.
           03  CHV-TRM         PIC  X(15).
           03  DES-TRM         PIC  X(30).
           03  CXA-TRM         PIC  9(02).
           03  IMP-TRM         PIC  X(30).
           03  DST-TRM         PIC  X(01).
           03  PRG-TRM.
               05  PRG-TR1     PIC  X(01)  OCCURS  100.
           03  SPV-TRM         PIC  X(10).
           03  DTA-TRM         PIC  9(06).
