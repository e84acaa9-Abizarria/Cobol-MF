       FD  CADCEP.

       01  REG-CEP.
           03  CHV-CEP         PIC  9(08).
           03  LOG-CEP         PIC  X(40).
           03  BAI-CEP         PIC  X(25).
           03  CID-CEP         PIC  X(25).
           03  EST-CEP         PIC  X(02).
