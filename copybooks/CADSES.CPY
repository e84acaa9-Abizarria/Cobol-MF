       FD  CADSES.

       01  REG-SES.
           03  CHV-SES         PIC  X(40).
           03  EST-SES         PIC  X(15).
           03  OPR-SES         PIC  X(10).
           03  DTA-SES         PIC  9(06).
           03  HRA-SES         PIC  X(08).
           03  STA-SES         PIC  X(01).
