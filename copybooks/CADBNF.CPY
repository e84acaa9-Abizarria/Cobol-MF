       FD  CADBNF.

       01  REG-BNF.
           03  CHV-BNF.
               05  FRN-BNF      PIC  9(04).
               05  AMS-BNF      PIC  9(04).
           03  VOL-BNF          PIC  9(08)V9.
           03  VBN-BNF          PIC  9(07)V99.
           03  VMU-BNF          PIC  9(07)V99.
           03  NNC-BNF          PIC  9(09).
           03  DNC-BNF          PIC  9(06).
           03  VNC-BNF          PIC  9(07)V99.
           03  STA-BNF          PIC  X(01).
