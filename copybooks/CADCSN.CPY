       FD  CADCSN.

       01  REG-CSN.
           03  CHV-CSN.
               05  ASN-CSN      PIC  9(06).
               05  REF-CSN      PIC  9(04).
           03  VAL-CSN          PIC  9(05)V99.
           03  FPG-CSN          PIC  X(01).
           03  DTG-CSN          PIC  9(06).
           03  DTV-CSN          PIC  9(06).
           03  STA-CSN          PIC  X(01).
           03  DTP-CSN          PIC  9(06).
