       FD  CADRAL.

       01  REG-RAL.
           03  CHV-RAL.
               05  LOC-RAL      PIC  9(04).
               05  REF-RAL      PIC  9(04).
           03  VAL-RAL          PIC  9(07)V99.
           03  VUT-RAL          PIC  9(07)V99.
           03  NNU-RAL          PIC  9(08).
           03  DTG-RAL          PIC  9(06).
           03  DTV-RAL          PIC  9(06).
           03  STA-RAL          PIC  X(01).
           03  DTP-RAL          PIC  9(06).
