       FD  CADAEN.

       01  REG-AEN.
           03  CHV-AEN.
               05  DTA-AEN      PIC  9(06).
               05  SEQ-AEN      PIC  9(04).
               05  ASB-AEN      PIC  9(02).
           03  EVT-AEN          PIC  X(03).
           03  NOM-AEN          PIC  X(30).
           03  CAN-AEN          PIC  X(01).
           03  END-AEN          PIC  X(50).
           03  STA-AEN          PIC  X(01).
           03  TNT-AEN          PIC  9(01).
           03  DTE-AEN          PIC  9(06).
           03  HRE-AEN          PIC  X(10).
