       FD  CADVSC.

       01  REG-VSC.
           03  CHV-VSC.
               05  TIP-VSC      PIC  X(01).
               05  CLI-VSC      PIC  9(05).
               05  COD-VSC      PIC  X(07).
           03  SCT-VSC          PIC  9(03).
           03  DTA-VSC          PIC  9(06).
           03  OPR-VSC          PIC  X(10).
