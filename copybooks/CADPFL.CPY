       FD  CADPFL.

       01  REG-PFL.
           03  CHV-PFL.
               05  REF-PFL      PIC  9(04).
               05  FUN-PFL      PIC  X(10).
           03  DIA-PFL          PIC  9(02).
           03  SAL-PFL          PIC  9(07)V99.
           03  HTR-PFL          PIC  9(03)V99.
           03  HEX-PFL          PIC  9(03)V99.
           03  HNT-PFL          PIC  9(03)V99.
           03  HDF-PFL          PIC  9(03)V99.
           03  VHE-PFL          PIC  9(07)V99.
           03  VNT-PFL          PIC  9(07)V99.
           03  VDF-PFL          PIC  9(07)V99.
           03  CMS-PFL          PIC  9(07)V99.
           03  VLE-PFL          PIC  9(07)V99.
           03  ADT-PFL          PIC  9(07)V99.
           03  LIQ-PFL          PIC S9(07)V99.
           03  DTG-PFL          PIC  9(06).
