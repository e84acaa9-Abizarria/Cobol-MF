       FD  CADEVS.

       01  REG-EVS.
           03  CHV-EVS.
               05  DTA-EVS      PIC  9(06).
               05  SEQ-EVS      PIC  9(03).
           03  TUR-EVS          PIC  9(01).
           03  BMB-EVS          PIC  9(02).
           03  CMB-EVS          PIC  9(06)V99.
           03  LTS-EVS          PIC  9(05)V9.
           03  VAL-EVS          PIC  9(07)V99.
           03  PLA-EVS          PIC  X(08).
           03  BOC-EVS          PIC  X(15).
           03  FRE-EVS          PIC  X(10).
           03  STA-EVS          PIC  X(01).
           03  DTS-EVS          PIC  9(06).
           03  VRC-EVS          PIC  9(07)V99.
           03  VDS-EVS          PIC  9(07)V99.
           03  OPR-EVS          PIC  X(10).
           03  HRA-EVS          PIC  X(10).
