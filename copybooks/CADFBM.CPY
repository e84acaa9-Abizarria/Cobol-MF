       FD  CADFBM.

       01  REG-FBM.
           03  CHV-FBM.
               05  DTA-FBM      PIC  9(06).
               05  TUR-FBM      PIC  9(01).
               05  BMB-FBM      PIC  9(02).
               05  SEQ-FBM      PIC  9(02).
           03  FRE-FBM          PIC  X(10).
           03  CMB-FBM          PIC  9(06)V99.
           03  ECI-FBM          PIC  9(06)V9.
           03  ECF-FBM          PIC  9(06)V9.
           03  AFR-FBM          PIC  9(04).
           03  LTS-FBM          PIC  9(06)V9.
           03  PRC-FBM          PIC  9(06)V99.
           03  VAL-FBM          PIC  9(07)V99.
           03  HRA-FBM          PIC  X(10).
