       FD  CADCBK.

       01  REG-CBK.
           03  CHV-CBK.
               05  ADQ-CBK      PIC  X(10).
               05  NSU-CBK      PIC  9(12).
           03  DTN-CBK          PIC  9(06).
           03  MTC-CBK          PIC  X(04).
           03  MOT-CBK          PIC  X(30).
           03  VAL-CBK          PIC  9(07)V99.
           03  PRZ-CBK          PIC  9(06).
           03  CPM-CBK          PIC  9(06).
           03  DTV-CBK          PIC  9(06).
           03  CXA-CBK          PIC  9(02).
           03  BND-CBK          PIC  X(10).
           03  VLV-CBK          PIC  9(07)V99.
           03  DTE-CBK          PIC  9(06).
           03  EVD-CBK          PIC  X(40).
           03  STA-CBK          PIC  X(01).
           03  DTR-CBK          PIC  9(06).
           03  LDP-CBK          PIC  X(10).
           03  DTD-CBK          PIC  9(06).
           03  DBT-CBK          PIC  9(07)V99.
           03  DTC-CBK          PIC  9(06).
           03  CRD-CBK          PIC  9(07)V99.
           03  OPR-CBK          PIC  X(10).
           03  HRA-CBK          PIC  X(10).
