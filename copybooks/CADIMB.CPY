       FD  CADIMB.

       01  REG-IMB.
           03  CHV-IMB          PIC  9(05).
           03  DES-IMB          PIC  X(30).
           03  DTA-IMB          PIC  9(06).
           03  NFS-IMB          PIC  9(09).
           03  CST-IMB          PIC  9(09)V99.
           03  VUT-IMB          PIC  9(03).
           03  TAX-IMB          PIC  9(02)V99.
           03  LOC-IMB          PIC  X(20).
           03  TIP-IMB          PIC  X(01).
           03  LNK-IMB          PIC  9(02).
           03  DPA-IMB          PIC  9(09)V99.
           03  ULT-IMB          PIC  9(04).
           03  STA-IMB          PIC  X(01).
           03  DTB-IMB          PIC  9(06).
           03  VLV-IMB          PIC  9(09)V99.
           03  MOT-IMB          PIC  X(30).
           03  OPR-IMB          PIC  X(10).
