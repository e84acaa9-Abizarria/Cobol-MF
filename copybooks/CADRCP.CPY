       FD  CADRCP.

       01  REG-RCP.
           03  CHV-RCP.
               05  DTA-RCP      PIC  9(06).
               05  HRA-RCP      PIC  9(08).
               05  SEQ-RCP      PIC  9(02).
           03  CLI-RCP          PIC  9(05).
           03  PLA-RCP          PIC  X(07).
           03  MOT-RCP          PIC  9(03).
           03  PRX-RCP          PIC  X(10).
           03  SUF-RCP          PIC  9(03).
           03  PRG-RCP          PIC  X(04).
           03  DOC-RCP          PIC  9(06).
           03  STA-RCP          PIC  X(01).
           03  SPV-RCP          PIC  X(10).
           03  OPR-RCP          PIC  X(10).
