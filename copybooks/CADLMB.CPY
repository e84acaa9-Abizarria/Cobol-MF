       FD  CADLMB.

       01  REG-LMB.
           03  CHV-LMB.
               05  PLA-LMB      PIC  X(07).
               05  DTA-LMB      PIC  9(06).
           03  CLI-LMB          PIC  9(05).
           03  OSV-LMB          PIC  9(06).
           03  KMS-LMB          PIC  9(07).
           03  PRX-LMB          PIC  X(01).
           03  SUF-LMB          PIC  9(03).
           03  IKM-LMB          PIC  9(06).
           03  IDI-LMB          PIC  9(04).
           03  KMD-LMB          PIC  9(04)V9.
           03  DTP-LMB          PIC  9(06).
           03  STA-LMB          PIC  X(01).
           03  DTE-LMB          PIC  9(06).
           03  CNL-LMB          PIC  X(05).
           03  DTR-LMB          PIC  9(06).
           03  KMI-LMB          PIC  9(07).
           03  DTI-LMB          PIC  9(06).
           03  KMU-LMB          PIC  9(07).
           03  DTU-LMB          PIC  9(06).
