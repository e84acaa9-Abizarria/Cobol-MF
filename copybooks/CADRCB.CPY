       FD  CADRCB.

       01  REG-RCB.
           03  CHV-RCB.
               05  DTP-RCB      PIC  9(06).
               05  ADQ-RCB      PIC  9(03).
               05  NSU-RCB      PIC  9(12).
               05  PAR-RCB      PIC  9(02).
           03  CPM-RCB          PIC  9(06).
           03  DTV-RCB          PIC  9(06).
           03  BND-RCB          PIC  X(10).
           03  PRD-RCB          PIC  X(01).
           03  QTP-RCB          PIC  9(02).
           03  VBR-RCB          PIC  9(07)V99.
           03  TAX-RCB          PIC  9(02)V99.
           03  VLQ-RCB          PIC  9(07)V99.
           03  STA-RCB          PIC  X(01).
           03  DTA-RCB          PIC  9(06).
           03  DSC-RCB          PIC  9(07)V99.
           03  BCO-RCB          PIC  9(03).
