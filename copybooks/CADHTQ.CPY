       FD  CADHTQ.

       01  REG-HTQ.
           03  CHV-HTQ.
               05  DTA-HTQ      PIC  9(06).
               05  TNQ-HTQ      PIC  9(02).
           03  CMB-HTQ          PIC  9(06)V99.
           03  SDI-HTQ          PIC S9(06)V9.
           03  CMP-HTQ          PIC S9(06)V9.
           03  VDA-HTQ          PIC S9(06)V9.
           03  SDF-HTQ          PIC S9(06)V9.
           03  RCL-HTQ          PIC  9(06).
           03  TRF-HTQ          PIC S9(06)V9.
