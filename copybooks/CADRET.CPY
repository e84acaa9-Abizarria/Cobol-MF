       FD  CADRET.

       01  REG-RET.
           03  CHV-RET.
               05  MES-RET      PIC  9(04).
               05  FRN-RET      PIC  9(04).
               05  SEQ-RET      PIC  9(04).
           03  DTA-RET          PIC  9(06).
           03  TSV-RET          PIC  X(04).
           03  VBR-RET          PIC  9(07)V99.
           03  ISS-RET          PIC  9(07)V99.
           03  INS-RET          PIC  9(07)V99.
           03  IRF-RET          PIC  9(07)V99.
           03  PCC-RET          PIC  9(07)V99.
           03  VLQ-RET          PIC  9(07)V99.
           03  HST-RET          PIC  X(25).
           03  LDP-RET          PIC  X(10).
