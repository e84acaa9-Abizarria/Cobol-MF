       FD  CADTSV.

       01  REG-TSV.
           03  CHV-TSV          PIC  X(04).
           03  DES-TSV          PIC  X(25).
           03  ISS-TSV          PIC  9(02)V99.
           03  INS-TSV          PIC  9(02)V99.
           03  IRF-TSV          PIC  9(02)V99.
           03  PCC-TSV          PIC  9(02)V99.
           03  DIS-TSV          PIC  9(02).
