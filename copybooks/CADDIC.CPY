       FD  CADDIC.

       01  REG-DIC.
           03  CHV-DIC.
               05  ARQ-DIC     PIC  X(06).
               05  SEQ-DIC     PIC  9(02).
           03  NOM-DIC         PIC  X(10).
           03  DES-DIC         PIC  X(25).
           03  POS-DIC         PIC  9(04).
           03  TAM-DIC         PIC  9(03).
           03  TIP-DIC         PIC  X(01).
           03  DEC-DIC         PIC  9(01).
           03  PRG-DIC         PIC  9(02).
           03  LGP-DIC         PIC  X(01).
