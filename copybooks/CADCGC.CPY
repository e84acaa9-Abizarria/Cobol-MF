       FD  CADCGC.

       01  REG-CGC.
           03  CHV-CGC.
               05  DTA-CGC      PIC  9(06).
               05  SEQ-CGC      PIC  9(04).
           03  HRA-CGC          PIC  X(10).
           03  PRG-CGC          PIC  X(04).
           03  OPR-CGC          PIC  X(10).
           03  CPF-CGC          PIC  9(14).
           03  BCO-CGC          PIC  9(03).
           03  AGE-CGC          PIC  9(04).
           03  CTA-CGC          PIC  X(12).
           03  NUM-CGC          PIC  9(07).
           03  VAL-CGC          PIC  9(07)V99.
           03  DOC-CGC          PIC  9(06).
           03  RSP-CGC          PIC  X(01).
           03  APR-CGC          PIC  X(10).
           03  DEV-CGC          PIC  X(01).
           03  STA-CGC          PIC  X(01).
           03  SPV-CGC          PIC  X(10).
