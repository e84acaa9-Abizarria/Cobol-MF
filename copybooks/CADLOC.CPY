       FD  CADLOC.

       01  REG-LOC.
           03  CHV-LOC          PIC  9(04).
           03  NOM-LOC          PIC  X(40).
           03  DOC-LOC          PIC  9(14).
           03  ESP-LOC          PIC  X(30).
           03  DTI-LOC          PIC  9(06).
           03  DTF-LOC          PIC  9(06).
           03  VAL-LOC          PIC  9(07)V99.
           03  VAN-LOC          PIC  9(07)V99.
           03  IND-LOC          PIC  X(05).
           03  ARJ-LOC          PIC  9(04).
           03  DVC-LOC          PIC  9(02).
           03  PCT-LOC          PIC  9(03)V99.
           03  VUT-LOC          PIC  9(05)V99.
           03  ULT-LOC          PIC  9(04).
           03  STA-LOC          PIC  X(01).
           03  DTE-LOC          PIC  9(06).
           03  OPR-LOC          PIC  X(10).
