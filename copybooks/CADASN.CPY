       FD  CADASN.

       01  REG-ASN.
           03  CHV-ASN          PIC  9(06).
           03  PLA-ASN          PIC  X(07).
           03  CLI-ASN          PIC  9(05).
           03  NOM-ASN          PIC  X(40).
           03  DOC-ASN          PIC  9(14).
           03  PLN-ASN          PIC  9(03).
           03  FPG-ASN          PIC  X(01).
           03  STA-ASN          PIC  X(01).
           03  DTI-ASN          PIC  9(06).
           03  DTF-ASN          PIC  9(06).
           03  DTC-ASN          PIC  9(06).
           03  MOT-ASN          PIC  X(20).
           03  REF-ASN          PIC  9(04).
           03  USO-ASN          PIC  9(03).
           03  DUL-ASN          PIC  9(06).
           03  QDI-ASN          PIC  9(02).
           03  OPR-ASN          PIC  X(10).
