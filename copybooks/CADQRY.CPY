       FD  CADQRY.

       01  REG-QRY.
           03  CHV-QRY         PIC  X(08).
           03  DES-QRY         PIC  X(30).
           03  ARQ-QRY         PIC  X(06).
           03  OPR-QRY         PIC  X(10).
           03  DTA-QRY         PIC  9(06).
           03  DTU-QRY         PIC  9(06).
           03  SAI-QRY         PIC  X(01).
           03  CMP-QRY         PIC  X(10)  OCCURS  08.
           03  FLT-QRY                     OCCURS  04.
               05  CFL-QRY     PIC  X(10).
               05  OPF-QRY     PIC  X(02).
               05  VFL-QRY     PIC  X(20).
           03  ORD-QRY                     OCCURS  02.
               05  COR-QRY     PIC  X(10).
               05  SOR-QRY     PIC  X(01).
