       FD  CADEXF.

       01  REG-EXF.
           03  CHV-EXF.
               05  CLI-EXF      PIC  9(05).
               05  MES-EXF      PIC  9(04).
               05  SEQ-EXF      PIC  9(03).
           03  DTA-EXF          PIC  9(06).
           03  HRA-EXF          PIC  9(08).
           03  DST-EXF          PIC  X(40).
           03  CSV-EXF          PIC  X(15).
           03  FIX-EXF          PIC  X(15).
           03  QTD-EXF          PIC  9(05).
           03  VAL-EXF          PIC  9(08)V99.
           03  FAT-EXF          PIC  9(08)V99.
           03  SIT-EXF          PIC  X(01).
           03  OPR-EXF          PIC  X(10).
