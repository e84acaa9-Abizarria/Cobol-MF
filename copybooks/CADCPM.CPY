           03  CIN-CPM         PIC  X(01).
           03  CCU-CPM         PIC  9(03).
           03  PLA-CPM         PIC  X(07).
           03  ADQ-CPM         PIC  9(03).
           03  PRD-CPM         PIC  X(01).
           03  PAR-CPM         PIC  9(02).
           03  RCB-CPM         PIC  X(01).
