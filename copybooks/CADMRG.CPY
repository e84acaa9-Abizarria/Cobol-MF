           03  LEI-MRG          PIC  9(05)V9(01).
           03  OPR-MRG          PIC  X(10).
           03  HRA-MRG          PIC  X(10).
           03  ALT-MRG          PIC  9(03)V9.
