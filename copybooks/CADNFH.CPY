       FD  CADNFH.

       01  REG-NFH.
           03  CHV-NFH.
               05  FAT-NFH      PIC  9(06).
               05  SEQ-NFH      PIC  9(04).
           03  CLI-NFH          PIC  9(05).
           03  DTA-NFH          PIC  9(06).
           03  NUM-NFH          PIC  X(10).
           03  PCA-NFH          PIC  X(10).
           03  DES-NFH          PIC  X(10).
           03  VAL-NFH          PIC  9(06)V99.
