       FD  CADVFT.

       01  REG-VFT.
           03  CHV-VFT          PIC  9(06).
           03  CLI-VFT          PIC  9(05).
           03  SCT-VFT          PIC  9(03).
           03  DTI-VFT          PIC  9(06).
           03  DTC-VFT          PIC  9(06).
           03  DTV-VFT          PIC  9(06).
