           03  TEL-MDR         PIC  9(08).
           03  CHV-MDR         PIC  9(05).
           03  CNS-MDR         PIC  X(01).
           03  BAI-MDR         PIC  X(25).
