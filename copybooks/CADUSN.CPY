       FD  CADUSN.

       01  REG-USN.
           03  CHV-USN.
               05  NUM-USN      PIC  9(06).
               05  ITM-USN      PIC  9(02).
           03  ASN-USN          PIC  9(06).
           03  DTA-USN          PIC  9(06).
           03  REF-USN          PIC  9(04).
           03  PRX-USN          PIC  X(01).
           03  SUF-USN          PIC  9(03).
           03  VAL-USN          PIC  9(07)V99.
