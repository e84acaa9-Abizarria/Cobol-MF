       FD  CADSCT.

       01  REG-SCT.
           03  CHV-SCT.
               05  CLI-SCT      PIC  9(05).
               05  NUM-SCT      PIC  9(03).
           03  NOM-SCT          PIC  X(25).
           03  CNT-SCT          PIC  X(15).
           03  DDD-SCT          PIC  9(02).
           03  TEL-SCT          PIC  9(08).
           03  END-SCT          PIC  X(40).
           03  CID-SCT          PIC  X(25).
           03  EST-SCT          PIC  X(02).
           03  CEP-SCT          PIC  9(08).
           03  MOD-SCT          PIC  X(01).
