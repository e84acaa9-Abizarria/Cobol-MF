       FD  CADASB.

       01  REG-ASB.
           03  CHV-ASB.
               05  EVT-ASB      PIC  X(03).
               05  SEQ-ASB      PIC  9(02).
           03  NOM-ASB          PIC  X(30).
           03  CAN-ASB          PIC  X(01).
           03  END-ASB          PIC  X(50).
           03  ATV-ASB          PIC  X(01).
           03  LIM-ASB          PIC  9(09)V99.
