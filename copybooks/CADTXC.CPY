               05  BND-TXC      PIC  X(10).
               05  PRD-TXC      PIC  X(01).
           03  TAX-TXC          PIC  9(02)V9(02).
           03  PRZ-TXC          PIC  9(03).
