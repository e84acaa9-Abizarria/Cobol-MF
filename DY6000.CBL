       COPY  CADEST.CPY.

       FD  REL-CMP.
       01  LIN-CMP              PIC  X(90).

       WORKING-STORAGE SECTION.

           03  TOT-ITM          PIC  9(05)  VALUE  ZEROS.
           03  SDO-LIQ          PIC S9(07)V99.

       01  LIN-CAB1             PIC  X(90)  VALUE
           "RELATORIO DE PRODUTOS A COMPRAR (ESTOQUE ABAIXO DO MINIMO)".
       01  LIN-CAB2              PIC  X(90)  VALUE
           "CODIGO SUF DESCRICAO      FORNECEDOR   SALDO  MINIMO SUGES  
      -    "                        ABC".
       01  LIN-DET.
           03  PRX-DET          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MIN-DET          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SUG-DET          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  ABV-DET          PIC  X(01).
       01  LIN-TOT.
           03  FILLER           PIC  X(20)  VALUE
               "TOTAL DE ITENS.....".
       ROT-LEIT-00.
           READ     CADEST    NEXT  AT  END  GO  ROT-FECH-00.
           IF  MIN-EST   =   0      GO       ROT-LEIT-00.
           IF  STA-EST   =  "I"     GO       ROT-LEIT-00.
           COMPUTE  SDO-LIQ   =  SDO-EST  -   SCN-EST
           IF  SDO-LIQ   NOT  <     MIN-EST  GO  ROT-LEIT-00.
           MOVE     PRX-EST   TO  CHV-ATV
           COMPUTE  QTD-SUG   =  (MIN-EST  *  2)  -  SDO-LIQ
           IF  QTD-SUG   <   0      MOVE  0  TO  QTD-SUG.
           MOVE     QTD-SUG   TO  SUG-DET
           MOVE     ABV-EST   TO  ABV-DET
           WRITE    LIN-CMP   FROM  LIN-DET
           ADD      1         TO  TOT-ITM
           GO       ROT-LEIT-00.
