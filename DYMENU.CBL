                       RECORD        KEY     IS  CHV-MLG
                       FILE          STATUS  IS  FST-MLG.

           SELECT      CADSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SES
                       FILE          STATUS  IS  FST-SES.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMLG.CPY.
       COPY  CADSES.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MLG          PIC  X(02).
           03  FST-SES          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  ARQ-SES          PIC  X(40).
           03  EST-AUX          PIC  X(15).
           03  HRA-AUX          PIC  X(08).
           03  PTR-AUX          PIC  9(02).
           03  FLG-SAU          PIC  9(01).
           03  SAU-TXT          PIC  X(54).
           03  RSP-SAU          PIC  X(10).
           03  M-1200  PIC  X(09)  VALUE  "092208205".
           03  M-1220  PIC  X(09)  VALUE  "052109276".
           03  M-1250  PIC  X(09)  VALUE  "112109276".
           03  M-1300  PIC  X(09)  VALUE  "062208205".
           03  M-1350  PIC  X(09)  VALUE  "082009276".
           03  M-1400  PIC  X(09)  VALUE  "052208205".
           03  M-1450  PIC  X(09)  VALUE  "032009276".
           03  M-1500  PIC  X(09)  VALUE  "052208205".
           03  M-1520  PIC  X(09)  VALUE  "062209276".
           03  M-1530  PIC  X(09)  VALUE  "052009276".
           03  M-1550  PIC  X(09)  VALUE  "072109276".
           03  M-3000  PIC  X(09)  VALUE  "032207131".
           03  M-3200  PIC  X(09)  VALUE  "052208205".
           03  M-4000  PIC  X(09)  VALUE  "082207131".
           03  M-5000  PIC  X(09)  VALUE  "031907131".
       01  RD-SETA     REDEFINES   TB-SETA.
           03  RG-SETA          OCCURS 20.
               05  VRT-STA      PIC  9(02).
           03 LINE 10 COLUMN 17 VALUE " ?  Corre??o Lan?amentos  ? ".
           03 LINE 11 COLUMN 17 VALUE " ?  Posi??o do Movimento  ? ".
           03 LINE 12 COLUMN 17 VALUE " ?  Emiss?o de Relat?rio  ? ".
           03 LINE 13 COLUMN 17 VALUE " ?  Aprova??o Pagamentos  ? ".
           03 LINE 14 COLUMN 17 VALUE " ?????????????????????????? ".
           03 LINE 07 COLUMN 27 VALUE "Despesas" HIGHLIGHT.
           03 BCK-CLR 0.
              05 LINE 08 COLUMN 45 VALUE "  ".
              05 LINE 11 COLUMN 45 VALUE "  ".
              05 LINE 12 COLUMN 45 VALUE "  ".
              05 LINE 13 COLUMN 45 VALUE "  ".
              05 LINE 14 COLUMN 45 VALUE "  ".
              05 LINE 15 COLUMN 19 PIC X(28) FROM SPACES.

       01  TL-1350 BCK-CLR 06 FOR-CLR 07.
           03 LINE 08 COLUMN 24 VALUE " ?????            ????? ".
           03 LINE 10 COLUMN 24 VALUE " ?  Fechamento Per?odo  ? ".
           03 LINE 11 COLUMN 24 VALUE " ?  Ve?culos da Frota   ? ".
           03 LINE 12 COLUMN 24 VALUE " ?  Baixa com Encargos  ? ".
           03 LINE 13 COLUMN 24 VALUE " ?  Revis?o de Cr?dito  ? ".
           03 LINE 14 COLUMN 24 VALUE " ???????????????????????? ".
           03 LINE 08 COLUMN 31 VALUE "Faturamento" HIGHLIGHT.
           03 BCK-CLR 0 FOR-CLR 8.
              05 LINE 09 COLUMN 50 VALUE "  ".
              05 LINE 11 COLUMN 50 VALUE "  ".
              05 LINE 12 COLUMN 50 VALUE "  ".
              05 LINE 13 COLUMN 50 VALUE "  ".
              05 LINE 14 COLUMN 50 VALUE "  ".
              05 LINE 15 COLUMN 26 PIC X(26) FROM ALL "?".

       01  TL-1550 BCK-CLR 06 FOR-CLR 07.
           03 LINE 08 COLUMN 24 VALUE " ?????            ?????? ".
           03 LINE 11 COLUMN 10 VALUE " ?  Emiss?o de Relat?rio  ? ".
           03 LINE 12 COLUMN 10 VALUE " ?  Registro de Ponto     ? ".
           03 LINE 13 COLUMN 10 VALUE " ?  Perfis de Acesso      ? ".
           03 LINE 14 COLUMN 10 VALUE " ?  Consulta Livre        ? ".
           03 LINE 15 COLUMN 10 VALUE " ?????????????????????????? ".
           03 LINE 06 COLUMN 21 VALUE "Senhas" HIGHLIGHT.
           03 BCK-CLR 0.
              05 LINE 07 COLUMN 38 VALUE "  ".
           03 LINE 06 COLUMN 10 VALUE " ??????         ?????? ".
           03 LINE 07 COLUMN 10 VALUE " ?  Atualizar Back-up  ? ".
           03 LINE 08 COLUMN 10 VALUE " ?  Restaurar Back-up  ? ".
           03 LINE 09 COLUMN 10 VALUE " ?  Hist?rico Alertas  ? ".
           03 LINE 10 COLUMN 10 VALUE " ??????????????????????? ".
           03 LINE 06 COLUMN 19 VALUE "Back-up" HIGHLIGHT.
           03 BCK-CLR 0 FOR-CLR 8.
              05 LINE 07 COLUMN 35 VALUE "  ".
              05 LINE 08 COLUMN 35 VALUE "  ".
              05 LINE 09 COLUMN 35 VALUE "  ".
              05 LINE 10 COLUMN 35 VALUE "  ".
              05 LINE 11 COLUMN 12 PIC X(25) FROM "up de Seguran?a  ?".

       01  TELA-SAU  BCK-CLR 04 FOR-CLR 15.
           03  LINE 10 COLUMN 12 VALUE
           IF  PRM-OPR   =  SPACES  DISPLAY  TELA-01  GOBACK.
           PERFORM  ROT-SAUD-00  THRU  ROT-SAUD-90
           PERFORM  ROT-TREN-00  THRU  ROT-TREN-90
           PERFORM  ROT-TEMP-00  THRU  ROT-TEMP-90
           MOVE     1         TO    MENU-AX
           MOVE     0         TO    TELA-AX  DISPLAY  TL-0000.

                     WHEN  4  CALL    "DY1340"  USING    PRM-OPR
                              CANCEL  "DY1340"  GO       ROT-PROG-00
                     WHEN  5  DISPLAY  TL-1350  MOVE 10  TO  MENU-AX
                     WHEN  6  CALL    "DY1321"  USING    PRM-OPR
                              CANCEL  "DY1321"  GO       ROT-PROG-00
                     END-EVALUATE
           WHEN  10  EVALUATE NOPC-AX
                     WHEN  1  CALL    "DY1351"  USING    PRM-OPR
                              CANCEL  "DY1533"  GO       ROT-PROG-00
                     WHEN  4  CALL    "DY1534"  USING    PRM-OPR
                              CANCEL  "DY1534"  GO       ROT-PROG-00
                     WHEN  5  CALL    "DY1535"  USING    PRM-OPR
                              CANCEL  "DY1535"  GO       ROT-PROG-00
                     END-EVALUATE
           WHEN  16  EVALUATE NOPC-AX
                     WHEN  1  CALL    "DY1551"  USING    PRM-OPR
                              CANCEL  "DY4600"  GO       ROT-PROG-00
                     WHEN  7  CALL    "DY4410"  USING    PRM-OPR
                              CANCEL  "DY4410"  GO       ROT-PROG-00
                     WHEN  8  CALL    "DY4700"  USING    PRM-OPR
                              CANCEL  "DY4700"  GO       ROT-PROG-00
                     END-EVALUATE
           WHEN  20  EVALUATE NOPC-AX
                     WHEN  1  CALL    "DY5100"  USING    PRM-OPR
                              CANCEL  "DY5100"  GO       ROT-PROG-00
                     WHEN  2  CALL    "DY5200"  USING    PRM-OPR
                              CANCEL  "DY5200"  GO       ROT-PROG-00
                     WHEN  3  CALL    "DY5300"  USING    PRM-OPR
                              CANCEL  "DY5300"  GO       ROT-PROG-00
                     END-EVALUATE
           END-EVALUATE  MOVE  1  TO  NOPC-AX   GO       ROT-SETA-00.

       ROT-SETA-20.
           EVALUATE      MENU-AX
               WHEN  01  PERFORM    ROT-TEMP-50
                                THRU    ROT-TEMP-60
                         DISPLAY    TELA-01  GOBACK
               WHEN  02  MOVE 01 TO MENU-AX  MOVE 1 TO NOPC-AX
               WHEN  03  MOVE 02 TO MENU-AX  MOVE 1 TO NOPC-AX
               WHEN  04  MOVE 03 TO MENU-AX  MOVE 2 TO NOPC-AX
           MOVE    "R"        TO    FLG-SCR (TELA-AX)
           CALL    "DYTELA"  USING  PRM-SCR (TELA-AX)
           SUBTRACT      1   FROM   TELA-AX  GO   ROT-SETA-10.

       ROT-TEMP-00.
           MOVE     SPACES   TO  EST-AUX   ARQ-SES
           DISPLAY  "DYESTACAO"  UPON  ENVIRONMENT-NAME
           ACCEPT   EST-AUX  FROM   ENVIRONMENT-VALUE
           IF  EST-AUX   =       SPACES
                                 MOVE     "ESTACAO"  TO  EST-AUX.
           ACCEPT   HRA-AUX  FROM  TIME
           MOVE     1        TO  PTR-AUX
           IF  FLG-TRN   =  "S"  STRING   "TREINO\"  DELIMITED  BY  SIZE
                                          INTO  ARQ-SES
                                          WITH  POINTER  PTR-AUX.
           STRING   "CT"        DELIMITED  BY  SIZE
                    EST-AUX     DELIMITED  BY  SPACE
                    "."         DELIMITED  BY  SIZE
                    HRA-AUX (1:6)  DELIMITED  BY  SIZE
                    INTO  ARQ-SES
                    WITH  POINTER  PTR-AUX
           DISPLAY  "dd_CADTMP"  UPON  ENVIRONMENT-NAME
           DISPLAY  ARQ-SES      UPON  ENVIRONMENT-VALUE
           OPEN     I-O      CADSES
           IF  FST-SES   =  "35" CLOSE    CADSES
                                 OPEN     OUTPUT   CADSES
                                 CLOSE    CADSES
                                 OPEN     I-O      CADSES.
           MOVE     ARQ-SES  TO  CHV-SES
           MOVE     EST-AUX  TO  EST-SES
           MOVE     PRM-OPR  TO  OPR-SES
           ACCEPT   DTA-SES  FROM  DATE
           MOVE     HRA-AUX  TO  HRA-SES
           MOVE     "A"      TO  STA-SES
           WRITE    REG-SES
           IF  FST-SES   =  "22" REWRITE  REG-SES.
           CLOSE    CADSES.

       ROT-TEMP-90.
           EXIT.

       ROT-TEMP-50.
           DELETE   FILE     CADTMP
           OPEN     I-O      CADSES
           IF  FST-SES  NOT  =  "00"
                                 GO       ROT-TEMP-60.
           MOVE     ARQ-SES  TO  CHV-SES
           READ     CADSES
           IF  FST-SES   =  "00" MOVE     "F"      TO  STA-SES
                                 REWRITE  REG-SES.
           CLOSE    CADSES.

       ROT-TEMP-60.
           EXIT.
