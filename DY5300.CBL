       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY5300.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT
                       FILE          STATUS  IS  FST-ALT.

           SELECT      CADAEN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AEN
                       FILE          STATUS  IS  FST-AEN.

           SELECT      CADASB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ASB
                       FILE          STATUS  IS  FST-ASB.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADALT.CPY.
       COPY  CADAEN.CPY.
       COPY  CADASB.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ALT          PIC  X(02).
           03  FST-AEN          PIC  X(02).
           03  FST-ASB          PIC  X(02).

           03  IND4             PIC  9(02).
           03  EVT-AUX          PIC  X(36).
           03  SIT-AUX          PIC  X(36).
           03  HRA-AUX          PIC  X(08).

           03  DTA-TLA.
               05  ANO-TLA      PIC  9(02).
               05  MES-TLA      PIC  9(02).
               05  DIA-TLA      PIC  9(02).

           03  DTR-AUX.
               05  DIA-AUX      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-AUX      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-AUX      PIC  9(02).

           03  REG-AUX.
               05  NOM-AUX      PIC  X(30).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  CAN-AUX      PIC  X(06).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  STA-AUX      PIC  X(12).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  TNT-AUX      PIC  9(01).
               05  FILLER       PIC  X(02)  VALUE  SPACES.
               05  DTE-AUX.
                   07  DIE-AUX  PIC  9(02).
                   07  FILLER   PIC  X(01)  VALUE  "/".
                   07  MEE-AUX  PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  SPACES.

           03  DTE-TLA.
               05  ANE-TLA      PIC  9(02).
               05  MEE-TLA      PIC  9(02).
               05  DIE-TLA      PIC  9(02).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  89.

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "5300".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-SCR.
           03  FLG-SCR          PIC  X(01).
           03  P01-SCR          PIC  X(01).
           03  P02-SCR          PIC S9(04).
           03  POS-SCR.
               05  LIN-SCR      PIC  9(02)  COMP-X.
               05  COL-SCR      PIC  9(02)  COMP-X.
           03  P03-SCR          PIC X(2000).
           03  P04-SCR          PIC X(2000).
           03  P05-SCR          PIC  9(04)  COMP-X.

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  LINE 05 COLUMN 01 PIC X(1360) FROM ALL "?" FOR-CLR 8.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Back-up de Seguran?a ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Hist?rico de Alertas ".
           03  BCK-CLR 00 FOR-CLR 08.
               05  LINE 05 COLUMN 31 VALUE "?".
               05  LINE 06 COLUMN 33 VALUE "?".
               05  LINE 06 COLUMN 10 VALUE "?".
           03  BCK-CLR 03 FOR-CLR 14.
               05  LINE 07 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".
               05  LINE 08 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 09 COLUMN 09 VALUE " ?  Data ........:
      -            "     Hora .........:              ? ".
               05  LINE 10 COLUMN 09 VALUE " ?  Evento ......:
      -            "                                  ? ".
               05  LINE 11 COLUMN 09 VALUE " ?  Programa ....:
      -            "     Operador .....:              ? ".
               05  LINE 12 COLUMN 09 VALUE " ?  Refer?ncia ..:
      -            "     Valor ........:              ? ".
               05  LINE 13 COLUMN 09 VALUE " ?  Situa??o ....:
      -            "                                  ? ".
               05  LINE 14 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 15 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 16 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 17 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 18 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 19 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 20 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 21 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".

           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Alerta Registrado ".
           03  BCK-CLR 02 FOR-CLR 15.
               05  LINE 16 COLUMN 11 VALUE " Destinat?rio
      -            "                 Canal  Situa??o    T.  Envio ".
           03  BCK-CLR  00.
               05  LINE 08 COLUMN 73 VALUE "  ".
               05  LINE 09 COLUMN 73 VALUE "  ".
               05  LINE 10 COLUMN 73 VALUE "  ".
               05  LINE 11 COLUMN 73 VALUE "  ".
               05  LINE 12 COLUMN 73 VALUE "  ".
               05  LINE 13 COLUMN 73 VALUE "  ".
               05  LINE 14 COLUMN 73 VALUE "  ".
               05  LINE 15 COLUMN 73 VALUE "  ".
               05  LINE 16 COLUMN 73 VALUE "  ".
               05  LINE 17 COLUMN 73 VALUE "  ".
               05  LINE 18 COLUMN 73 VALUE "  ".
               05  LINE 19 COLUMN 73 VALUE "  ".
               05  LINE 20 COLUMN 73 VALUE "  ".
               05  LINE 21 COLUMN 73 VALUE "  ".
               05  LINE 22 COLUMN 11 PIC X(64) FROM SPACES.

       01  EXBE-01  BCK-CLR 03 FOR-CLR 15.
           03  DTA-T01 LINE 09 COLUMN 28 PIC X(08)     FROM DTR-AUX.
           03  HRA-T01 LINE 09 COLUMN 59 PIC X(08)     FROM HRA-AUX.
           03  EVT-T01 LINE 10 COLUMN 28 PIC X(36)     FROM EVT-AUX.
           03  PRG-T01 LINE 11 COLUMN 28 PIC X(04)     FROM PRG-ALT.
           03  OPR-T01 LINE 11 COLUMN 59 PIC X(10)     FROM OPR-ALT.
           03  REF-T01 LINE 12 COLUMN 28 PIC X(10)     FROM REF-ALT.
           03  VAL-T01 LINE 12 COLUMN 59 PIC ---.--9,99
                                                       FROM VAL-ALT.
           03  SIT-T01 LINE 13 COLUMN 28 PIC X(36)     FROM SIT-AUX.
           03  MSG-T01 LINE 14 COLUMN 11 PIC X(60)     FROM MSG-ALT
                                                       FOR-CLR 14.

       01  LIMP-01  BCK-CLR 03.
           03  LINE 17 COLUMN 11 PIC X(60) FROM SPACES.
           03  LINE 18 COLUMN 11 PIC X(60) FROM SPACES.
           03  LINE 19 COLUMN 11 PIC X(60) FROM SPACES.
           03  LINE 20 COLUMN 11 PIC X(60) FROM SPACES.

       01  LIN-AEN  BCK-CLR 03 FOR-CLR 15
                    LINE IND4 COLUMN 12 PIC X(58) FROM REG-AUX.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           OPEN     INPUT    CADALT   CADAEN   CADASB
           MOVE     28       TO  IND-MSG
           IF  FST-ALT  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           MOVE     999999   TO  DTA-ALT
           MOVE     9999     TO  SEQ-ALT
           START    CADALT       KEY  <   CHV-ALT
           IF  FST-ALT  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           READ     CADALT       PREVIOUS
           IF  FST-ALT  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.

       ROT-EXBE-00.
           MOVE     DTA-ALT  TO  DTA-TLA
           MOVE     DIA-TLA  TO  DIA-AUX
           MOVE     MES-TLA  TO  MES-AUX
           MOVE     ANO-TLA  TO  ANO-AUX
           MOVE     SPACES   TO  HRA-AUX
           STRING   HRA-ALT (1:2)  ":"  HRA-ALT (3:2)  ":"
                    HRA-ALT (5:2)  DELIMITED  BY  SIZE
                    INTO     HRA-AUX
           PERFORM  ROT-EVNT-00
              THRU  ROT-EVNT-90
           MOVE     SPACES   TO  SIT-AUX
           IF  STA-ALT   =  "P"  MOVE  "AGUARDANDO DISTRIBUICAO"
                                                  TO  SIT-AUX.
           IF  STA-ALT   =  "S"  MOVE  "SEM ASSINANTE ATIVO"
                                                  TO  SIT-AUX.
           IF  STA-ALT   =  "D"  MOVE  "DISTRIBUIDO"  TO  SIT-AUX.
           DISPLAY  EXBE-01      LIMP-01
           MOVE     16       TO  IND4
           MOVE     DTA-ALT  TO  DTA-AEN
           MOVE     SEQ-ALT  TO  SEQ-AEN
           MOVE     ZEROS    TO  ASB-AEN
           START    CADAEN       KEY  NOT  <  CHV-AEN
           IF  FST-AEN  NOT  =  "00"
                                 GO       ROT-EXBE-20.

       ROT-EXBE-10.
           READ     CADAEN  NEXT
           IF  FST-AEN  NOT  =  "00"
                                 GO       ROT-EXBE-20.
           IF  DTA-AEN  NOT  =   DTA-ALT  OR
               SEQ-AEN  NOT  =   SEQ-ALT
                                 GO       ROT-EXBE-20.
           ADD      1        TO  IND4
           IF  IND4      >   20  GO       ROT-EXBE-20.
           MOVE     NOM-AEN  TO  NOM-AUX
           IF  CAN-AEN   =  "S"  MOVE     "SMS"    TO  CAN-AUX
           ELSE                  MOVE     "E-MAIL" TO  CAN-AUX.
           MOVE     SPACES   TO  STA-AUX
           IF  STA-AEN   =  "P"  MOVE     "PENDENTE"   TO  STA-AUX.
           IF  STA-AEN   =  "A"  MOVE     "ENVIADO"    TO  STA-AUX.
           IF  STA-AEN   =  "E"  MOVE     "ENTREGUE"   TO  STA-AUX.
           IF  STA-AEN   =  "F"  MOVE     "NAO ENTREGUE"
                                                       TO  STA-AUX.
           MOVE     TNT-AEN  TO  TNT-AUX
           MOVE     DTE-AEN  TO  DTE-TLA
           MOVE     DIE-TLA  TO  DIE-AUX
           MOVE     MEE-TLA  TO  MEE-AUX
           DISPLAY  LIN-AEN      GO       ROT-EXBE-10.

       ROT-EXBE-20.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-EXBE-20.
           IF  TCL-MSG   =   05  GO       ROT-EXBE-30.
           IF  TCL-MSG   =   06  GO       ROT-EXBE-40.
           IF  TCL-MSG   >   00  GO       ROT-EXBE-20.
           IF  HEX-MSG   =   13  GO       ROT-EXBE-20.
           GO       ROT-EXIT-00.

       ROT-EXBE-30.
           START    CADALT       KEY  <   CHV-ALT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-EXBE-20.
           READ     CADALT       PREVIOUS
           GO       ROT-EXBE-00.

       ROT-EXBE-40.
           START    CADALT       KEY  >   CHV-ALT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-EXBE-20.
           READ     CADALT  NEXT GO       ROT-EXBE-00.

       ROT-EVNT-00.
           MOVE     SPACES   TO  EVT-AUX
           MOVE     EVT-ALT  TO  EVT-ASB
           MOVE     ZEROS    TO  SEQ-ASB
           READ     CADASB
           IF  FST-ASB   =  "00" AND  NOM-ASB  NOT  =  SPACES
                                 STRING   EVT-ALT  " - "  NOM-ASB
                                          DELIMITED  BY  SIZE
                                          INTO     EVT-AUX
                                 GO       ROT-EVNT-90.
           IF  EVT-ALT   = "CXA" MOVE  "CXA - DIFERENCA DE CAIXA"
                                                  TO  EVT-AUX.
           IF  EVT-ALT   = "PRC" MOVE  "PRC - VENDA ABAIXO DO CUSTO"
                                                  TO  EVT-AUX.
           IF  EVT-ALT   = "TNQ" MOVE  "TNQ - TANQUE NO ESTOQUE MINIMO"
                                                  TO  EVT-AUX.
           IF  EVT-ALT   = "PRV" MOVE  "PRV - PROVETA REPROVADA"
                                                  TO  EVT-AUX.
           IF  EVT-ALT   = "CHQ" MOVE  "CHQ - CHEQUE DE VALOR ELEVADO"
                                                  TO  EVT-AUX.
           IF  EVT-ALT   = "LOG" MOVE  "LOG - BLOQUEIO DE LOGIN"
                                                  TO  EVT-AUX.
           IF  EVT-AUX   =       SPACES
                                 MOVE     EVT-ALT  TO  EVT-AUX.
       ROT-EVNT-90.
           EXIT.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-GTLA-00.
           MOVE    "G"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-RTLA-00.
           MOVE    "R"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-EXIT-00.
           PERFORM  ROT-RTLA-00
           CLOSE    CADALT   CADAEN   CADASB  GOBACK.
