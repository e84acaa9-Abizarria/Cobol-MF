       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1535.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADRVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RVC
                       FILE          STATUS  IS  FST-RVC.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRVC.CPY.
       COPY  CADCLI.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RVC          PIC  X(02).
           03  FST-CLI          PIC  X(02).

           03  TECLADO          PIC  9(02).
           03  TNT-LCK          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  LIM-AUX          PIC  9(07)V99.
           03  DTA-SYS          PIC  9(06).

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

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  88.

       01  VLR-AUD              PIC  ZZZ.ZZ9,99.
       01  PGT-AUD              PIC  ZZZZZ9.

       01  PRM-AUD.
           03  PRG-AUD          PIC  X(06).
           03  OPR-AUD          PIC  X(10).
           03  ARQ-AUD          PIC  X(06).
           03  CHA-AUD          PIC  X(10).
           03  TIP-AUD          PIC  X(01).
           03  ANT-AUD          PIC  X(60).
           03  NOV-AUD          PIC  X(60).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1535".
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
               05  LINE 05 COLUMN 09 VALUE " Controle de Clientes ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Revis?o de Cr?dito ".
           03  BCK-CLR 00 FOR-CLR 08.
               05  LINE 05 COLUMN 31 VALUE "?".
               05  LINE 06 COLUMN 31 VALUE "?".
               05  LINE 06 COLUMN 10 VALUE "?".
           03  BCK-CLR 03 FOR-CLR 14.
               05  LINE 07 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".
               05  LINE 08 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 09 COLUMN 09 VALUE " ?  Cliente ......:
      -            "                                  ? ".
               05  LINE 10 COLUMN 09 VALUE " ?  Raz?o Social .:
      -            "                                  ? ".
               05  LINE 11 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 12 COLUMN 09 VALUE " ?  Consumo/M?s ..:
      -            "          Grau de Risco :         ? ".
               05  LINE 13 COLUMN 09 VALUE " ?  Prazo M?dio ..:
      -            "          Faturas Pagas :         ? ".
               05  LINE 14 COLUMN 09 VALUE " ?  Maior Atraso .:
      -            "          Renegocia??es :         ? ".
               05  LINE 15 COLUMN 09 VALUE " ?  Exposi??o ....:
      -            "          Meses Base ...:         ? ".
               05  LINE 16 COLUMN 09 VALUE " ?
      -            "                                  ? ".
               05  LINE 17 COLUMN 09 VALUE " ?  Limite Atual .:
      -            "          Data Revis?o .:         ? ".
               05  LINE 18 COLUMN 09 VALUE " ?  Lim. Sugerido :
      -            "                                  ? ".
               05  LINE 19 COLUMN 09 VALUE " ?  Novo Limite ..:
      -            "                                  ? ".
               05  LINE 20 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".

           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Sugest?o de Limite ".
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
               05  LINE 21 COLUMN 11 PIC X(64) FROM SPACES.

       01  TELA-02.
           03  BCK-CLR 4 FOR-CLR 15.
               05  LINE 12 COLUMN 24 VALUE
                   " ??????????????????????????????? ".
               05  LINE 13 COLUMN 24 VALUE
                   " ?  Confirma a Revis?o ?  [ ]  ? ".
               05  LINE 14 COLUMN 24 VALUE
                   " ??????????????????????????????? ".
           03  BCK-CLR 0 FOR-CLR 8.
               05  LINE 13 COLUMN 57 PIC X(02) FROM "  ".
               05  LINE 14 COLUMN 57 PIC X(02) FROM "  ".
               05  LINE 15 COLUMN 26 PIC X(33) FROM SPACES.

       01  ENTR-01     AUTO.
           03  LIM-E01 LINE 19 COLUMN 29 PIC Z.ZZZ.ZZ9,99
                                                       USING LIM-AUX.

       01  EXBE-01  BCK-CLR 03 FOR-CLR 15.
           03  CLI-T01 LINE 09 COLUMN 29 PIC 9(05)     FROM CHV-CLI.
           03  NOM-T01 LINE 10 COLUMN 29 PIC X(40)     FROM NOM-CLI.
           03  CNS-T01 LINE 12 COLUMN 29 PIC Z.ZZZ.ZZ9,99
                                                       FROM CNS-RVC.
           03  GRD-T01 LINE 12 COLUMN 63 PIC X(01)     FROM GRD-RVC.
           03  PRZ-T01 LINE 13 COLUMN 29 PIC ZZZ9      FROM PRZ-RVC.
           03  QFP-T01 LINE 13 COLUMN 63 PIC ZZZ9      FROM QFP-RVC.
           03  ATR-T01 LINE 14 COLUMN 29 PIC ZZZ9      FROM ATR-RVC.
           03  RNG-T01 LINE 14 COLUMN 63 PIC Z9        FROM RNG-RVC.
           03  EXP-T01 LINE 15 COLUMN 29 PIC ZZ.ZZZ.ZZ9,99
                                                       FROM EXP-RVC.
           03  MES-T01 LINE 15 COLUMN 63 PIC Z9        FROM MES-RVC.
           03  LIA-T01 LINE 17 COLUMN 29 PIC Z.ZZZ.ZZ9,99
                                                       FROM LIA-RVC.
           03  DTA-T01 LINE 17 COLUMN 63 PIC X(08)     FROM DTR-AUX.
           03  LIS-T01 LINE 18 COLUMN 29 PIC Z.ZZZ.ZZ9,99
                                                       FROM LIS-RVC.
           03  LIM-T01 LINE 19 COLUMN 29 PIC Z.ZZZ.ZZ9,99
                                                       FROM LIM-AUX.

       01  ENTR-04  BCK-CLR 04 FOR-CLR 15
                    LINE 13 COLUMN 51 PIC X(01) USING RSP-OPC AUTO.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           ACCEPT   DTA-SYS  FROM  DATE
           OPEN     I-O      CADRVC
           IF  FST-RVC   =  "35" CLOSE    CADRVC
                                 OPEN     OUTPUT   CADRVC
                                 CLOSE    CADRVC
                                 OPEN     I-O      CADRVC.
           OPEN     I-O      CADCLI
           MOVE     ZEROS    TO  CHV-RVC
           MOVE     98       TO  IND-MSG
           START    CADRVC       KEY  >   CHV-RVC
           IF  FST-RVC  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.

       ROT-PESQ-00.
           READ     CADRVC  NEXT MOVE 98  TO  IND-MSG
           IF  FST-RVC  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           IF  STA-RVC  NOT  =  "P"
                                 GO       ROT-PESQ-00.
           MOVE     CLI-RVC  TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-PESQ-00.
           MOVE     DTA-RVC  TO  DTA-TLA
           MOVE     DIA-TLA  TO  DIA-AUX
           MOVE     MES-TLA  TO  MES-AUX
           MOVE     ANO-TLA  TO  ANO-AUX
           MOVE     LIS-RVC  TO  LIM-AUX
           DISPLAY  EXBE-01.

       ROT-ENTR-00.
           ACCEPT   LIM-E01      DISPLAY  LIM-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-EXIT-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-00.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-02.

       ROT-ENTR-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  PERFORM  ROT-RTLA-00
                                 GO       ROT-ENTR-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-10.
           IF  RSP-OPC  NOT   =  "S"  AND  "N"
                                 GO       ROT-ENTR-10.
           PERFORM  ROT-RTLA-00
           IF  RSP-OPC   =  "N"  GO       ROT-PESQ-00.
           MOVE     ZEROS    TO  TNT-LCK.

       ROT-ATUA-00.
           READ     CADCLI
           IF  FST-CLI   =  "9D" MOVE 20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 ADD      1  TO  TNT-LCK
                                 IF  TNT-LCK  <  5
                                     GO       ROT-ATUA-00
                                 ELSE
                                     GO       ROT-ENTR-00.
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-PESQ-00.
           PERFORM  ROT-AUDA-00
              THRU  ROT-AUDA-10
           MOVE     LIM-AUX  TO  LIM-CLI
           REWRITE  REG-CLI
           PERFORM  ROT-AUDA-20
              THRU  ROT-AUDA-30
           IF  LIM-AUX   =   LIS-RVC
                                 MOVE     "A"      TO  STA-RVC
           ELSE                  MOVE     "J"      TO  STA-RVC.
           MOVE     LIM-AUX  TO  LIF-RVC
           MOVE     PRM-OPR  TO  OPR-RVC
           MOVE     DTA-SYS  TO  DTD-RVC
           REWRITE  REG-RVC      GO       ROT-PESQ-00.

       ROT-AUDA-00.
           MOVE     SPACES   TO  ANT-AUD
           MOVE     NOM-CLI  TO  ANT-AUD (1:40)
           MOVE     LIM-CLI  TO  VLR-AUD
           MOVE     VLR-AUD  TO  ANT-AUD (42:12)
           MOVE     PGT-CLI  TO  PGT-AUD
           MOVE     PGT-AUD  TO  ANT-AUD (55:6).
       ROT-AUDA-10.
           EXIT.

       ROT-AUDA-20.
           MOVE     SPACES   TO  NOV-AUD
           MOVE     NOM-CLI  TO  NOV-AUD (1:40)
           MOVE     LIM-CLI  TO  VLR-AUD
           MOVE     VLR-AUD  TO  NOV-AUD (42:12)
           MOVE     PGT-CLI  TO  PGT-AUD
           MOVE     PGT-AUD  TO  NOV-AUD (55:6)
           MOVE     "1535"   TO  PRG-AUD
           MOVE     PRM-OPR  TO  OPR-AUD
           MOVE     "CADCLI" TO  ARQ-AUD
           MOVE     CHV-CLI  TO  CHA-AUD
           MOVE     "A"      TO  TIP-AUD
           CALL     "DYAUDI" USING  PRM-AUD.
       ROT-AUDA-30.
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
           CLOSE    CADRVC   CADCLI  GOBACK.
