                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADCEP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CEP
                       FILE          STATUS  IS  FST-CEP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCLI.CPY.
       COPY  CADFAT.CPY.
       COPY  CADNTA.CPY.
       COPY  CADCEP.CPY.

       WORKING-STORAGE SECTION.

           03  FST-CLI          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-CEP          PIC  X(02).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(01).
           03  TNT-LCK          PIC  9(01).
           03  RSP-OPC          PIC  X(01).
           03  ACM-PSQ          PIC  9(02).
           03  CEP-SAV          PIC  9(08).
           03  FLG-CEP          PIC  X(01).
           03  FLG-BCP          PIC  X(01).

           03  TAB-PGT.
               05  FILLER       PIC  X(09)  VALUE  "SEMANAL  ".
      -            "                                  ? ".
               05  LINE 15 COLUMN 09 VALUE " ?  Contato ......:
      -            "           Pagamento :            ? ".
               05  LINE 16 COLUMN 09 VALUE " ?  CEP/Cid./UF ..:
      -            "                                  ? ".
               05  LINE 17 COLUMN 09 VALUE " ?  Endere?o .....:
      -            "                                  ? ".
               05  LINE 18 COLUMN 09 VALUE " ?  Bairro .......:
      -            "                                  ? ".
               05  LINE 19 COLUMN 09 VALUE " ?  Observa??es ..:
      -            "                                  ? ".
               05  LINE 20 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".
           03  DDD-E01 LINE 14 COLUMN 29 PIC 9(02)     USING DDD-CLI.
           03  TEL-E01 LINE 14 COLUMN 32 PIC ZZZ9.9999 USING TEL-CLI.
           03  CNT-E01 LINE 15 COLUMN 29 PIC X(15)     USING CNT-CLI.
           03  CEP-E01 LINE 16 COLUMN 29 PIC 99999.999 USING CEP-CLI.
           03  CID-E01 LINE 16 COLUMN 40 PIC X(25)     USING CID-CLI.
           03  EST-E01 LINE 16 COLUMN 67 PIC X(02)     USING EST-CLI.
           03  END-E01 LINE 17 COLUMN 29 PIC X(40)     USING END-CLI.
           03  BAI-E01 LINE 18 COLUMN 29 PIC X(25)     USING BAI-CLI.
           03  OBS-E01 LINE 19 COLUMN 29 PIC X(40)     USING OBS-CLI.
           03  PSQ-E01 LINE 11 COLUMN 29 PIC X(40)     USING NOM-PSQ.

       01  ENTR-02 BCK-CLR 03 FOR-CLR 15.
           03  CNT-T01 LINE 15 COLUMN 29 PIC X(15)     FROM CNT-CLI.
           03  PGT-T01 LINE 15 COLUMN 60 PIC X(09)     FROM PGT-TAB
                                                           (PGT-CLI).
           03  CEP-T01 LINE 16 COLUMN 29 PIC 99999.999 FROM CEP-CLI.
           03  CID-T01 LINE 16 COLUMN 40 PIC X(25)     FROM CID-CLI.
           03  EST-T01 LINE 16 COLUMN 67 PIC X(02)     FROM EST-CLI.
           03  END-T01 LINE 17 COLUMN 29 PIC X(40)     FROM END-CLI.
           03  BAI-T01 LINE 18 COLUMN 29 PIC X(25)     FROM BAI-CLI.
           03  OBS-T01 LINE 19 COLUMN 29 PIC X(40)     FROM OBS-CLI.

       01  ENTR-03  BCK-CLR 03 FOR-CLR 15
                    LINE 11 COLUMN 29 PIC X(40) FROM  NOM-PSQ.
       01  ENTR-04  BCK-CLR 04 FOR-CLR 15
                    LINE 13 COLUMN 52 PIC X(01) USING RSP-OPC AUTO.

       01  TELA-CEP BCK-CLR 03 FOR-CLR 15
                    LINE 25 COLUMN 14 PIC X(54) FROM
                    " CEP NAO CONSTA NA BASE DOS CORREIOS - CONFIRA !!".

       01  LIMP-CEP BCK-CLR 03
                    LINE 25 COLUMN 14 PIC X(54) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           OPEN     I-O      CADCLI
                    INPUT    CADFAT   CADNTA
           MOVE     "N"      TO  FLG-BCP
           OPEN     INPUT    CADCEP
           IF  FST-CEP   =  "00" MOVE     "S"      TO  FLG-BCP.

       ROT-CODE-00.
           DISPLAY  TELA-01      MOVE  0  TO  CHV-CLI.
           MOVE     SPACES   TO  NOM-CLI  CNT-CLI
                                 END-CLI  CID-CLI
                                 EST-CLI  OBS-CLI
                                 BLQ-CLI  BAI-CLI
           MOVE     ZEROS    TO  DDD-CLI
                                 TEL-CLI  CGC-CLI
                                 CEP-CLI  PGT-CLI  CGC-AUX
                                 CEP-SAV
           PERFORM  ROT-ENTR-00  THRU     ROT-ENTR-95
           WRITE    REG-CLI
           IF  FST-CLI   =  "22" MOVE 12  TO  IND-MSG

       ROT-ALTR-00.
           MOVE     CGC-CLI  TO  CGC-AUX
           MOVE     CEP-CLI  TO  CEP-SAV
           PERFORM  ROT-AUDA-00
              THRU  ROT-AUDA-10
           PERFORM  ROT-ENTR-00  THRU     ROT-ENTR-95
           MOVE     IND-PSQ  TO  PGT-CLI  DISPLAY     PGT-T01.

       ROT-ENTR-60.
           ACCEPT   CEP-E01      DISPLAY  CEP-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-50.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-60.
           PERFORM  ROT-CEPS-00
              THRU  ROT-CEPS-90.
       ROT-ENTR-65.
           ACCEPT   END-E01      DISPLAY  END-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-60.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-65.
       ROT-ENTR-70.
           ACCEPT   BAI-E01      DISPLAY  BAI-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-65.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-70.
       ROT-ENTR-80.
           IF  FLG-CEP   =  "S"  GO       ROT-ENTR-95.
           ACCEPT   CID-E01      DISPLAY  CID-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-70.
       ROT-ENTR-95.
           ACCEPT   OBS-E01      DISPLAY  OBS-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  AND  FLG-CEP  =  "S"
                                 GO       ROT-ENTR-70.
           IF  TECLADO   =   01  GO       ROT-ENTR-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-95.

       ROT-CEPS-00.
           MOVE     "N"      TO  FLG-CEP
           DISPLAY  LIMP-CEP
           IF  CEP-CLI   =   0   OR  FLG-BCP  NOT  =  "S"
                                 GO       ROT-CEPS-90.
           MOVE     CEP-CLI  TO  CHV-CEP
           READ     CADCEP
           IF  FST-CEP  NOT  =  "00"
                                 DISPLAY  TELA-CEP
                                 GO       ROT-CEPS-90.
           MOVE     "S"      TO  FLG-CEP
           IF  END-CLI   =       SPACES  OR  CEP-CLI  NOT  =  CEP-SAV
               IF  LOG-CEP  NOT  =  SPACES
                                 MOVE     LOG-CEP  TO  END-CLI.
           IF  BAI-CLI   =       SPACES  OR  CEP-CLI  NOT  =  CEP-SAV
               IF  BAI-CEP  NOT  =  SPACES
                                 MOVE     BAI-CEP  TO  BAI-CLI.
           MOVE     CID-CEP  TO  CID-CLI
           MOVE     EST-CEP  TO  EST-CLI
           MOVE     CEP-CLI  TO  CEP-SAV
           DISPLAY  CID-T01      EST-T01
                    END-T01      BAI-T01.
       ROT-CEPS-90.
           EXIT.

       ROT-VCGC-00.
           MOVE     "S"       TO  VAL-CGC
           IF  CGC-AUX   =   ZEROS GO     ROT-VCGC-90.
           CALL    "DYTELA"  USING    PRM-SCR (IND2).

       ROT-EXIT-00.
           IF  FLG-BCP   =  "S"  CLOSE    CADCEP.
           CLOSE    CADCLI   CADFAT   CADNTA  GOBACK.
