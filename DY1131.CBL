                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      CADCEP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CEP
                       FILE          STATUS  IS  FST-CEP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFRN.CPY.
       COPY  CADCEP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXLIARES.
           03  FST-FRN          PIC  X(02).
           03  FST-CEP          PIC  X(02).

           03  TECLADO          PIC  9(02).
           03  FRN-AUX          PIC  9(04).
           03  RSP-OPC          PIC  X(01).
           03  CEP-SAV          PIC  9(08).
           03  FLG-CEP          PIC  X(01).
           03  FLG-BCP          PIC  X(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
      -            "                                      ? ".
               05  LINE 09 COLUMN 07 VALUE " ?  C?digo ......:
      -            "                                      ? ".
               05  LINE 10 COLUMN 07 VALUE " ?  Raz?o Social :
      -            "                                      ? ".
               05  LINE 11 COLUMN 07 VALUE " ?  CNPJ ........:
      -            "                                      ? ".
               05  LINE 12 COLUMN 07 VALUE " ?  CEP/Cid/UF ..:
      -            "                                      ? ".
               05  LINE 13 COLUMN 07 VALUE " ?  Endere?o ....:
      -            "                                      ? ".
               05  LINE 14 COLUMN 07 VALUE " ?  Bairro ......:
      -            "                                      ? ".
               05  LINE 15 COLUMN 07 VALUE " ?  Telefone ....:    -
      -            "                                      ? ".
               05  LINE 16 COLUMN 07 VALUE " ?  Contato .....:

       01  ENTR-01     AUTO.
           03  FRN-E01 LINE 09 COLUMN 25 PIC ZZZ9   USING FRN-AUX.
           03  NOM-E01 LINE 10 COLUMN 25 PIC X(25)  USING NOM-FRN.
           03  CGC-E01 LINE 11 COLUMN 25 PIC 9(14)  USING CGC-FRN.
           03  CEP-E01 LINE 12 COLUMN 25 PIC 99999.999 USING CEP-FRN.
           03  CID-E01 LINE 12 COLUMN 35 PIC X(25)  USING CID-FRN.
           03  EST-E01 LINE 12 COLUMN 61 PIC X(02)  USING EST-FRN.
           03  END-E01 LINE 13 COLUMN 25 PIC X(40)  USING END-FRN.
           03  BAI-E01 LINE 14 COLUMN 25 PIC X(25)  USING BAI-FRN.
           03  DDD-E01 LINE 15 COLUMN 25 PIC 99     USING DDD-FRN.
           03  TEL-E01 LINE 15 COLUMN 29 PIC 9(08)  USING TEL-FRN.
           03  CNT-E01 LINE 16 COLUMN 25 PIC X(15)  USING CNT-FRN.

       01  EXBE-01  BCK-CLR 07 FOR-CLR 15.
           03  FRN-T01 LINE 09 COLUMN 25 PIC ZZZ9   FROM FRN-AUX.
           03  NOM-T01 LINE 10 COLUMN 25 PIC X(25)  FROM NOM-FRN.
           03  CGC-T01 LINE 11 COLUMN 25 PIC 9(14)  FROM CGC-FRN.
           03  CEP-T01 LINE 12 COLUMN 25 PIC 99999.999 FROM CEP-FRN.
           03  CID-T01 LINE 12 COLUMN 35 PIC X(25)  FROM CID-FRN.
           03  EST-T01 LINE 12 COLUMN 61 PIC X(02)  FROM EST-FRN.
           03  END-T01 LINE 13 COLUMN 25 PIC X(40)  FROM END-FRN.
           03  BAI-T01 LINE 14 COLUMN 25 PIC X(25)  FROM BAI-FRN.
           03  DDD-T01 LINE 15 COLUMN 25 PIC 99     FROM DDD-FRN.
           03  TEL-T01 LINE 15 COLUMN 29 PIC 9(08)  FROM TEL-FRN.
           03  CNT-T01 LINE 16 COLUMN 25 PIC X(15)  FROM CNT-FRN.
           03  LINE 22 COLUMN 23 PIC X(35) FROM SPACES.
           03  LINE 23 COLUMN 23 PIC X(35) FROM SPACES.

       01  TELA-CEP BCK-CLR 03 FOR-CLR 15
                    LINE 25 COLUMN 14 PIC X(54) FROM
                    " CEP NAO CONSTA NA BASE DOS CORREIOS - CONFIRA !!".

       01  LIMP-CEP BCK-CLR 03
                    LINE 25 COLUMN 14 PIC X(54) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
                    OPEN     OUTPUT   CADFRN
                    CLOSE    CADFRN
                    OPEN     I-O      CADFRN.
           MOVE     "N"      TO  FLG-BCP
           OPEN     INPUT    CADCEP
           IF  FST-CEP   =  "00" MOVE     "S"      TO  FLG-BCP.

       ROT-CODE-00.
           MOVE     ZEROS    TO  FRN-AUX
           MOVE     SPACES   TO  NOM-FRN  END-FRN  CID-FRN
                                 EST-FRN  CNT-FRN  DGC-FRN
                                 BAI-FRN
           MOVE     ZEROS    TO  CGC-FRN  DDD-FRN  TEL-FRN  PGT-FRN
                                 BCO-FRN  AGE-FRN  CTA-FRN
                                 CEP-FRN
           DISPLAY  EXBE-01.

       ROT-CODE-10.
           IF  FRN-AUX   =   0   GO       ROT-CODE-10.
           MOVE     FRN-AUX  TO  CHV-FRN
           READ     CADFRN
           IF  CEP-FRN  NOT  NUMERIC
                                 MOVE     ZEROS    TO  CEP-FRN
                                 MOVE     SPACES   TO  BAI-FRN.
           MOVE     CEP-FRN  TO  CEP-SAV
           IF  FST-FRN   =  "00" DISPLAY  EXBE-01.

       ROT-EXBE-00.
           ACCEPT   CGC-E01      DISPLAY  CGC-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           ACCEPT   CEP-E01      DISPLAY  CEP-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           PERFORM  ROT-CEPS-00
              THRU  ROT-CEPS-90
           ACCEPT   END-E01      DISPLAY  END-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           ACCEPT   BAI-E01      DISPLAY  BAI-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           IF  FLG-CEP   =  "S"  GO       ROT-ENTR-10.
           ACCEPT   CID-E01      DISPLAY  CID-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           ACCEPT   EST-E01      DISPLAY  EST-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.

       ROT-ENTR-10.
           ACCEPT   DDD-E01      DISPLAY  DDD-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00.
           IF  RSP-OPC   =  "S"  DELETE   CADFRN.
           DISPLAY  LIMP-04      GO       ROT-CODE-00.

       ROT-CEPS-00.
           MOVE     "N"      TO  FLG-CEP
           DISPLAY  LIMP-CEP
           IF  CEP-FRN   =   0   OR  FLG-BCP  NOT  =  "S"
                                 GO       ROT-CEPS-90.
           MOVE     CEP-FRN  TO  CHV-CEP
           READ     CADCEP
           IF  FST-CEP  NOT  =  "00"
                                 DISPLAY  TELA-CEP
                                 GO       ROT-CEPS-90.
           MOVE     "S"      TO  FLG-CEP
           IF  END-FRN   =       SPACES  OR  CEP-FRN  NOT  =  CEP-SAV
               IF  LOG-CEP  NOT  =  SPACES
                                 MOVE     LOG-CEP  TO  END-FRN.
           IF  BAI-FRN   =       SPACES  OR  CEP-FRN  NOT  =  CEP-SAV
               IF  BAI-CEP  NOT  =  SPACES
                                 MOVE     BAI-CEP  TO  BAI-FRN.
           MOVE     CID-CEP  TO  CID-FRN
           MOVE     EST-CEP  TO  EST-FRN
           MOVE     CEP-FRN  TO  CEP-SAV
           DISPLAY  CID-T01      EST-T01
                    END-T01      BAI-T01.
       ROT-CEPS-90.
           EXIT.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.


       ROT-EXIT-00.
           PERFORM  ROT-RTLA-00
           IF  FLG-BCP   =  "S"  CLOSE    CADCEP.
           CLOSE    CADFRN   GOBACK.
