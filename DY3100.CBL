                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADCEP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CEP
                       FILE          STATUS  IS  FST-CEP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMDR.CPY.
       COPY  CADCEP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MDR          PIC  X(02).
           03  FST-CEP          PIC  X(02).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ACM-PSQ          PIC  9(02).
           03  CEP-SAV          PIC  9(08).
           03  FLG-CEP          PIC  X(01).
           03  FLG-BCP          PIC  X(01).

           03  NOM-PSQ          PIC  X(40).
           03  RED-NOM          REDEFINES   NOM-PSQ.
               05  ANO-DTA      PIC  9(02).
               05  MES-DTA      PIC  9(02).
               05  DIA-DTA      PIC  9(02).
           03  LIN-DTA          PIC  9(02)  VALUE  12.
           03  COL-DTA          PIC  9(02)  VALUE  61.
           03  BCK-DTA          PIC  9(01)  VALUE  3.
           03  FOR-DTA          PIC  9(01)  VALUE  7.
      -            "                                    ? ".
               05  LINE 09 COLUMN 07 VALUE " ?  C?digo .........:
      -            "                                    ? ".
               05  LINE 10 COLUMN 07 VALUE " ?  Nome Completo ..:
      -            "                                    ? ".
               05  LINE 11 COLUMN 07 VALUE " ?  N?mero do R.G. .:
      -            "             Atualizado :           ? ".
               05  LINE 12 COLUMN 07 VALUE " ?  Telefone .......:
      -            "             Nascimento :           ? ".
               05  LINE 13 COLUMN 07 VALUE " ?  Celular ........:
      -            "                                    ? ".
               05  LINE 14 COLUMN 07 VALUE " ?  CEP/Cidade/UF ..:
      -            "                                    ? ".
               05  LINE 15 COLUMN 07 VALUE " ?  Endere?o .......:
      -            "                                    ? ".
               05  LINE 16 COLUMN 07 VALUE " ?  Bairro .........:
      -            "                                    ? ".
               05  LINE 17 COLUMN 07 VALUE " ?  E-mail .........:
      -            "                                    ? ".

       01  ENTR-01     AUTO.
           03  CHV-E01 LINE 09 COLUMN 29 PIC ZZZZ9        USING CHV-MDR.
           03  NOM-E01 LINE 10 COLUMN 29 PIC X(40)        USING NOM-MDR.
           03  DOC-E01 LINE 11 COLUMN 29 PIC 99.999.999.9 USING DOC-MDR.
           03  DDD-E01 LINE 12 COLUMN 29 PIC 9(02)        USING DDD-MDR.
           03  TEL-E01 LINE 12 COLUMN 32 PIC ZZZ9.9999    USING TEL-MDR.
           03  CEL-E01 LINE 13 COLUMN 29 PIC ZZZZ9.9999   USING CEL-MDR.
           03  CEP-E01 LINE 14 COLUMN 29 PIC 99999.999    USING CEP-MDR.
           03  CID-E01 LINE 14 COLUMN 40 PIC X(25)        USING CID-MDR.
           03  EST-E01 LINE 14 COLUMN 67 PIC X(02)        USING EST-MDR.
           03  END-E01 LINE 15 COLUMN 29 PIC X(40)        USING END-MDR.
           03  BAI-E01 LINE 16 COLUMN 29 PIC X(25)        USING BAI-MDR.
           03  EML-E01 LINE 17 COLUMN 29 PIC X(40)        USING EML-MDR.
           03  OBS-E01 LINE 18 COLUMN 29 PIC X(40)        USING OBS-MDR.
           03  CNS-E01 LINE 19 COLUMN 29 PIC X(01)        USING CNS-MDR.
           03  PSQ-E01 LINE 10 COLUMN 29 PIC X(40)        USING NOM-PSQ.

       01  ENTR-02  BCK-CLR 03 FOR-CLR 15.
           03  CHV-T01 LINE 09 COLUMN 29 PIC 9(05)        FROM  CHV-MDR.
           03  NOM-T01 LINE 10 COLUMN 29 PIC X(40)        FROM  NOM-MDR.
           03  DOC-T01 LINE 11 COLUMN 29 PIC 99.999.999.9 FROM  DOC-MDR.
           03  DDD-T01 LINE 12 COLUMN 29 PIC 9(02)        FROM  DDD-MDR.
           03  TEL-T01 LINE 12 COLUMN 32 PIC ZZZ9.9999    FROM  TEL-MDR.
           03  DTA-T01 LINE 11 COLUMN 61 PIC 99/99/99     FROM  DTA-SYS.
           03  NSC-T01 LINE 12 COLUMN 61 PIC 99/99/99     FROM  DTA-NSC.
           03  CEL-T01 LINE 13 COLUMN 29 PIC ZZZZ9.9999   FROM  CEL-MDR.
           03  CEP-T01 LINE 14 COLUMN 29 PIC 99999.999    FROM  CEP-MDR.
           03  CID-T01 LINE 14 COLUMN 40 PIC X(25)        FROM  CID-MDR.
           03  EST-T01 LINE 14 COLUMN 67 PIC X(02)        FROM  EST-MDR.
           03  END-T01 LINE 15 COLUMN 29 PIC X(40)        FROM  END-MDR.
           03  BAI-T01 LINE 16 COLUMN 29 PIC X(25)        FROM  BAI-MDR.
           03  EML-T01 LINE 17 COLUMN 29 PIC X(40)        FROM  EML-MDR.
           03  OBS-T01 LINE 18 COLUMN 29 PIC X(40)        FROM  OBS-MDR.
           03  CNS-T01 LINE 19 COLUMN 29 PIC X(01)        FROM  CNS-MDR.

                    "  Aceita Mala ? .:".

       01  ENTR-03  BCK-CLR 03 FOR-CLR 15
                    LINE 10 COLUMN 29 PIC X(40) USING NOM-PSQ AUTO.
       01  TELA-02.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 12 COLUMN 23 VALUE
       01  ENTR-04 BCK-CLR 04 FOR-CLR 15
                   LINE 13 COLUMN 51 PIC X(01) USING RSP-OPC AUTO.

       01  TELA-CEP BCK-CLR 03 FOR-CLR 15
                    LINE 25 COLUMN 14 PIC X(54) FROM
                    " CEP NAO CONSTA NA BASE DOS CORREIOS - CONFIRA !!".

       01  LIMP-CEP BCK-CLR 03
                    LINE 25 COLUMN 14 PIC X(54) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           OPEN     I-O      CADMDR
           MOVE     "N"      TO  FLG-BCP
           OPEN     INPUT    CADCEP
           IF  FST-CEP   =  "00" MOVE     "S"      TO  FLG-BCP.

       ROT-CODE-00.
           DISPLAY  TELA-01      MOVE  0  TO  CHV-MDR.
       ROT-INCL-00.
           MOVE     SPACES   TO  NOM-MDR  END-MDR
                    CID-MDR      EST-MDR  OBS-MDR  EML-MDR
                    BAI-MDR
           MOVE     ZEROS    TO  DOC-MDR  DDD-MDR
                                 TEL-MDR  DTA-DTA
                                 NSC-MDR  CEP-MDR  CEL-MDR
                                 CEP-SAV
           PERFORM  ROT-ENTR-00  THRU     ROT-ENTR-95
           WRITE    REG-MDR
           IF  FST-MDR   =  "22" MOVE 12  TO  IND-MSG
           GO       ROT-EXBE-10.

       ROT-ALTR-00.
           MOVE     CEP-MDR  TO  CEP-SAV
           PERFORM  ROT-ENTR-00  THRU     ROT-ENTR-95
           REWRITE  REG-MDR      GO       ROT-EXBE-10.

               <    180000       PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTR-40.
       ROT-ENTR-50.
           ACCEPT   CEP-E01      DISPLAY  CEP-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-40.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-50.
           PERFORM  ROT-CEPS-00
              THRU  ROT-CEPS-90.
       ROT-ENTR-52.
           ACCEPT   END-E01      DISPLAY  END-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-50.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-52.
       ROT-ENTR-54.
           ACCEPT   BAI-E01      DISPLAY  BAI-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-52.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-54.
       ROT-ENTR-60.
           IF  FLG-CEP   =  "S"  GO       ROT-ENTR-80.
           ACCEPT   CID-E01      DISPLAY  CID-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-54.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-60.
       ROT-ENTR-70.
           ACCEPT   EST-E01      DISPLAY  EST-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-ENTR-60.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-70.
       ROT-ENTR-80.
           ACCEPT   EML-E01      DISPLAY  EML-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  AND  FLG-CEP  =  "S"
                                 GO       ROT-ENTR-54.
           IF  TECLADO   =   01  GO       ROT-ENTR-70.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-80.
                                 GO       ROT-ALTR-00.
           PERFORM  ROT-RTLA-00  GO       ROT-PESQ-00.

       ROT-CEPS-00.
           MOVE     "N"      TO  FLG-CEP
           DISPLAY  LIMP-CEP
           IF  CEP-MDR   =   0   OR  FLG-BCP  NOT  =  "S"
                                 GO       ROT-CEPS-90.
           MOVE     CEP-MDR  TO  CHV-CEP
           READ     CADCEP
           IF  FST-CEP  NOT  =  "00"
                                 DISPLAY  TELA-CEP
                                 GO       ROT-CEPS-90.
           MOVE     "S"      TO  FLG-CEP
           IF  END-MDR   =       SPACES  OR  CEP-MDR  NOT  =  CEP-SAV
               IF  LOG-CEP  NOT  =  SPACES
                                 MOVE     LOG-CEP  TO  END-MDR.
           IF  BAI-MDR   =       SPACES  OR  CEP-MDR  NOT  =  CEP-SAV
               IF  BAI-CEP  NOT  =  SPACES
                                 MOVE     BAI-CEP  TO  BAI-MDR.
           MOVE     CID-CEP  TO  CID-MDR
           MOVE     EST-CEP  TO  EST-MDR
           MOVE     CEP-MDR  TO  CEP-SAV
           DISPLAY  CID-T01      EST-T01
                    END-T01      BAI-T01.
       ROT-CEPS-90.
           EXIT.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

           CALL    "DYDATA"  USING  PRM-DTA
                                    PRM-HLP.
       ROT-EXIT-00.
           IF  FLG-BCP   =  "S"  CLOSE    CADCEP.
           CLOSE    CADMDR   GOBACK.
