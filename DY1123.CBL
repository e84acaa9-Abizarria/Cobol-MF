                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADMRG.CPY.
       COPY  CADPRS.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADTTQ.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-MRG          PIC  X(02).
           03  FST-PRS          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-TTQ          PIC  X(02).
           03  FST-TMP          PIC  X(02).

           03  NUM-OPC          PIC  9(01).
               05  CMB-CCH      PIC  9(06)V99  OCCURS  20.
           03  TUR-AUX          PIC  9(01).
           03  LEI-AUX          PIC  9(05)V9.
           03  ALT-AUX          PIC  9(03)V9.
           03  LEI-ANT          PIC  9(05)V9.
           03  FLG-ANT          PIC  9(01).
           03  CMP-AUX          PIC S9(06)V9.
           03  VND-AUX          PIC S9(06)V9.
           03  FIS-AUX          PIC S9(06)V9.
           03  PRD-AUX          PIC S9(06)V9.
           03  TRF-AUX          PIC S9(06)V9.

           03  ACUMULO.
               05  ACM-FIS      PIC S9(07)V9.
           03  FOR-DTA          PIC  9(01)  VALUE  15.
           03  FLG-DTA          PIC  9(01).

       01  PRM-ARQ.
           03  TNQ-ARQ          PIC  9(02).
           03  DTA-ARQ          PIC  9(06).
           03  ALT-ARQ          PIC  9(03)V9.
           03  VOL-ARQ          PIC  9(06)V9.
           03  FLG-ARQ          PIC  9(01).
           03  VIG-ARQ          PIC  9(06).

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
               05  LINE 14 COLUMN 25 PIC X(35) FROM "   Tanque ..:".
               05  LINE 15 COLUMN 25 PIC X(35) FROM "   Turno ...:".
               05  LINE 16 COLUMN 25 PIC X(35) FROM SPACES.
               05  LINE 17 COLUMN 25 PIC X(35) FROM "   Regua cm :".
               05  LINE 18 COLUMN 25 PIC X(35) FROM "   Litros ..:".
           03  FOR-CLR  00.
               05  LINE 12 COLUMN 60 PIC X(01) FROM     "?".
               05  LINE 13 COLUMN 60 PIC X(01) FROM     "?".
       01  ENTR-03     AUTO.
           03  TNQ-E03 LINE 14 COLUMN 42 PIC Z9       USING TNQ-AUX.
           03  TUR-E03 LINE 15 COLUMN 42 PIC 9        USING TUR-AUX.
           03  ALT-E03 LINE 17 COLUMN 42 PIC ZZ9,9    USING ALT-AUX.

       01  EXBE-03 BCK-CLR 03 FOR-CLR 15.
           03  TNQ-T03 LINE 14 COLUMN 42 PIC Z9       FROM TNQ-AUX.
           03  CMB-T03 LINE 14 COLUMN 46 PIC X(10)    FROM DES-CMB.
           03  TUR-T03 LINE 15 COLUMN 42 PIC 9        FROM TUR-AUX.
           03  ALT-T03 LINE 17 COLUMN 42 PIC ZZ9,9    FROM ALT-AUX.
           03  LEI-T03 LINE 18 COLUMN 42 PIC ZZZZ9,9  FROM LEI-AUX.

       01  TELA-04 BCK-CLR 01.
           03  FOR-CLR  07.
                                 DISPLAY      SETA-01.

       ROT-LANC-00.
           MOVE     ZEROS    TO  TNQ-AUX  TUR-AUX  LEI-AUX  ALT-AUX.

       ROT-LANC-10.
           ACCEPT   TNQ-E03
           MOVE     TUR-AUX  TO  TUR-MRG
           READ     CADMRG
           IF  FST-MRG   =  "00" MOVE     LEI-MRG  TO  LEI-AUX
                                 MOVE     ALT-MRG  TO  ALT-AUX
                                 DISPLAY  ALT-T03  LEI-T03.

       ROT-LANC-30.
           ACCEPT   ALT-E03      DISPLAY  ALT-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-LANC-20.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-LANC-30.
           MOVE     TNQ-AUX  TO  TNQ-ARQ
           MOVE     DTA-DTA  TO  DTA-ARQ
           MOVE     ALT-AUX  TO  ALT-ARQ
           CALL    "DYARQU"  USING  PRM-ARQ
           IF  FLG-ARQ   =   1   MOVE 87  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-LANC-30.
           IF  FLG-ARQ   =   2   MOVE 88  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-LANC-30.
           MOVE     VOL-ARQ  TO  LEI-AUX
           DISPLAY  LEI-T03
           MOVE     DTA-DTA  TO  DTA-MRG
           MOVE     TNQ-AUX  TO  TNQ-MRG
           MOVE     TUR-AUX  TO  TUR-MRG
           MOVE     CMB-TNQ  TO  CMB-MRG
           MOVE     LEI-AUX  TO  LEI-MRG
           MOVE     ALT-AUX  TO  ALT-MRG
           MOVE     PRM-OPR  TO  OPR-MRG
           ACCEPT   HRA-MRG FROM TIME
           WRITE    REG-MRG
           IF  FST-MRG   =  "22" REWRITE  REG-MRG.
           MOVE     ZEROS    TO  TUR-AUX  LEI-AUX  ALT-AUX
           DISPLAY  TUR-T03      ALT-T03  LEI-T03
           GO       ROT-LANC-20.

       ROT-IMPR-00.
           IF  FLG-ANT   =   0   GO       ROT-IMPR-10.
           PERFORM  ROT-MOVI-00
           IF  TNQ-MRG   =       TNQ-PRV
                                 MOVE     ZEROS    TO  CMP-AUX  TRF-AUX
           ELSE
                                 PERFORM  ROT-JCMP-00
                                    THRU  ROT-JCMP-90
                                 PERFORM  ROT-TRNF-00
                                    THRU  ROT-TRNF-90.
           MOVE     TNQ-MRG  TO  TNQ-PRV
           COMPUTE  FIS-AUX  =   LEI-AUX  -   LEI-ANT
           COMPUTE  PRD-AUX  =   FIS-AUX  +   VND-AUX  -  CMP-AUX
                             -   TRF-AUX
           MOVE     CMB-MRG  TO  CHV-CMB
           READ     CADCMB
           MOVE     DES-CMB  TO  CMB-DT1
       ROT-JCMP-90.
           EXIT.

       ROT-TRNF-00.
           MOVE     ZEROS    TO  TRF-AUX
           OPEN     INPUT    CADTTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-TRNF-80.
           MOVE     DTA-DTA  TO  DTA-TTQ
           MOVE     ZEROS    TO  SEQ-TTQ
           START    CADTTQ       KEY  NOT  <  CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-TRNF-80.

       ROT-TRNF-10.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"  OR
               DTA-TTQ  NOT  =   DTA-DTA
                                 GO       ROT-TRNF-80.
           IF  TNO-TTQ   =  TNQ-MRG
                                 SUBTRACT QTD-TTQ  FROM  TRF-AUX.
           IF  TND-TTQ   =  TNQ-MRG
                                 ADD      QTD-TTQ  TO    TRF-AUX.
           GO       ROT-TRNF-10.

       ROT-TRNF-80.
           CLOSE    CADTTQ.
       ROT-TRNF-90.
           EXIT.

       ROT-MOVI-00.
           MOVE     ZEROS    TO  CMP-AUX  VND-AUX
           MOVE     SPACES   TO  CHV-LCP.
