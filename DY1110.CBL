                       RECORD        KEY     IS  CHV-LES
                       FILE          STATUS  IS  FST-LES.

           SELECT      CADLPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPR
                       FILE          STATUS  IS  FST-LPR.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADEST.CPY.
       COPY  CADLCP.CPY.
       COPY  CADLES.CPY.
       COPY  CADLPR.CPY.
       COPY  CADOPR.CPY.
       COPY  CADOVR.CPY.
       COPY  CADPRS.CPY.
           03  FST-EST          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-LES          PIC  X(02).
           03  FST-LPR          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-OVR          PIC  X(02).
           03  FST-PRS          PIC  X(02).
           03  TNT-LCK          PIC  9(01).
           03  SDO-AUX          PIC S9(06)V9.
           03  LCS-AUX          PIC  9(02)V99.
           03  VDA-SAV          PIC  9(06)V9(04).

           03  DTA-LCT.
               05  ANO-LCT      PIC  9(02).

       01  VLR-AUD              PIC  ZZZ.ZZ9,99.

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       01  PRM-AUD.
           03  PRG-AUD          PIC  X(06).
           03  OPR-AUD          PIC  X(10).

       01  TELA-TRB BCK-CLR 02 FOR-CLR 15.
           03  LINE 19 COLUMN 43 PIC X(27) FROM "  Sit.Trib.".
           03  LINE 20 COLUMN 43 PIC X(27)
                                 FROM "  ICMS  PIS  COFINS  A/I".
           03  SIT-ET4 LINE 19 COLUMN 61 PIC X(03)   USING SIT-EST.
           03  AIC-ET4 LINE 21 COLUMN 44 PIC Z9,99   USING AIC-EST.
           03  API-ET4 LINE 21 COLUMN 50 PIC 9,99    USING API-EST.
           03  ACF-ET4 LINE 21 COLUMN 56 PIC 9,99    USING ACF-EST.
           03  STA-ET4 LINE 21 COLUMN 66 PIC X(01)   USING STA-EST.

       01  TELA-UNI BCK-CLR 02 FOR-CLR 15.
           03  LINE 22 COLUMN 43 PIC X(14) FROM "  Unid.Compra:".
           OPEN    INPUT     CADCTR   READ     CADCTR
           MOVE    DTD-CTR     TO     DTA-LCT
           CLOSE   CADCTR
           OPEN    I-O       CADEST   CADLES   CADOVR   CADLPR
                   INPUT     CADATV   CADCMB   CADLCP   CADOPR
                             CADPRS   CADTNQ
           IF  DIA-LCT = 0    MOVE    1   TO   DIA-LCT.
                                 PCT-EST  QVM-EST  QVA-EST
                                 DTI-EST  DTF-EST  VDR-EST
                                 VDF-EST  LCS-EST  AIS-EST
                                 SCN-EST  DAB-EST
           MOVE     SPACES   TO  FOR-EST  ABV-EST  ABM-EST
           MOVE     "A"      TO  STA-EST
           PERFORM  ROT-ENTR-00  THRU     ROT-ENTR-70
           MOVE     SDO-AUX  TO  SDO-EST
           WRITE    REG-EST      MOVE 12  TO  IND-MSG
           MOVE     DES-EST  TO  ANT-AUD (1:25)
           MOVE     CST-EST  TO  VLR-AUD
           MOVE     VLR-AUD  TO  ANT-AUD (27:12)
           MOVE     VDA-EST  TO  VLR-AUD  VDA-SAV
           MOVE     VLR-AUD  TO  ANT-AUD (40:12).
       ROT-AUDA-10.
           EXIT.
           MOVE     VLR-AUD  TO  NOV-AUD (27:12)
           MOVE     VDA-EST  TO  VLR-AUD
           MOVE     VLR-AUD  TO  NOV-AUD (40:12)
           IF  VDA-EST  NOT  =   VDA-SAV
                                 PERFORM  ROT-LOGA-00
                                    THRU  ROT-LOGA-90.
           IF  ANT-AUD   =       NOV-AUD
                                 GO       ROT-AUDA-30.
           MOVE     "1110"   TO  PRG-AUD
       ROT-AUDA-30.
           EXIT.

       ROT-LOGA-00.
           MOVE     PRM-OPR   TO  OPR-LPR
           ACCEPT   DTA-LPR  FROM  DATE
           MOVE     0        TO  LCT-LPR.
       ROT-LOGA-10.
           ACCEPT   HRA-LPR  FROM  TIME
           MOVE     "DY1110" TO  PRG-LPR
           MOVE     PRX-EST   TO  PRX-LPR
           MOVE     SUF-EST   TO  SUF-LPR
           MOVE     CTM-EST   TO  CSA-LPR
           MOVE     CTM-EST   TO  CSD-LPR
           MOVE     VDA-SAV   TO  VDA-LPR
           MOVE     VDA-EST   TO  VDD-LPR
           MOVE    "ALTERACAO NO CADASTRO"  TO  MTV-LPR
           MOVE     SPACES    TO  FLG-LPR
           WRITE    REG-LPR
           IF  FST-LPR   >   "00"  ADD  1  TO  LCT-LPR
                                   GO       ROT-LOGA-10.
       ROT-LOGA-90.
           EXIT.

       ROT-EXCL-00.
           IF  SDO-EST  NOT   =  ZEROS
                                 GO       ROT-EXCL-20.
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-66.
           IF  STA-EST   =       SPACES
                                 MOVE     "A"      TO  STA-EST.
           ACCEPT   STA-ET4
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-66.
           IF  STA-EST  NOT  =  "A"  AND  STA-EST  NOT  =  "I"
                                 GO       ROT-ENTR-66.

       ROT-ENTR-67.
           DISPLAY  TELA-UNI
                                 GO       ROT-SUPV-90.
           MOVE     "S"      TO  FLG-SPV
           PERFORM  ROT-OVRW-00
              THRU  ROT-OVRW-10
           PERFORM  ROT-ALRT-00
              THRU  ROT-ALRT-90.
       ROT-SUPV-90.
           EXIT.

           WRITE    REG-OVR      ADD   1  TO  LCT-OVR
           IF  FST-OVR   =  "22" GO       ROT-OVRW-10.

       ROT-ALRT-00.
           MOVE     "PRC"    TO  EVT-ALR
           MOVE     "1110"   TO  PRG-ALR
           MOVE     PRM-OPR  TO  OPR-ALR
           MOVE     CHV-EST  TO  REF-ALR
           MOVE     VDA-EST  TO  VAL-ALR
           MOVE     SPACES   TO  MSG-ALR
           STRING   "VENDA ABAIXO CUSTO SPV "
                                         DELIMITED  BY  SIZE
                    SPV-AUX              DELIMITED  BY  SPACE
                    " "                  DELIMITED  BY  SIZE
                    DES-EST              DELIMITED  BY  SIZE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALRT-90.
           EXIT.

       ROT-EXIT-00.
           CLOSE    CADATV  CADCMB  CADEST
                    CADLCP  CADLES  CADOPR  CADOVR
                    CADPRS  CADTNQ  CADLPR  GOBACK.
