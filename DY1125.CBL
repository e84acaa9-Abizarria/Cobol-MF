                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADTES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TES
                       FILE          STATUS  IS  FST-TES.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADCTR.CPY.
       COPY  CADPVT.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADTES.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-PVT          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-TES          PIC  X(02).
           03  FLG-EST          PIC  X(01).
           03  TIP-EST          PIC  X(01).

           03  NUM-OPC          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  DTA-FIM          PIC  9(06).
           03  QTD-APR          PIC  9(04).
           03  QTD-REP          PIC  9(04).
           03  DEN-ED           PIC  9,999.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               "   REPROVADAS .:".
           03  REP-TT1          PIC  ZZZ9.

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  08.
           ACCEPT   HRA-PVT FROM TIME
           WRITE    REG-PVT
           IF  FST-PVT   =  "22" REWRITE  REG-PVT.
           IF  RSL-AUX   =  "R"  PERFORM  ROT-ALRT-00
                                    THRU  ROT-ALRT-90.
           MOVE     TNQ-AUX  TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ   =  "00"
                   MOVE     "S"      TO  BLQ-TNQ
                   REWRITE  REG-TNQ
               ELSE
                   PERFORM  ROT-ESTQ-00
                      THRU  ROT-ESTQ-90
                   IF  FLG-EST  NOT  =  "S"
                       MOVE     SPACE    TO  BLQ-TNQ
                       REWRITE  REG-TNQ.
           PERFORM  ROT-LANC-00  GO       ROT-LANC-10.

       ROT-IMPR-00.
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-ESTQ-00.
           MOVE     "N"      TO  FLG-EST
           OPEN     INPUT    CADTES
           IF  FST-TES  NOT  =  "00"
                                 GO       ROT-ESTQ-90.
           MOVE     "T"      TO  TIP-EST
           PERFORM  ROT-ESTQ-10
           MOVE     "L"      TO  TIP-EST
           PERFORM  ROT-ESTQ-10
           MOVE     "P"      TO  TIP-EST
           PERFORM  ROT-ESTQ-10
           CLOSE    CADTES       GO       ROT-ESTQ-90.

       ROT-ESTQ-10.
           MOVE     TNQ-AUX  TO  TNQ-TES
           MOVE     TIP-EST  TO  TIP-TES
           MOVE     999999   TO  DTA-TES
           START    CADTES       KEY  <   CHV-TES
           IF  FST-TES   =  "00" READ     CADTES   PREVIOUS.
           IF  FST-TES   =  "00" AND  TNQ-TES  =  TNQ-AUX  AND
               TIP-TES   =  TIP-EST  AND  RSL-TES  =  "R"
                                 MOVE     "S"      TO  FLG-EST.

       ROT-ESTQ-90.
           EXIT.

       ROT-ALRT-00.
           MOVE     "PRV"    TO  EVT-ALR
           MOVE     "1125"   TO  PRG-ALR
           MOVE     PRM-OPR  TO  OPR-ALR
           MOVE     TNQ-AUX  TO  REF-ALR
           MOVE     DEN-AUX  TO  VAL-ALR  DEN-ED
           MOVE     SPACES   TO  MSG-ALR
           STRING   "PROVETA REPROVADA TANQUE "
                                         DELIMITED  BY  SIZE
                    TNQ-AUX              DELIMITED  BY  SIZE
                    " DENSIDADE "        DELIMITED  BY  SIZE
                    DEN-ED               DELIMITED  BY  SIZE
                    " - TANQUE BLOQUEADO"
                                         DELIMITED  BY  SIZE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALRT-90.
           EXIT.

       ROT-DATA-00.
           CALL    "DYDATA"  USING  PRM-DTA  PRM-HLP.

