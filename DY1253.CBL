                       RECORD        KEY     IS  CHV-OCR
                       FILE          STATUS  IS  FST-OCR.

           SELECT      CADHTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HTQ
                       FILE          STATUS  IS  FST-HTQ.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADLES.CPY.
       COPY  CADPRS.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADHTQ.CPY.
       COPY  CADTTQ.CPY.
       COPY  CADOCR.CPY.

       WORKING-STORAGE SECTION.
           03  FST-PRS          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-OCR          PIC  X(02).
           03  FST-HTQ          PIC  X(02).
           03  FST-TTQ          PIC  X(02).
           03  QTD-OCA          PIC  9(03).

           03  IND1             PIC  9(02).
           03  IND6             PIC  9(02).
           03  IND7             PIC  9(02).
           03  IND8             PIC  9(02).
           03  IND9             PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  SDO-AUX          PIC  9(05)V9.
           03  ACM-DIF          PIC S9(06)V9  VALUE  ZEROS.
           03  VLR-AUX          PIC  9(08)V99.
           03  CNT-AUX          PIC  9(08)V99.
           03  PCT-AUX          PIC  9(05)V99.
           03  PCT-ED           PIC  ZZ9,9.
           03  VLR-ALR          PIC  --.---.--9,99.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).

           03  TAB-TNQ          PIC  X(14)  OCCURS  20.

           03  TAB-HTQ          VALUE  ZEROS.
               05  FLG-HTQ      PIC  9(01)  OCCURS  15.

           03  TAB-REL.
               05  FILLER       PIC  X(15)  VALUE  " DI?RIO VENDAS ".
               05  FILLER       PIC  X(15)  VALUE  " FOLHAS L.M.C. ".
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  19.

       01  PRM-RSU.
           03  DTI-RSU          PIC  9(06).
           03  DTF-RSU          PIC  9(06).
           03  ORG-RSU          PIC  X(01).
           03  EXC-RSU          PIC  9(06).
           03  ITM-RSU          PIC  9(06).
           03  CPM-RSU          PIC  9(06).
           03  HCX-RSU          PIC  9(06).
           03  GRV-RSU          PIC  9(06).
           03  RET-RSU          PIC  X(02).

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           MOVE     SDO-AUX  TO  SDF-TNQ  QTD-AUX
           MOVE     REG-AUX  TO  TAB-TNQ  (IND7)
           REWRITE  REG-TNQ      DISPLAY  MENU-02
           PERFORM  ROT-ALTQ-00
              THRU  ROT-ALTQ-90
           IF  IND7  =  IND5     GO       ROT-MENU-00.
           IF  IND8  =   16      ADD      1  TO  IND6
                                 ADD      1  TO  IND7
           IF  QTD-OCA   >   0   MOVE     84  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           MOVE     20       TO  IND-MSG
           DISPLAY  TELA-07      MOVE  0  TO  CHV-TNQ
           OPEN     I-O          CADHTQ
           IF  FST-HTQ   =  "35" CLOSE    CADHTQ
                                 OPEN     OUTPUT   CADHTQ
                                 CLOSE    CADHTQ
                                 OPEN     I-O      CADHTQ.

       ROT-CONF-10.
           START    CADTNQ       KEY  >   CHV-TNQ
           READ     CADTNQ  NEXT MOVE 20  TO  IND-MSG
           IF  FST-TNQ   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       ROT-CONF-15.
           MOVE     DTA-AUX  TO  DTA-HTQ
           MOVE     CHV-TNQ  TO  TNQ-HTQ
           MOVE     CMB-TNQ  TO  CMB-HTQ
           MOVE     SDI-TNQ  TO  SDI-HTQ
           MOVE     SDF-TNQ  TO  SDF-HTQ
           MOVE     ZEROS    TO  CMP-HTQ  VDA-HTQ  RCL-HTQ
           MOVE     CMB-TNQ  TO  IND9
           IF  FLG-HTQ (IND9)  = 0
                                 MOVE     CMP-TBC (IND9)  TO  CMP-HTQ
                                 MOVE     VDA-TBC (IND9)  TO  VDA-HTQ
                                 MOVE     1  TO  FLG-HTQ (IND9).
           PERFORM  ROT-HTRF-00
              THRU  ROT-HTRF-90
           WRITE    REG-HTQ
           IF  FST-HTQ   =  "22" REWRITE  REG-HTQ.
           MOVE     SDF-TNQ  TO  SDI-TNQ
           MOVE     ZEROS    TO  SDF-TNQ
           REWRITE  REG-TNQ      GO       ROT-CONF-10.

       ROT-CONF-20.
           CLOSE    CADCMB       CADECR   CADTNQ   CADHTQ
           OPEN     I-O          CADCTR   CADCXA   CADECR
                                 CADHCX
           IF  FST-HCX   =  "35" CLOSE    CADHCX
           DISPLAY  TELA-08
           IF  DIF-CXA   NOT  =   0
               MOVE     57       TO  IND-MSG
               PERFORM  ROT-MSGM-00
               PERFORM  ROT-ALRT-00
                  THRU  ROT-ALRT-90.

       ROT-CXAR-90.
           EXIT.

       ROT-ALRT-00.
           MOVE     "CXA"    TO  EVT-ALR
           MOVE     "1253"   TO  PRG-ALR
           MOVE     PRM-OPR  TO  OPR-ALR
           MOVE     NUM-CXA  TO  REF-ALR
           MOVE     DIF-CXA  TO  VAL-ALR  VLR-ALR
           MOVE     SPACES   TO  MSG-ALR
           STRING   "DIFERENCA CAIXA "   DELIMITED  BY  SIZE
                    NUM-CXA              DELIMITED  BY  SPACE
                    " TURNO "            DELIMITED  BY  SIZE
                    TUR-CXA              DELIMITED  BY  SPACE
                    " R$"                DELIMITED  BY  SIZE
                    VLR-ALR              DELIMITED  BY  SIZE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALRT-90.
           EXIT.

       ROT-ALTQ-00.
           IF  CAP-TNQ   =    0  GO       ROT-ALTQ-90.
           COMPUTE  PCT-AUX  =   SDO-AUX  *  100  /  CAP-TNQ
           MOVE     "TNQ"    TO  EVT-ALR
           MOVE     "1253"   TO  PRG-ALR
           MOVE     PRM-OPR  TO  OPR-ALR
           MOVE     NUM-AUX  TO  REF-ALR
           MOVE     PCT-AUX  TO  VAL-ALR  PCT-ED
           MOVE     SPACES   TO  MSG-ALR
           STRING   "TANQUE "            DELIMITED  BY  SIZE
                    NUM-AUX              DELIMITED  BY  SIZE
                    " NO ESTOQUE MINIMO - "
                                         DELIMITED  BY  SIZE
                    PCT-ED               DELIMITED  BY  SIZE
                    "% DA CAPACIDADE"    DELIMITED  BY  SIZE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALTQ-90.
           EXIT.

       ROT-CONF-40.
           START    CADECR       KEY  >   CHV-ECR
           IF  FST-ECR   =  "23" GO       ROT-CONF-50.

       ROT-CONF-80.
           CLOSE    CADEST       CADLES   CADPRS
           PERFORM  ROT-RESU-00
              THRU  ROT-RESU-90
           OPEN     OUTPUT       CADLCX
           CLOSE    CADLCX       GOBACK.

       ROT-OCRA-90.
           EXIT.

       ROT-HTRF-00.
           MOVE     ZEROS    TO  TRF-HTQ
           OPEN     INPUT    CADTTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-HTRF-80.
           MOVE     DTA-AUX  TO  DTA-TTQ
           MOVE     ZEROS    TO  SEQ-TTQ
           START    CADTTQ       KEY  NOT  <  CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-HTRF-80.

       ROT-HTRF-10.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"  OR
               DTA-TTQ  NOT  =   DTA-AUX
                                 GO       ROT-HTRF-80.
           IF  TNO-TTQ   =  CHV-TNQ
                                 SUBTRACT QTD-TTQ  FROM  TRF-HTQ.
           IF  TND-TTQ   =  CHV-TNQ
                                 ADD      QTD-TTQ  TO    TRF-HTQ.
           GO       ROT-HTRF-10.

       ROT-HTRF-80.
           CLOSE    CADTTQ.
       ROT-HTRF-90.
           EXIT.

       ROT-RESU-00.
           MOVE     DTA-AUX  TO  DTI-RSU  DTF-RSU
           MOVE     "F"      TO  ORG-RSU
           CALL    "DYRESU"  USING  PRM-RSU.
       ROT-RESU-90.
           EXIT.

       ROT-HELP-00.
           CALL   "DYHELP"  USING  PRM-HLP.

