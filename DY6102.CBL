       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6102.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADHVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HVD
                       FILE          STATUS  IS  FST-HVD.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV
                       FILE          STATUS  IS  FST-ATV.

           SELECT      ARQPRM        ASSIGN  TO  "COMPVDA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-CMP       ASSIGN  TO  "RELCOMPV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADHVD.CPY.
       COPY  CADATV.CPY.

       FD  ARQPRM.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-CMP.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-HVD          PIC  X(02).
           03  FST-ATV          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  REF-PRM          PIC  9(04).
           03  REF-ATU          PIC  9(04).
           03  RED-ATU          REDEFINES  REF-ATU.
               05  ANO-ATU      PIC  9(02).
               05  MES-ATU      PIC  9(02).
           03  REF-ANT          PIC  9(04).
           03  RED-ANT          REDEFINES  REF-ANT.
               05  ANO-ANT      PIC  9(02).
               05  MES-ANT      PIC  9(02).
           03  INI-ATU          PIC  9(04).
           03  INI-ANT          PIC  9(04).

           03  IND-PRD          PIC  9(03).
           03  IND-SHF          PIC  9(03).
           03  QTD-PRD          PIC  9(03)  VALUE  ZEROS.
           03  IND-GRP          PIC  9(02).
           03  IND-TUR          PIC  9(02).
           03  IND-COL          PIC  9(01).
           03  COL-ATU          PIC  9(01).
           03  COL-ANT          PIC  9(01).
           03  ATV-AX1          PIC  9(01).
           03  KEY-AUX.
               05  PRX-AUX      PIC  X(10).
               05  SUF-AUX      PIC  9(03).
           03  ATU-AUX          PIC  9(09)V99.
           03  ANT-AUX          PIC  9(09)V99.
           03  PCT-AUX          PIC S9(05)V9.
           03  PCT-ED           PIC  ----9,9.
           03  VAR-AUX          PIC  X(07).
           03  VQT-AUX          PIC  X(07).
           03  DES-AUX          PIC  X(25).
           03  TOT-LID          PIC  9(07)  VALUE  ZEROS.

       01  TAB-PRD.
           03  REG-TPR          OCCURS  300.
               05  KEY-TPR.
                   07  PRX-TPR  PIC  X(10).
                   07  SUF-TPR  PIC  9(03).
               05  ATV-TPR      PIC  9(01).
               05  DES-TPR      PIC  X(25).
               05  REG-TPV      OCCURS  4.
                   07  QTD-TPV  PIC  9(08)V9.
                   07  VAL-TPV  PIC  9(09)V99.

       01  TAB-GRP.
           03  REG-TGR          OCCURS  10.
               05  DES-TGR      PIC  X(25).
               05  REG-TGV      OCCURS  4.
                   07  QTD-TGV  PIC  9(08)V9.
                   07  VAL-TGV  PIC  9(09)V99.

       01  TAB-TUR.
           03  REG-TTU          OCCURS  9.
               05  CPM-TTU      PIC  9(07)  OCCURS  4.

       01  TAB-TOT.
           03  REG-TTV          OCCURS  4.
               05  QTD-TTV      PIC  9(08)V9.
               05  VAL-TTV      PIC  9(09)V99.

       01  LIN-CAB1              PIC  X(132) VALUE
           "COMPARATIVO DE VENDAS - ANO CORRENTE X ANO ANTERIOR".
       01  LIN-CAB2.
           03  FILLER            PIC  X(20)  VALUE
               "MES DE REFERENCIA : ".
           03  MES-CB2           PIC  99.
           03  FILLER            PIC  X(01)  VALUE  "/".
           03  ANO-CB2           PIC  99.
           03  FILLER            PIC  X(15)  VALUE
               "   COMPARADO A ".
           03  MES-CB2A          PIC  99.
           03  FILLER            PIC  X(01)  VALUE  "/".
           03  ANO-CB2A          PIC  99.
       01  LIN-CAB3.
           03  FILLER            PIC  X(03)  VALUE  "== ".
           03  DES-CB3           PIC  X(60).
       01  LIN-CAB4              PIC  X(132) VALUE
           "PRODUTO                  QTDE ATUAL QTDE ANTER.   VAR %   VA
      -    "LOR ATUAL VALOR ANTERIOR   VAR %".
       01  LIN-DET.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTA-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  QTP-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VRQ-DET           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLA-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VLP-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VRV-DET           PIC  X(07).
       01  LIN-CAB5              PIC  X(132) VALUE
           "TURNO                  CUPONS MES MES ANTER.   VAR %  ACUM. 
      -    "ANO  ACUM.ANT.   VAR %".
       01  LIN-DTU.
           03  FILLER            PIC  X(06)  VALUE  "TURNO ".
           03  TUR-DTU           PIC  9.
           03  FILLER            PIC  X(19)  VALUE  SPACES.
           03  CMA-DTU           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  CMP-DTU           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VRM-DTU           PIC  X(07).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  CYA-DTU           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  CYP-DTU           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VRY-DTU           PIC  X(07).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS DE HISTORICO LIDOS ...........".
           03  TOT-DET1          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS COMPARADOS ....................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  REF-ATU
           IF  MES-ATU   =   1   MOVE     12       TO  MES-ATU
                                 PERFORM  ROT-ANOM-00
                                    THRU  ROT-ANOM-90
           ELSE                  SUBTRACT 1        FROM  MES-ATU.
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           MOVE     REF-ATU   TO  REF-ANT
           IF  ANO-ANT   =   0   MOVE     99       TO  ANO-ANT
           ELSE                  SUBTRACT 1        FROM  ANO-ANT.
           MOVE     REF-ATU   TO  INI-ATU
           MOVE     01        TO  INI-ATU (3:2)
           MOVE     REF-ANT   TO  INI-ANT
           MOVE     01        TO  INI-ANT (3:2)
           MOVE     ZEROS     TO  TAB-PRD   TAB-GRP   TAB-TUR
                                  TAB-TOT
           PERFORM  ROT-GRUP-00
              THRU  ROT-GRUP-90
           PERFORM  ROT-HIST-00
              THRU  ROT-HIST-90
           OPEN     OUTPUT    REL-CMP
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     MES-ATU   TO  MES-CB2
           MOVE     ANO-ATU   TO  ANO-CB2
           MOVE     MES-ANT   TO  MES-CB2A
           MOVE     ANO-ANT   TO  ANO-CB2A
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     1         TO  COL-ATU
           MOVE     2         TO  COL-ANT
           MOVE     "MES DE REFERENCIA X MESMO MES DO ANO ANTERIOR"
                              TO  DES-CB3
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           MOVE     3         TO  COL-ATU
           MOVE     4         TO  COL-ANT
           MOVE     "ACUMULADO NO ANO X ACUMULADO DO ANO ANTERIOR"
                              TO  DES-CB3
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           PERFORM  ROT-ITUR-00
              THRU  ROT-ITUR-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     QTD-PRD   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           CLOSE    REL-CMP
           GOBACK.

       ROT-ANOM-00.
           IF  ANO-ATU   =   0   MOVE     99       TO  ANO-ATU
           ELSE                  SUBTRACT 1        FROM  ANO-ATU.
       ROT-ANOM-90.
           EXIT.

       ROT-PARM-00.
           OPEN     INPUT     ARQPRM
           IF  FST-ARQ   =  "35" GO       ROT-PARM-90.

       ROT-PARM-10.
           READ     ARQPRM    AT  END  GO  ROT-PARM-80.
           IF  LIN-ARQ (1:1)  NOT  =  "M"
                                 GO       ROT-PARM-10.
           MOVE     ZEROS     TO  REF-PRM
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              REF-PRM
           IF  REF-PRM (3:2)  >  "00"  AND
               REF-PRM (3:2)  <  "13"
                                 MOVE     REF-PRM  TO  REF-ATU.
           GO       ROT-PARM-10.

       ROT-PARM-80.
           CLOSE    ARQPRM.
       ROT-PARM-90.
           EXIT.

       ROT-GRUP-00.
           MOVE     ZEROS     TO  IND-GRP
           OPEN     INPUT     CADATV.

       ROT-GRUP-10.
           ADD      1         TO  IND-GRP
           IF  IND-GRP   >   10  GO       ROT-GRUP-80.
           COMPUTE  ATV-AX1   =  IND-GRP  -   1
           MOVE     ATV-AX1   TO  CHV-ATV
           READ     CADATV
           IF  FST-ATV  NOT  =  "00"
                                 MOVE     SPACES   TO  DES-ATV
                                 STRING   "GRUPO "
                                          ATV-AX1
                                          DELIMITED  BY  SIZE
                                          INTO     DES-ATV.
           MOVE     DES-ATV   TO  DES-TGR (IND-GRP)
           GO       ROT-GRUP-10.

       ROT-GRUP-80.
           CLOSE    CADATV.
       ROT-GRUP-90.
           EXIT.

       ROT-HIST-00.
           OPEN     INPUT     CADHVD
           MOVE     LOW-VALUES     TO  CHV-HVD
           MOVE     INI-ANT   TO  REF-HVD
           START    CADHVD       KEY  NOT  <  CHV-HVD
           IF  FST-HVD  NOT  =  "00"
                                 GO       ROT-HIST-80.

       ROT-HIST-10.
           READ     CADHVD  NEXT
           IF  FST-HVD  NOT  =  "00"
                                 GO       ROT-HIST-80.
           IF  REF-HVD   >       REF-ATU
                                 GO       ROT-HIST-80.
           IF  REF-HVD   >       REF-ANT  AND
               REF-HVD   <       INI-ATU
                                 GO       ROT-HIST-10.
           ADD      1         TO  TOT-LID
           IF  PRX-HVD   =  "*"  PERFORM  ROT-CTUR-00
                                    THRU  ROT-CTUR-90
                                 GO       ROT-HIST-10.
           MOVE     PRX-HVD   TO  PRX-AUX
           MOVE     SUF-HVD   TO  SUF-AUX
           PERFORM  ROT-PROD-00
              THRU  ROT-PROD-90
           IF  IND-PRD   =   0   GO       ROT-HIST-10.
           COMPUTE  IND-GRP   =  ATV-HVD  +   1
           IF  REF-HVD   =       REF-ATU
                                 MOVE     1        TO  IND-COL
                                 PERFORM  ROT-ACUM-00
                                    THRU  ROT-ACUM-90.
           IF  REF-HVD   =       REF-ANT
                                 MOVE     2        TO  IND-COL
                                 PERFORM  ROT-ACUM-00
                                    THRU  ROT-ACUM-90.
           IF  REF-HVD  NOT  <   INI-ATU
                                 MOVE     3        TO  IND-COL
           ELSE                  MOVE     4        TO  IND-COL.
           PERFORM  ROT-ACUM-00
              THRU  ROT-ACUM-90
           GO       ROT-HIST-10.

       ROT-HIST-80.
           CLOSE    CADHVD.
       ROT-HIST-90.
           EXIT.

       ROT-ACUM-00.
           ADD      QTD-HVD   TO  QTD-TPV (IND-PRD  IND-COL)
                                  QTD-TGV (IND-GRP  IND-COL)
                                  QTD-TTV (IND-COL)
           ADD      VAL-HVD   TO  VAL-TPV (IND-PRD  IND-COL)
                                  VAL-TGV (IND-GRP  IND-COL)
                                  VAL-TTV (IND-COL).
       ROT-ACUM-90.
           EXIT.

       ROT-CTUR-00.
           IF  TUR-HVD   <   1   GO       ROT-CTUR-90.
           MOVE     TUR-HVD   TO  IND-TUR
           IF  REF-HVD   =       REF-ATU
                                 MOVE     1        TO  IND-COL
                                 PERFORM  ROT-CTUR-50.
           IF  REF-HVD   =       REF-ANT
                                 MOVE     2        TO  IND-COL
                                 PERFORM  ROT-CTUR-50.
           IF  REF-HVD  NOT  <   INI-ATU
                                 MOVE     3        TO  IND-COL
           ELSE                  MOVE     4        TO  IND-COL.
           PERFORM  ROT-CTUR-50
           GO       ROT-CTUR-90.

       ROT-CTUR-50.
           ADD      CPM-HVD   TO  CPM-TTU (IND-TUR  IND-COL).

       ROT-CTUR-90.
           EXIT.

       ROT-PROD-00.
           MOVE     ZEROS     TO  IND-PRD.

       ROT-PROD-10.
           ADD      1         TO  IND-PRD
           IF  IND-PRD   >       QTD-PRD
                                 GO       ROT-PROD-20.
           IF  KEY-TPR (IND-PRD)  =  KEY-AUX
                                 GO       ROT-PROD-90.
           IF  KEY-TPR (IND-PRD)  <  KEY-AUX
                                 GO       ROT-PROD-10.

       ROT-PROD-20.
           IF  QTD-PRD  NOT  <   300
                                 MOVE     ZEROS    TO  IND-PRD
                                 GO       ROT-PROD-90.
           MOVE     QTD-PRD   TO  IND-SHF
           ADD      1         TO  QTD-PRD.

       ROT-PROD-30.
           IF  IND-SHF   <       IND-PRD
                                 GO       ROT-PROD-40.
           MOVE     REG-TPR (IND-SHF)  TO  REG-TPR (IND-SHF + 1)
           SUBTRACT 1         FROM  IND-SHF
           GO       ROT-PROD-30.

       ROT-PROD-40.
           MOVE     ZEROS     TO  REG-TPR (IND-PRD)
           MOVE     KEY-AUX   TO  KEY-TPR (IND-PRD)
           MOVE     ATV-HVD   TO  ATV-TPR (IND-PRD)
           MOVE     DES-HVD   TO  DES-TPR (IND-PRD).
       ROT-PROD-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     ZEROS     TO  IND-GRP.

       ROT-IMPR-10.
           ADD      1         TO  IND-GRP
           IF  IND-GRP   >   10  GO       ROT-IMPR-50.
           IF  QTD-TGV (IND-GRP  COL-ATU)  =  0  AND
               QTD-TGV (IND-GRP  COL-ANT)  =  0  AND
               VAL-TGV (IND-GRP  COL-ATU)  =  0  AND
               VAL-TGV (IND-GRP  COL-ANT)  =  0
                                 GO       ROT-IMPR-10.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND-PRD.

       ROT-IMPR-20.
           ADD      1         TO  IND-PRD
           IF  IND-PRD   >       QTD-PRD
                                 GO       ROT-IMPR-30.
           IF  ATV-TPR (IND-PRD)  +  1  NOT  =  IND-GRP
                                 GO       ROT-IMPR-20.
           IF  QTD-TPV (IND-PRD  COL-ATU)  =  0  AND
               QTD-TPV (IND-PRD  COL-ANT)  =  0  AND
               VAL-TPV (IND-PRD  COL-ATU)  =  0  AND
               VAL-TPV (IND-PRD  COL-ANT)  =  0
                                 GO       ROT-IMPR-20.
           MOVE     DES-TPR (IND-PRD)  TO  DES-AUX
           MOVE     QTD-TPV (IND-PRD  COL-ATU)  TO  ATU-AUX
           MOVE     QTD-TPV (IND-PRD  COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     VAR-AUX   TO  VQT-AUX
           MOVE     VAL-TPV (IND-PRD  COL-ATU)  TO  ATU-AUX
           MOVE     VAL-TPV (IND-PRD  COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     DES-AUX   TO  DES-DET
           MOVE     QTD-TPV (IND-PRD  COL-ATU)  TO  QTA-DET
           MOVE     QTD-TPV (IND-PRD  COL-ANT)  TO  QTP-DET
           MOVE     VQT-AUX   TO  VRQ-DET
           MOVE     VAL-TPV (IND-PRD  COL-ATU)  TO  VLA-DET
           MOVE     VAL-TPV (IND-PRD  COL-ANT)  TO  VLP-DET
           MOVE     VAR-AUX   TO  VRV-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-IMPR-20.

       ROT-IMPR-30.
           MOVE     SPACES    TO  DES-AUX
           STRING   "TOTAL "           DELIMITED  BY  SIZE
                    DES-TGR (IND-GRP)  DELIMITED  BY  SIZE
                    INTO      DES-AUX
           MOVE     QTD-TGV (IND-GRP  COL-ATU)  TO  ATU-AUX
           MOVE     QTD-TGV (IND-GRP  COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     VAR-AUX   TO  VQT-AUX
           MOVE     VAL-TGV (IND-GRP  COL-ATU)  TO  ATU-AUX
           MOVE     VAL-TGV (IND-GRP  COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     DES-AUX   TO  DES-DET
           MOVE     QTD-TGV (IND-GRP  COL-ATU)  TO  QTA-DET
           MOVE     QTD-TGV (IND-GRP  COL-ANT)  TO  QTP-DET
           MOVE     VQT-AUX   TO  VRQ-DET
           MOVE     VAL-TGV (IND-GRP  COL-ATU)  TO  VLA-DET
           MOVE     VAL-TGV (IND-GRP  COL-ANT)  TO  VLP-DET
           MOVE     VAR-AUX   TO  VRV-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-IMPR-10.

       ROT-IMPR-50.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-TTV (COL-ATU)  TO  ATU-AUX
           MOVE     QTD-TTV (COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     VAR-AUX   TO  VQT-AUX
           MOVE     VAL-TTV (COL-ATU)  TO  ATU-AUX
           MOVE     VAL-TTV (COL-ANT)  TO  ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     "TOTAL GERAL"      TO  DES-DET
           MOVE     QTD-TTV (COL-ATU)  TO  QTA-DET
           MOVE     QTD-TTV (COL-ANT)  TO  QTP-DET
           MOVE     VQT-AUX   TO  VRQ-DET
           MOVE     VAL-TTV (COL-ATU)  TO  VLA-DET
           MOVE     VAL-TTV (COL-ANT)  TO  VLP-DET
           MOVE     VAR-AUX   TO  VRV-DET
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-IMPR-90.
           EXIT.

       ROT-ITUR-00.
           MOVE     SPACES    TO  LIN-REL   DES-CB3
           WRITE    LIN-REL
           MOVE     "CUPONS POR TURNO"  TO  DES-CB3
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB5
           MOVE     ZEROS     TO  IND-TUR.

       ROT-ITUR-10.
           ADD      1         TO  IND-TUR
           IF  IND-TUR   >   9   GO       ROT-ITUR-90.
           IF  CPM-TTU (IND-TUR 1)  =  0  AND
               CPM-TTU (IND-TUR 2)  =  0  AND
               CPM-TTU (IND-TUR 3)  =  0  AND
               CPM-TTU (IND-TUR 4)  =  0
                                 GO       ROT-ITUR-10.
           MOVE     IND-TUR   TO  TUR-DTU
           MOVE     CPM-TTU (IND-TUR 1)  TO  CMA-DTU   ATU-AUX
           MOVE     CPM-TTU (IND-TUR 2)  TO  CMP-DTU   ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     VAR-AUX   TO  VRM-DTU
           MOVE     CPM-TTU (IND-TUR 3)  TO  CYA-DTU   ATU-AUX
           MOVE     CPM-TTU (IND-TUR 4)  TO  CYP-DTU   ANT-AUX
           PERFORM  ROT-PCTV-00
              THRU  ROT-PCTV-90
           MOVE     VAR-AUX   TO  VRY-DTU
           WRITE    LIN-REL   FROM  LIN-DTU
           GO       ROT-ITUR-10.

       ROT-ITUR-90.
           EXIT.

       ROT-PCTV-00.
           MOVE     SPACES    TO  VAR-AUX
           IF  ANT-AUX   =   0   AND  ATU-AUX  >  0
                                 MOVE     "   NOVO"  TO  VAR-AUX.
           IF  ANT-AUX   =   0   GO       ROT-PCTV-90.
           COMPUTE  PCT-AUX   ROUNDED  =
                   (ATU-AUX  -  ANT-AUX)  *  100  /  ANT-AUX
                    ON  SIZE  ERROR  MOVE  9999,9  TO  PCT-AUX.
           MOVE     PCT-AUX   TO  PCT-ED
           MOVE     PCT-ED    TO  VAR-AUX.
       ROT-PCTV-90.
           EXIT.
