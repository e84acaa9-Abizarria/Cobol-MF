       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6066.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADHTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HTQ
                       FILE          STATUS  IS  FST-HTQ.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADBIC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BIC
                       FILE          STATUS  IS  FST-BIC.

           SELECT      CADPMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PMP
                       FILE          STATUS  IS  FST-PMP.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADPER        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PER
                       FILE          STATUS  IS  FST-PER.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      CADOVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OVR
                       FILE          STATUS  IS  FST-OVR.

           SELECT      CADPLM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLM
                       FILE          STATUS  IS  FST-PLM.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      ARQRCL        ASSIGN  TO  "RECALC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-RCL       ASSIGN  TO  "RELRCL.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADHTQ.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADBIC.CPY.
       COPY  CADPMP.CPY.
       COPY  CADLCP.CPY.
       COPY  CADCTR.CPY.
       COPY  CADPER.CPY.
       COPY  CADOPR.CPY.
       COPY  CADOVR.CPY.
       COPY  CADPLM.CPY.
       COPY  CADTTQ.CPY.

       FD  ARQRCL.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-RCL.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-HTQ          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-BIC          PIC  X(02).
           03  FST-PMP          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-CTR          PIC  X(02).
           03  FST-PER          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-OVR          PIC  X(02).
           03  FST-PLM          PIC  X(02).
           03  FST-TTQ          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTA-INI          PIC  9(06).
           03  DTI-AUX          PIC  9(06).
           03  SPV-AUX          PIC  X(10).
           03  SEN-AUX          PIC  X(10).
           03  FLG-AUT          PIC  X(01).
           03  FLG-PER          PIC  9(01).
           03  FLG-TRA          PIC  9(01).
           03  FLG-BLQ          PIC  9(01).
           03  FLG-MRC          PIC  9(01).
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  SDI-NOV          PIC S9(06)V9.
           03  SDF-NOV          PIC S9(06)V9.
           03  DIF-ECR          PIC S9(07)V99.
           03  TOT-ALT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-BLQ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-PAG          PIC  9(05)  VALUE  ZEROS.

           03  DTA-DIA          PIC  9(06).
           03  RED-DIA          REDEFINES  DTA-DIA.
               05  ANO-DIA      PIC  9(02).
               05  MES-DIA      PIC  9(02).
               05  DIA-DIA      PIC  9(02).

           03  TAB-TNQ          OCCURS  99.
               05  CMB-TAB      PIC  9(06)V99.
               05  CHN-TAB      PIC  9(01).
               05  SDN-TAB      PIC S9(06)V9.
               05  CMP-TAB      PIC S9(06)V9.
               05  VDA-TAB      PIC S9(06)V9.
               05  TRF-TAB      PIC S9(06)V9.

           03  TAB-BMB          OCCURS  99.
               05  TNQ-BMB      PIC  9(02).
               05  FLG-BMB      PIC  9(01).
               05  ULT-BMB      PIC  9(06)V99.

       01  LIN-CAB1              PIC  X(100) VALUE
           "RECALCULO DOS ESTOQUES DOS TANQUES E DO LMC A PARTIR DE".
       01  LIN-CAB2.
           03  FILLER            PIC  X(18)  VALUE
               "DATA INICIAL ....:".
           03  DTA-CB2           PIC  99/99/99.
           03  FILLER            PIC  X(18)  VALUE
               "   SUPERVISOR ...:".
           03  SPV-CB2           PIC  X(10).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  AUT-CB2           PIC  X(30).
       01  LIN-CAB3              PIC  X(100) VALUE
           "DATA     TQ  ABERT.ANTER.  ABERT.NOVA  FECH.ANTER.   FECH.NO
      -    "VA  SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TNQ-DET           PIC  9(02).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIA-DET           PIC  ---.--9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SIN-DET           PIC  ---.--9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SFA-DET           PIC  ---.--9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SFN-DET           PIC  ---.--9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(27).
       01  LIN-MSG               PIC  X(100).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "DIAS/TANQUES RECALCULADOS E ALTERADOS ..".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "DIFERENCAS EM PERIODO FECHADO (MANTIDAS)".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "PAGINAS DO LMC MARCADAS P/ REIMPRESSAO .".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     ZEROS     TO  DTA-INI
           MOVE     SPACES    TO  SPV-AUX   SEN-AUX
           MOVE     "N"       TO  FLG-AUT
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           OPEN     OUTPUT    REL-RCL
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     DTA-INI (5:2)  TO  DTA-CB2 (1:2)
           MOVE     DTA-INI (3:2)  TO  DTA-CB2 (4:2)
           MOVE     DTA-INI (1:2)  TO  DTA-CB2 (7:2)
           MOVE     SPV-AUX   TO  SPV-CB2
           MOVE     SPACES    TO  AUT-CB2
           IF  DTA-INI   =   ZEROS
               MOVE  "DATA INICIAL NAO INFORMADA - NADA RECALCULADO"
                                  TO  LIN-MSG
               WRITE    LIN-REL   FROM  LIN-MSG
               CLOSE    REL-RCL
               GOBACK.
           OPEN     I-O       CADHTQ
           IF  FST-HTQ   =  "35" CLOSE    CADHTQ
                                 OPEN     OUTPUT   CADHTQ
                                 CLOSE    CADHTQ
                                 OPEN     I-O      CADHTQ.
           OPEN     I-O       CADOVR
           IF  FST-OVR   =  "35" CLOSE    CADOVR
                                 OPEN     OUTPUT   CADOVR
                                 CLOSE    CADOVR
                                 OPEN     I-O      CADOVR.
           OPEN     I-O       CADPLM
           IF  FST-PLM   =  "35" CLOSE    CADPLM
                                 OPEN     OUTPUT   CADPLM
                                 CLOSE    CADPLM
                                 OPEN     I-O      CADPLM.
           MOVE     0         TO  FLG-PER
           OPEN     INPUT     CADPER
           IF  FST-PER   =  "00" MOVE     1        TO  FLG-PER.
           MOVE     0         TO  FLG-TRA
           OPEN     INPUT     CADTTQ
           IF  FST-TTQ   =  "00" MOVE     1        TO  FLG-TRA.
           OPEN     I-O       CADTNQ
                    INPUT     CADBIC    CADPMP    CADLCP
                              CADCTR    CADOPR
           READ     CADCTR
           MOVE     DTI-CTR   TO  DTI-AUX
           CLOSE    CADCTR
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           WRITE    LIN-REL   FROM  LIN-CAB2
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-TABS-00
              THRU  ROT-TABS-90
           PERFORM  ROT-PRES-00
              THRU  ROT-PRES-90
           MOVE     ZEROS     TO  DTA-DIA
           MOVE     DTA-INI   TO  DTA-HTQ
           MOVE     ZEROS     TO  TNQ-HTQ
           START    CADHTQ       KEY  NOT  <  CHV-HTQ
           IF  FST-HTQ  NOT  =  "00"
                                 GO       ROT-HTQ-80.

       ROT-HTQ-10.
           READ     CADHTQ  NEXT
           IF  FST-HTQ  NOT  =  "00"
                                 GO       ROT-HTQ-80.
           IF  DTA-HTQ  NOT  =   DTA-DIA
                                 MOVE     DTA-HTQ  TO  DTA-DIA
                                 PERFORM  ROT-DIAS-00
                                    THRU  ROT-DIAS-90.
           MOVE     TNQ-HTQ   TO  IND1
           IF  IND1      =    0  GO       ROT-HTQ-10.
           IF  CHN-TAB (IND1)  =  0
                                 MOVE     SDI-HTQ  TO  SDN-TAB (IND1)
                                 MOVE     1        TO  CHN-TAB (IND1).
           IF  DTA-DIA   <       DTI-AUX
                                 MOVE     CMP-HTQ  TO  CMP-TAB (IND1).
           MOVE     SDN-TAB (IND1)  TO  SDI-NOV
           COMPUTE  SDF-NOV   =  SDI-NOV  +   CMP-TAB (IND1)
                              -  VDA-TAB (IND1)
                              +  TRF-TAB (IND1)
           IF  SDI-NOV   =       SDI-HTQ  AND
               SDF-NOV   =       SDF-HTQ
                                 GO       ROT-HTQ-20.
           MOVE     DTA-HTQ (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-HTQ (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-HTQ (1:2)  TO  DTA-DET (7:2)
           MOVE     TNQ-HTQ   TO  TNQ-DET
           MOVE     SDI-HTQ   TO  SIA-DET
           MOVE     SDI-NOV   TO  SIN-DET
           MOVE     SDF-HTQ   TO  SFA-DET
           MOVE     SDF-NOV   TO  SFN-DET
           IF  FLG-BLQ   =    1
               MOVE  "PERIODO FECHADO - MANTIDO"   TO  SIT-DET
               WRITE    LIN-REL   FROM  LIN-DET
               ADD      1         TO  TOT-BLQ
               MOVE     SDF-HTQ   TO  SDN-TAB (IND1)
               GO       ROT-HTQ-10.
           MOVE     "ALTERADO - REIMPRIMIR LMC"    TO  SIT-DET
           WRITE    LIN-REL   FROM  LIN-DET
           ADD      1         TO  TOT-ALT
           IF  FLG-MRC   =    0  PERFORM  ROT-PLMR-00
                                    THRU  ROT-PLMR-90.

       ROT-HTQ-20.
           MOVE     SDF-NOV   TO  SDN-TAB (IND1)
           IF  FLG-BLQ   =    1  MOVE     SDF-HTQ  TO  SDN-TAB (IND1)
                                 GO       ROT-HTQ-10.
           MOVE     SDI-NOV   TO  SDI-HTQ
           MOVE     SDF-NOV   TO  SDF-HTQ
           MOVE     CMP-TAB (IND1)  TO  CMP-HTQ
           MOVE     VDA-TAB (IND1)  TO  VDA-HTQ
           MOVE     TRF-TAB (IND1)  TO  TRF-HTQ
           MOVE     DTA-HOJ   TO  RCL-HTQ
           REWRITE  REG-HTQ
           GO       ROT-HTQ-10.

       ROT-HTQ-80.
           MOVE     ZEROS     TO  IND1.

       ROT-HTQ-85.
           ADD      1         TO  IND1
           IF  IND1      >   98  GO       ROT-FECH-00.
           IF  CHN-TAB (IND1)  =  0
                                 GO       ROT-HTQ-85.
           MOVE     IND1      TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"  OR
               SDI-TNQ   =       SDN-TAB (IND1)
                                 GO       ROT-HTQ-85.
           MOVE     DTA-HOJ (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-HOJ (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-HOJ (1:2)  TO  DTA-DET (7:2)
           MOVE     IND1      TO  TNQ-DET
           MOVE     SDI-TNQ   TO  SIA-DET
           MOVE     SDN-TAB (IND1)  TO  SIN-DET
           MOVE     ZEROS     TO  SFA-DET   SFN-DET
           MOVE     "DIA CORRENTE - ABERTURA"      TO  SIT-DET
           WRITE    LIN-REL   FROM  LIN-DET
           MOVE     SDN-TAB (IND1)  TO  SDI-TNQ
           REWRITE  REG-TNQ
           GO       ROT-HTQ-85.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ALT   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-BLQ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-PAG   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           IF  FLG-PER   =    1  CLOSE    CADPER.
           IF  FLG-TRA   =    1  CLOSE    CADTTQ.
           CLOSE    CADHTQ    CADTNQ    CADBIC    CADPMP
                    CADLCP    CADOPR    CADOVR    CADPLM
                    REL-RCL
           GOBACK.

       ROT-PARM-00.
           OPEN     INPUT     ARQRCL
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-PARM-90.
           READ     ARQRCL    AT  END  GO  ROT-PARM-80.
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-INI
                              SPV-AUX
                              SEN-AUX.
       ROT-PARM-80.
           CLOSE    ARQRCL.
       ROT-PARM-90.
           EXIT.

       ROT-SUPV-00.
           IF  SPV-AUX   =       SPACES
               MOVE  "SEM AUTORIZACAO DE SUPERVISOR"  TO  AUT-CB2
               GO       ROT-SUPV-90.
           MOVE     SPV-AUX   TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"  OR  SEN-AUX  NOT  =  COD-OPR
               MOVE  "SUPERVISOR OU SENHA INVALIDA"   TO  AUT-CB2
               GO       ROT-SUPV-90.
           MOVE     "S"       TO  FLG-AUT
           MOVE  "AUTORIZA PERIODO FECHADO"           TO  AUT-CB2
           MOVE     "6066"    TO  PRG-OVR
           ACCEPT   DTA-OVR   FROM  DATE
           ACCEPT   HRA-OVR   FROM  TIME
           MOVE     ZEROS     TO  LCT-OVR   VNV-OVR
           MOVE     SPV-AUX   TO  OPR-OVR   SPV-OVR
           MOVE     DTA-INI   TO  VOR-OVR.
       ROT-SUPV-10.
           WRITE    REG-OVR      ADD   1  TO  LCT-OVR
           IF  FST-OVR   =  "22" GO       ROT-SUPV-10.
       ROT-SUPV-90.
           EXIT.

       ROT-TABS-00.
           MOVE     ZEROS     TO  IND1.

       ROT-TABS-10.
           ADD      1         TO  IND1
           IF  IND1      >   98  GO       ROT-TABS-20.
           MOVE     ZEROS     TO  CMB-TAB (IND1)  CHN-TAB (IND1)
                                  SDN-TAB (IND1)  CMP-TAB (IND1)
                                  VDA-TAB (IND1)  TRF-TAB (IND1)
                                  TNQ-BMB (IND1)
                                  FLG-BMB (IND1)  ULT-BMB (IND1)
           GO       ROT-TABS-10.

       ROT-TABS-20.
           MOVE     ZEROS     TO  CHV-TNQ.

       ROT-TABS-30.
           START    CADTNQ       KEY  >   CHV-TNQ
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-TABS-40.
           READ     CADTNQ  NEXT
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-TABS-40.
           MOVE     CHV-TNQ   TO  IND1
           IF  IND1      >    0  MOVE     CMB-TNQ  TO  CMB-TAB (IND1).
           GO       ROT-TABS-30.

       ROT-TABS-40.
           MOVE     ZEROS     TO  CHV-BIC
           START    CADBIC       KEY  >   CHV-BIC
           IF  FST-BIC  NOT  =  "00"
                                 GO       ROT-TABS-90.

       ROT-TABS-50.
           READ     CADBIC  NEXT
           IF  FST-BIC  NOT  =  "00"
                                 GO       ROT-TABS-90.
           MOVE     BMB-BIC   TO  IND2
           IF  IND2      >    0  AND
               TNQ-BMB (IND2)  =  0
                                 MOVE     TNQ-BIC  TO  TNQ-BMB (IND2).
           GO       ROT-TABS-50.

       ROT-TABS-90.
           EXIT.

       ROT-PRES-00.
           MOVE     ZEROS     TO  CHV-PMP
           START    CADPMP       KEY  NOT  <  CHV-PMP
           IF  FST-PMP  NOT  =  "00"
                                 GO       ROT-PRES-90.

       ROT-PRES-10.
           READ     CADPMP  NEXT
           IF  FST-PMP  NOT  =  "00"  OR
               DTA-PMP  NOT  <   DTA-INI
                                 GO       ROT-PRES-90.
           MOVE     BMB-PMP   TO  IND2
           IF  IND2      >    0  MOVE     ECR-PMP  TO  ULT-BMB (IND2)
                                 MOVE     1        TO  FLG-BMB (IND2).
           GO       ROT-PRES-10.

       ROT-PRES-90.
           EXIT.

       ROT-DIAS-00.
           MOVE     0         TO  FLG-BLQ   FLG-MRC
           IF  DTA-DIA   <       DTI-AUX  AND
               FLG-AUT  NOT  =  "S"
                                 MOVE     1        TO  FLG-BLQ
                                 PERFORM  ROT-RPER-00
                                    THRU  ROT-RPER-90.
           MOVE     ZEROS     TO  IND1.

       ROT-DIAS-10.
           ADD      1         TO  IND1
           IF  IND1      >   98  GO       ROT-DIAS-20.
           MOVE     ZEROS     TO  CMP-TAB (IND1)  VDA-TAB (IND1)
                                  TRF-TAB (IND1)
           GO       ROT-DIAS-10.

       ROT-DIAS-20.
           MOVE     SPACES    TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-DIAS-40.

       ROT-DIAS-30.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-DIAS-40.
           IF  PRX-LCP (1:1)  NOT  =  "1"  OR
               DTA-LCP  NOT  =   DTA-DIA
                                 GO       ROT-DIAS-30.
           MOVE     ZEROS     TO  IND1.

       ROT-DIAS-35.
           ADD      1         TO  IND1
           IF  IND1      >   98  GO       ROT-DIAS-30.
           IF  CMB-TAB (IND1)  NOT  =  SUF-LCP
                                 GO       ROT-DIAS-35.
           ADD      QTD-LCP   TO  CMP-TAB (IND1)
           GO       ROT-DIAS-30.

       ROT-DIAS-40.
           IF  FLG-TRA   =    0  GO       ROT-DIAS-45.
           MOVE     DTA-DIA   TO  DTA-TTQ
           MOVE     ZEROS     TO  SEQ-TTQ
           START    CADTTQ       KEY  NOT  <  CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-DIAS-45.

       ROT-DIAS-42.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"  OR
               DTA-TTQ  NOT  =   DTA-DIA
                                 GO       ROT-DIAS-45.
           MOVE     TNO-TTQ   TO  IND1
           IF  IND1      >    0  SUBTRACT QTD-TTQ  FROM  TRF-TAB (IND1).
           MOVE     TND-TTQ   TO  IND1
           IF  IND1      >    0  ADD      QTD-TTQ  TO    TRF-TAB (IND1).
           GO       ROT-DIAS-42.

       ROT-DIAS-45.
           MOVE     DTA-DIA   TO  DTA-PMP
           MOVE     ZEROS     TO  BMB-PMP
           START    CADPMP       KEY  NOT  <  CHV-PMP
           IF  FST-PMP  NOT  =  "00"
                                 GO       ROT-DIAS-90.

       ROT-DIAS-50.
           READ     CADPMP  NEXT
           IF  FST-PMP  NOT  =  "00"  OR
               DTA-PMP  NOT  =   DTA-DIA
                                 GO       ROT-DIAS-90.
           MOVE     BMB-PMP   TO  IND2
           IF  IND2      =    0  GO       ROT-DIAS-50.
           IF  FLG-BMB (IND2)  =  0
                                 GO       ROT-DIAS-60.
           COMPUTE  DIF-ECR   =  ECR-PMP  -   ULT-BMB (IND2)
           IF  DIF-ECR   <    0  ADD      1000000  TO  DIF-ECR.
           MOVE     TNQ-BMB (IND2)  TO  IND1
           IF  IND1      >    0  ADD      DIF-ECR  TO  VDA-TAB (IND1).

       ROT-DIAS-60.
           MOVE     ECR-PMP   TO  ULT-BMB (IND2)
           MOVE     1         TO  FLG-BMB (IND2)
           GO       ROT-DIAS-50.

       ROT-DIAS-90.
           EXIT.

       ROT-RPER-00.
           IF  FLG-PER   =    0  GO       ROT-RPER-90.
           MOVE     ANO-DIA   TO  ANO-PER
           MOVE     MES-DIA   TO  MES-PER
           READ     CADPER
           IF  FST-PER   =  "00" AND  STA-PER  =  "A"
                                 MOVE     0        TO  FLG-BLQ.
       ROT-RPER-90.
           EXIT.

       ROT-PLMR-00.
           MOVE     1         TO  FLG-MRC
           MOVE     ZEROS     TO  CHV-PLM
           START    CADPLM       KEY  >   CHV-PLM
           IF  FST-PLM  NOT  =  "00"
                                 GO       ROT-PLMR-90.

       ROT-PLMR-10.
           READ     CADPLM  NEXT
           IF  FST-PLM  NOT  =  "00"
                                 GO       ROT-PLMR-90.
           IF  DTA-PLM  NOT  =   DTA-DIA  OR
               STA-PLM   =  "R"  GO       ROT-PLMR-10.
           MOVE     "R"       TO  STA-PLM
           REWRITE  REG-PLM
           ADD      1         TO  TOT-PAG
           GO       ROT-PLMR-10.

       ROT-PLMR-90.
           EXIT.
