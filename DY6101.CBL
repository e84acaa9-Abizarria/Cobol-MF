       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6101.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADCPM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADESC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ESC
                       FILE          STATUS  IS  FST-ESC.

           SELECT      CADTUR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TUR
                       FILE          STATUS  IS  FST-TUR.

           SELECT      ARQPRM        ASSIGN  TO  "CURVAHRA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-CRV       ASSIGN  TO  "RELCURVA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

           SELECT      REL-CSV       ASSIGN  TO  "CURVAHRA.CSV"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CSV.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADVDF.CPY.
       COPY  CADCPM.CPY.
       COPY  CADEST.CPY.
       COPY  CADESC.CPY.
       COPY  CADTUR.CPY.

       FD  ARQPRM.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-CRV.
       01  LIN-REL               PIC  X(132).

       FD  REL-CSV.
       01  LIN-CSV               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-VDF          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-ESC          PIC  X(02).
           03  FST-TUR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-CSV          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  DTI-AUX          PIC  9(06).
           03  DTF-AUX          PIC  9(06).
           03  PIC-AUX          PIC  9(03)  VALUE  150.
           03  OCI-AUX          PIC  9(03)  VALUE  50.
           03  FLG-CSV          PIC  X(01)  VALUE  "S".
           03  DTI-PRM          PIC  9(06).
           03  DTF-PRM          PIC  9(06).
           03  PIC-PRM          PIC  9(03).
           03  OCI-PRM          PIC  9(03).
           03  CSV-PRM          PIC  X(01).

           03  HRA-AUX          PIC  9(02).
           03  HRI-AUX          PIC  9(02).
           03  HRF-AUX          PIC  9(02).
           03  CNT-HRA          PIC  9(02).
           03  HRA-WRK          PIC  9(04).
           03  RED-WRK          REDEFINES  HRA-WRK.
               05  WRK-HH       PIC  9(02).
               05  WRK-MM       PIC  9(02).
           03  IND-HRA          PIC  9(02).
           03  IND-IMP          PIC  9(01).
           03  IND-PRD          PIC  9(02).
           03  IND-CXA          PIC  9(03).
           03  CXA-AUX          PIC  9(02).
           03  QTD-PRD          PIC  9(02)  VALUE  ZEROS.
           03  SUF-AUX          PIC  9(03).
           03  VND-AUX          PIC  9(08)V99.
           03  QTM-AUX          PIC  9(07)V9.
           03  VLM-AUX          PIC  9(09)V99.
           03  ESM-AUX          PIC  9(03)V9.
           03  VPF-AUX          PIC  9(09)V99.
           03  FLG-LIN          PIC  9(01).
           03  SIT-AUX          PIC  X(30).
           03  CHV-AUX          PIC  X(25).

           03  TOT-DIA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ITM          PIC  9(07)  VALUE  ZEROS.
           03  TOT-SHR          PIC  9(07)  VALUE  ZEROS.
           03  VAL-SHR          PIC  9(09)V99  VALUE  ZEROS.
           03  QTD-CEL          PIC  9(03)  VALUE  ZEROS.
           03  SOM-VAL          PIC  9(11)V99  VALUE  ZEROS.
           03  SOM-ESC          PIC  9(07)V9   VALUE  ZEROS.
           03  MED-VAL          PIC  9(09)V99  VALUE  ZEROS.
           03  MED-ESC          PIC  9(03)V9   VALUE  ZEROS.
           03  LIM-PIC          PIC  9(09)V99  VALUE  ZEROS.
           03  LIM-OCI          PIC  9(09)V99  VALUE  ZEROS.

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

           03  TOT-ANO          PIC  9(04).
           03  ANO-AX1          PIC  9(04).
           03  ANO-AX2          PIC  9(04).
           03  TOT-DSM          PIC  9(07).
           03  QUO-DSM          PIC  9(07).
           03  RST-DSM          PIC  9(07).
           03  IND-MSS          PIC  9(02).
           03  IND-SEM          PIC  9(01).

           03  TAB-DIA.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  28.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
           03  RED-DIA          REDEFINES   TAB-DIA.
               05  DIA-TAB      PIC  9(02)  OCCURS 12.

           03  TAB-NSM.
               05  FILLER       PIC  X(09)  VALUE  "SABADO".
               05  FILLER       PIC  X(09)  VALUE  "DOMINGO".
               05  FILLER       PIC  X(09)  VALUE  "SEGUNDA".
               05  FILLER       PIC  X(09)  VALUE  "TERCA".
               05  FILLER       PIC  X(09)  VALUE  "QUARTA".
               05  FILLER       PIC  X(09)  VALUE  "QUINTA".
               05  FILLER       PIC  X(09)  VALUE  "SEXTA".
           03  RED-NSM          REDEFINES   TAB-NSM.
               05  NOM-SEM      PIC  X(09)  OCCURS 7.

       01  TAB-SEM.
           03  REG-TSM          OCCURS  7.
               05  QTD-TSM      PIC  9(04).
               05  REG-THR      OCCURS  24.
                   07  QTD-THR  PIC  9(08)V9.
                   07  VAL-THR  PIC  9(09)V99.
                   07  ESC-THR  PIC  9(05).

       01  TAB-PRD.
           03  REG-TPR          OCCURS  60.
               05  PRX-TPR      PIC  X(10).
               05  SUF-TPR      PIC  9(03).
               05  DES-TPR      PIC  X(25).
               05  REG-TPH      OCCURS  24.
                   07  QTD-TPH  PIC  9(08)V9.
                   07  VAL-TPH  PIC  9(09)V99.

       01  TAB-CXA.
           03  REG-TCX          OCCURS  99.
               05  REG-TCH      OCCURS  24.
                   07  QTD-TCH  PIC  9(08)V9.
                   07  VAL-TCH  PIC  9(09)V99.

       01  LIN-CAB1              PIC  X(132) VALUE
           "CURVA HORARIA DE VENDAS - PRODUTO, CAIXA E DIA DA SEMANA".
       01  LIN-CAB2.
           03  FILLER            PIC  X(10)  VALUE  "PERIODO : ".
           03  DTI-CB2           PIC  99/99/99.
           03  FILLER            PIC  X(03)  VALUE  " A ".
           03  DTF-CB2           PIC  99/99/99.
           03  FILLER            PIC  X(12)  VALUE  "   PICO >= ".
           03  PIC-CB2           PIC  ZZ9.
           03  FILLER            PIC  X(14)  VALUE  "%   OCIOSA < ".
           03  OCI-CB2           PIC  ZZ9.
           03  FILLER            PIC  X(16)  VALUE  "% DA MEDIA/HORA".
       01  LIN-CAB3.
           03  FILLER            PIC  X(03)  VALUE  "== ".
           03  DES-CB3           PIC  X(40).
       01  LIN-CAB4              PIC  X(132) VALUE
           "HORA QTDE MEDIA    VALOR MEDIO  FRENT.   VALOR/FRENT.  SITUA
      -    "CAO".
       01  LIN-CAB5              PIC  X(132) VALUE
           "HORA QTDE MEDIA    VALOR MEDIO".
       01  LIN-DSM.
           03  HRA-DSM           PIC  99.
           03  FILLER            PIC  X(01)  VALUE  "H".
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  QTD-DSM           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DSM           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  ESC-DSM           PIC  ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VPF-DSM           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DSM           PIC  X(30).
       01  LIN-DHR.
           03  HRA-DHR           PIC  99.
           03  FILLER            PIC  X(01)  VALUE  "H".
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  QTD-DHR           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DHR           PIC  ZZ.ZZZ.ZZ9,99.
       01  LIN-MED.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR MEDIO POR HORA COM VENDA .........".
           03  VAL-MED           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  FILLER            PIC  X(20)  VALUE
               "FRENTISTAS/HORA ....".
           03  ESC-MED           PIC  ZZ9,9.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "DIAS NO PERIODO ........................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS DE VENDA ANALISADOS ..............".
           03  TOT-DET2          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS SEM HORA IDENTIFICADA ............".
           03  TOT-DET3          PIC  Z.ZZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VAL-DET3          PIC  ZZZ.ZZZ.ZZ9,99.

       01  CAB-CSV               PIC  X(120) VALUE
           "SECAO;CHAVE;DIA SEMANA;HORA;QTDE MEDIA;VALOR MEDIO;FRENTIST
      -    "AS;SITUACAO".
       01  DET-CSV.
           03  SEC-CSV           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  CHV-CSV           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  DSM-CSV           PIC  X(09).
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  HRA-CSV           PIC  99.
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  QTD-CSV           PIC  ZZZZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  VAL-CSV           PIC  ZZZZZZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  ESC-CSV           PIC  ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  ";".
           03  SIT-CSV           PIC  X(30).

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ   TO  DTI-AUX   DTF-AUX
           MOVE     01        TO  DTI-AUX (5:2)
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           IF  DTI-AUX   >       DTF-AUX
                                 MOVE     DTF-AUX  TO  DTI-AUX.
           MOVE     ZEROS     TO  TAB-SEM   TAB-CXA
           MOVE     ZEROS     TO  TAB-PRD
           PERFORM  ROT-CALE-00
              THRU  ROT-CALE-90
           PERFORM  ROT-VEND-00
              THRU  ROT-VEND-90
           PERFORM  ROT-ESCA-00
              THRU  ROT-ESCA-90
           PERFORM  ROT-MEDI-00
              THRU  ROT-MEDI-90
           OPEN     OUTPUT    REL-CRV
           IF  FLG-CSV   =  "S"  OPEN     OUTPUT   REL-CSV
                                 WRITE    LIN-CSV  FROM  CAB-CSV.
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     DTI-AUX   TO  DTI-CB2
           MOVE     DTF-AUX   TO  DTF-CB2
           MOVE     PIC-AUX   TO  PIC-CB2
           MOVE     OCI-AUX   TO  OCI-CB2
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     MED-VAL   TO  VAL-MED
           MOVE     MED-ESC   TO  ESC-MED
           WRITE    LIN-REL   FROM  LIN-MED
           PERFORM  ROT-ISEM-00
              THRU  ROT-ISEM-90
           PERFORM  ROT-IPRD-00
              THRU  ROT-IPRD-90
           PERFORM  ROT-ICXA-00
              THRU  ROT-ICXA-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-DIA   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ITM   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-SHR   TO  TOT-DET3
           MOVE     VAL-SHR   TO  VAL-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    REL-CRV
           IF  FLG-CSV   =  "S"  CLOSE    REL-CSV.
           GOBACK.

       ROT-PARM-00.
           OPEN     INPUT     ARQPRM
           IF  FST-ARQ   =  "35" GO       ROT-PARM-90.

       ROT-PARM-10.
           READ     ARQPRM    AT  END  GO  ROT-PARM-80.
           IF  LIN-ARQ (1:1)  NOT  =  "P"
                                 GO       ROT-PARM-10.
           MOVE     ZEROS     TO  DTI-PRM   DTF-PRM   PIC-PRM
                                  OCI-PRM
           MOVE     SPACES    TO  CSV-PRM
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              DTI-PRM
                              DTF-PRM
                              PIC-PRM
                              OCI-PRM
                              CSV-PRM
           IF  DTI-PRM   >   0   MOVE     DTI-PRM  TO  DTI-AUX.
           IF  DTF-PRM   >   0   MOVE     DTF-PRM  TO  DTF-AUX.
           IF  PIC-PRM   >   0   MOVE     PIC-PRM  TO  PIC-AUX.
           IF  OCI-PRM   >   0   MOVE     OCI-PRM  TO  OCI-AUX.
           IF  CSV-PRM   =  "N"  MOVE     "N"      TO  FLG-CSV.
           GO       ROT-PARM-10.

       ROT-PARM-80.
           CLOSE    ARQPRM.
       ROT-PARM-90.
           EXIT.

       ROT-CALE-00.
           MOVE     DTI-AUX   TO  DTA-CAL.

       ROT-CALE-10.
           IF  DTA-CAL   >       DTF-AUX
                                 GO       ROT-CALE-90.
           PERFORM  ROT-DSEM-00
              THRU  ROT-DSEM-90
           ADD      1         TO  QTD-TSM (IND-SEM)  TOT-DIA
           PERFORM  ROT-DMAI-00
              THRU  ROT-DMAI-90
           GO       ROT-CALE-10.

       ROT-CALE-90.
           EXIT.

       ROT-VEND-00.
           OPEN     INPUT     CADVDF    CADCPM    CADEST
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-80.

       ROT-VEND-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-80.
           IF  DTA-VDF   <       DTI-AUX  OR
               DTA-VDF   >       DTF-AUX
                                 GO       ROT-VEND-10.
           ADD      1         TO  TOT-ITM
           COMPUTE  VND-AUX   =  QTD-VDF  *   VAL-VDF
           IF  CPM-VDF   =   0   GO       ROT-VEND-20.
           MOVE     CPM-VDF   TO  CHV-CPM
           READ     CADCPM
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-VEND-20.
           IF  HRA-CPM (1:2)  NOT  NUMERIC
                                 GO       ROT-VEND-20.
           MOVE     HRA-CPM (1:2)  TO  HRA-AUX
           IF  HRA-AUX   >   23  GO       ROT-VEND-20.
           COMPUTE  IND-HRA   =  HRA-AUX  +   1
           MOVE     DTA-VDF   TO  DTA-CAL
           PERFORM  ROT-DSEM-00
              THRU  ROT-DSEM-90
           ADD      QTD-VDF   TO  QTD-THR (IND-SEM  IND-HRA)
           ADD      VND-AUX   TO  VAL-THR (IND-SEM  IND-HRA)
           PERFORM  ROT-PROD-00
              THRU  ROT-PROD-90
           ADD      QTD-VDF   TO  QTD-TPH (IND-PRD  IND-HRA)
           ADD      VND-AUX   TO  VAL-TPH (IND-PRD  IND-HRA)
           IF  CXA-VDF   =   0   GO       ROT-VEND-10.
           MOVE     CXA-VDF   TO  IND-CXA
           ADD      QTD-VDF   TO  QTD-TCH (IND-CXA  IND-HRA)
           ADD      VND-AUX   TO  VAL-TCH (IND-CXA  IND-HRA)
           GO       ROT-VEND-10.

       ROT-VEND-20.
           ADD      1         TO  TOT-SHR
           ADD      VND-AUX   TO  VAL-SHR
           GO       ROT-VEND-10.

       ROT-VEND-80.
           CLOSE    CADVDF    CADCPM    CADEST.
       ROT-VEND-90.
           EXIT.

       ROT-PROD-00.
           MOVE     COD-VDF (1:3)  TO  SUF-AUX
           MOVE     ZEROS     TO  IND-PRD.

       ROT-PROD-10.
           ADD      1         TO  IND-PRD
           IF  IND-PRD   >       QTD-PRD
                                 GO       ROT-PROD-20.
           IF  PRX-TPR (IND-PRD)  =  PRX-VDF  AND
               SUF-TPR (IND-PRD)  =  SUF-AUX
                                 GO       ROT-PROD-90.
           GO       ROT-PROD-10.

       ROT-PROD-20.
           IF  QTD-PRD   <   59  GO       ROT-PROD-30.
           MOVE     60        TO  IND-PRD
           MOVE     "OUTROS PRODUTOS"  TO  DES-TPR (IND-PRD)
           GO       ROT-PROD-90.

       ROT-PROD-30.
           ADD      1         TO  QTD-PRD
           MOVE     QTD-PRD   TO  IND-PRD
           MOVE     PRX-VDF   TO  PRX-TPR (IND-PRD)   PRX-EST
           MOVE     SUF-AUX   TO  SUF-TPR (IND-PRD)   SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 MOVE     PRX-VDF  TO  DES-EST.
           MOVE     DES-EST   TO  DES-TPR (IND-PRD).
       ROT-PROD-90.
           EXIT.

       ROT-ESCA-00.
           OPEN     INPUT     CADESC    CADTUR
           MOVE     ZEROS     TO  CHV-ESC
           MOVE     DTI-AUX   TO  DTA-ESC
           START    CADESC       KEY  NOT  <  CHV-ESC
           IF  FST-ESC  NOT  =  "00"
                                 GO       ROT-ESCA-80.

       ROT-ESCA-10.
           READ     CADESC  NEXT
           IF  FST-ESC  NOT  =  "00"
                                 GO       ROT-ESCA-80.
           IF  DTA-ESC   >       DTF-AUX
                                 GO       ROT-ESCA-80.
           IF  STA-ESC   =  "F"  GO       ROT-ESCA-10.
           MOVE     TUR-ESC   TO  CHV-TUR
           READ     CADTUR
           IF  FST-TUR  NOT  =  "00"
                                 GO       ROT-ESCA-10.
           MOVE     DTA-ESC   TO  DTA-CAL
           PERFORM  ROT-DSEM-00
              THRU  ROT-DSEM-90
           MOVE     HIN-TUR   TO  HRA-WRK
           MOVE     WRK-HH    TO  HRI-AUX
           MOVE     HFM-TUR   TO  HRA-WRK
           MOVE     WRK-HH    TO  HRF-AUX
           IF  WRK-MM    >   0   ADD      1        TO  HRF-AUX.
           IF  HRF-AUX   >   23  SUBTRACT 24       FROM  HRF-AUX.
           IF  HRI-AUX   >   23  GO       ROT-ESCA-10.
           MOVE     HRI-AUX   TO  HRA-AUX
           MOVE     ZEROS     TO  CNT-HRA.

       ROT-ESCA-20.
           COMPUTE  IND-HRA   =  HRA-AUX  +   1
           ADD      1         TO  ESC-THR (IND-SEM  IND-HRA)
           ADD      1         TO  HRA-AUX   CNT-HRA
           IF  HRA-AUX   >   23  MOVE     ZEROS    TO  HRA-AUX.
           IF  HRA-AUX   =       HRF-AUX  OR
               CNT-HRA  NOT  <   24
                                 GO       ROT-ESCA-10.
           GO       ROT-ESCA-20.

       ROT-ESCA-80.
           CLOSE    CADESC    CADTUR.
       ROT-ESCA-90.
           EXIT.

       ROT-MEDI-00.
           MOVE     ZEROS     TO  IND-SEM.

       ROT-MEDI-10.
           ADD      1         TO  IND-SEM
           IF  IND-SEM   >   7   GO       ROT-MEDI-30.
           IF  QTD-TSM (IND-SEM)  =  0
                                 GO       ROT-MEDI-10.
           MOVE     ZEROS     TO  IND-HRA.

       ROT-MEDI-20.
           ADD      1         TO  IND-HRA
           IF  IND-HRA   >   24  GO       ROT-MEDI-10.
           IF  VAL-THR (IND-SEM  IND-HRA)  =  0
                                 GO       ROT-MEDI-20.
           ADD      1         TO  QTD-CEL
           COMPUTE  SOM-VAL   =  SOM-VAL  +
                    VAL-THR (IND-SEM  IND-HRA)  /  QTD-TSM (IND-SEM)
           COMPUTE  SOM-ESC   =  SOM-ESC  +
                    ESC-THR (IND-SEM  IND-HRA)  /  QTD-TSM (IND-SEM)
           GO       ROT-MEDI-20.

       ROT-MEDI-30.
           IF  QTD-CEL   =   0   GO       ROT-MEDI-90.
           COMPUTE  MED-VAL   ROUNDED  =  SOM-VAL  /  QTD-CEL
           COMPUTE  MED-ESC   ROUNDED  =  SOM-ESC  /  QTD-CEL
           COMPUTE  LIM-PIC   ROUNDED  =  MED-VAL  *  PIC-AUX  /  100
           COMPUTE  LIM-OCI   ROUNDED  =  MED-VAL  *  OCI-AUX  /  100.
       ROT-MEDI-90.
           EXIT.

       ROT-ISEM-00.
           MOVE     ZEROS     TO  IND-IMP.

       ROT-ISEM-10.
           ADD      1         TO  IND-IMP
           IF  IND-IMP   >   7   GO       ROT-ISEM-90.
           COMPUTE  IND-SEM   =  IND-IMP  +   1
           IF  IND-SEM   >   7   MOVE     1        TO  IND-SEM.
           IF  QTD-TSM (IND-SEM)  =  0
                                 GO       ROT-ISEM-10.
           MOVE     SPACES    TO  LIN-REL   DES-CB3
           WRITE    LIN-REL
           STRING   NOM-SEM (IND-SEM)  DELIMITED  BY  SPACE
                    " - DIAS NO PERIODO: "
                                       DELIMITED  BY  SIZE
                    QTD-TSM (IND-SEM)  DELIMITED  BY  SIZE
                    INTO      DES-CB3
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     ZEROS     TO  IND-HRA.

       ROT-ISEM-20.
           ADD      1         TO  IND-HRA
           IF  IND-HRA   >   24  GO       ROT-ISEM-10.
           IF  VAL-THR (IND-SEM  IND-HRA)  =  0  AND
               ESC-THR (IND-SEM  IND-HRA)  =  0
                                 GO       ROT-ISEM-20.
           COMPUTE  QTM-AUX   ROUNDED  =
                    QTD-THR (IND-SEM  IND-HRA)  /  QTD-TSM (IND-SEM)
           COMPUTE  VLM-AUX   ROUNDED  =
                    VAL-THR (IND-SEM  IND-HRA)  /  QTD-TSM (IND-SEM)
           COMPUTE  ESM-AUX   ROUNDED  =
                    ESC-THR (IND-SEM  IND-HRA)  /  QTD-TSM (IND-SEM)
           MOVE     ZEROS     TO  VPF-AUX
           IF  ESM-AUX   >   0   COMPUTE  VPF-AUX  ROUNDED  =
                                          VLM-AUX  /  ESM-AUX.
           PERFORM  ROT-SITU-00
              THRU  ROT-SITU-90
           COMPUTE  HRA-DSM   =  IND-HRA  -   1
           MOVE     QTM-AUX   TO  QTD-DSM
           MOVE     VLM-AUX   TO  VAL-DSM
           MOVE     ESM-AUX   TO  ESC-DSM
           MOVE     VPF-AUX   TO  VPF-DSM
           MOVE     SIT-AUX   TO  SIT-DSM
           WRITE    LIN-REL   FROM  LIN-DSM
           IF  FLG-CSV  NOT  =  "S"
                                 GO       ROT-ISEM-20.
           MOVE     "DIA"     TO  SEC-CSV
           MOVE     SPACES    TO  CHV-CSV
           MOVE     NOM-SEM (IND-SEM)  TO  DSM-CSV
           MOVE     HRA-DSM   TO  HRA-CSV
           MOVE     QTM-AUX   TO  QTD-CSV
           MOVE     VLM-AUX   TO  VAL-CSV
           MOVE     ESM-AUX   TO  ESC-CSV
           MOVE     SIT-AUX   TO  SIT-CSV
           WRITE    LIN-CSV   FROM  DET-CSV
           GO       ROT-ISEM-20.

       ROT-ISEM-90.
           EXIT.

       ROT-SITU-00.
           MOVE     SPACES    TO  SIT-AUX
           IF  MED-VAL   =   0   GO       ROT-SITU-90.
           IF  VLM-AUX  NOT  <   LIM-PIC
                                 GO       ROT-SITU-10.
           IF  VLM-AUX  NOT  <   LIM-OCI
                                 GO       ROT-SITU-90.
           IF  ESM-AUX   >       MED-ESC
                                 MOVE     "OCIOSA - EXCESSO DE ESCALA"
                                          TO  SIT-AUX
           ELSE                  MOVE     "OCIOSA"  TO  SIT-AUX.
           GO       ROT-SITU-90.

       ROT-SITU-10.
           IF  ESM-AUX   <       MED-ESC
                                 MOVE     "PICO - FALTA FRENTISTA"
                                          TO  SIT-AUX
           ELSE                  MOVE     "PICO"    TO  SIT-AUX.
       ROT-SITU-90.
           EXIT.

       ROT-IPRD-00.
           IF  TOT-DIA   =   0   GO       ROT-IPRD-90.
           MOVE     ZEROS     TO  IND-PRD.

       ROT-IPRD-10.
           ADD      1         TO  IND-PRD
           IF  IND-PRD   >   60  GO       ROT-IPRD-90.
           IF  IND-PRD   >       QTD-PRD  AND
               IND-PRD   <   60  GO       ROT-IPRD-10.
           IF  IND-PRD   =   60  AND
               DES-TPR (IND-PRD)  NOT  =  "OUTROS PRODUTOS"
                                 GO       ROT-IPRD-10.
           MOVE     SPACES    TO  LIN-REL   DES-CB3
           WRITE    LIN-REL
           STRING   "PRODUTO "         DELIMITED  BY  SIZE
                    DES-TPR (IND-PRD)  DELIMITED  BY  SIZE
                    INTO      DES-CB3
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB5
           MOVE     ZEROS     TO  IND-HRA.

       ROT-IPRD-20.
           ADD      1         TO  IND-HRA
           IF  IND-HRA   >   24  GO       ROT-IPRD-10.
           IF  VAL-TPH (IND-PRD  IND-HRA)  =  0  AND
               QTD-TPH (IND-PRD  IND-HRA)  =  0
                                 GO       ROT-IPRD-20.
           COMPUTE  QTM-AUX   ROUNDED  =
                    QTD-TPH (IND-PRD  IND-HRA)  /  TOT-DIA
           COMPUTE  VLM-AUX   ROUNDED  =
                    VAL-TPH (IND-PRD  IND-HRA)  /  TOT-DIA
           MOVE     DES-TPR (IND-PRD)  TO  CHV-AUX
           MOVE     "PRODUTO" TO  SEC-CSV
           PERFORM  ROT-IHRA-00
              THRU  ROT-IHRA-90
           GO       ROT-IPRD-20.

       ROT-IPRD-90.
           EXIT.

       ROT-ICXA-00.
           IF  TOT-DIA   =   0   GO       ROT-ICXA-90.
           MOVE     ZEROS     TO  IND-CXA.

       ROT-ICXA-10.
           ADD      1         TO  IND-CXA
           IF  IND-CXA   >   99  GO       ROT-ICXA-90.
           MOVE     ZEROS     TO  IND-HRA   FLG-LIN.

       ROT-ICXA-20.
           ADD      1         TO  IND-HRA
           IF  IND-HRA   >   24  GO       ROT-ICXA-10.
           IF  VAL-TCH (IND-CXA  IND-HRA)  =  0  AND
               QTD-TCH (IND-CXA  IND-HRA)  =  0
                                 GO       ROT-ICXA-20.
           IF  FLG-LIN   =   0   MOVE     1        TO  FLG-LIN
                                 PERFORM  ROT-CCXA-00
                                    THRU  ROT-CCXA-90.
           COMPUTE  QTM-AUX   ROUNDED  =
                    QTD-TCH (IND-CXA  IND-HRA)  /  TOT-DIA
           COMPUTE  VLM-AUX   ROUNDED  =
                    VAL-TCH (IND-CXA  IND-HRA)  /  TOT-DIA
           MOVE     SPACES    TO  CHV-AUX
           MOVE     IND-CXA   TO  CXA-AUX
           MOVE     CXA-AUX   TO  CHV-AUX (1:2)
           MOVE     "CAIXA"   TO  SEC-CSV
           PERFORM  ROT-IHRA-00
              THRU  ROT-IHRA-90
           GO       ROT-ICXA-20.

       ROT-ICXA-90.
           EXIT.

       ROT-CCXA-00.
           MOVE     SPACES    TO  LIN-REL   DES-CB3
           WRITE    LIN-REL
           MOVE     "CAIXA "  TO  DES-CB3
           MOVE     IND-CXA   TO  CXA-AUX
           MOVE     CXA-AUX   TO  DES-CB3 (7:2)
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB5.
       ROT-CCXA-90.
           EXIT.

       ROT-IHRA-00.
           COMPUTE  HRA-DHR   =  IND-HRA  -   1
           MOVE     QTM-AUX   TO  QTD-DHR
           MOVE     VLM-AUX   TO  VAL-DHR
           WRITE    LIN-REL   FROM  LIN-DHR
           IF  FLG-CSV  NOT  =  "S"
                                 GO       ROT-IHRA-90.
           MOVE     CHV-AUX   TO  CHV-CSV
           MOVE     SPACES    TO  DSM-CSV   SIT-CSV
           MOVE     HRA-DHR   TO  HRA-CSV
           MOVE     QTM-AUX   TO  QTD-CSV
           MOVE     VLM-AUX   TO  VAL-CSV
           MOVE     ZEROS     TO  ESC-CSV
           WRITE    LIN-CSV   FROM  DET-CSV.
       ROT-IHRA-90.
           EXIT.

       ROT-DSEM-00.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           COMPUTE  TOT-DSM  =   DIA-CAL
                             +  ((TOT-ANO  -  1)  *  365)
                             +  ((TOT-ANO  -  1)  /  4)
           MOVE     ZEROS    TO  IND-MSS.

       ROT-DSEM-10.
           ADD      1        TO  IND-MSS
           IF  IND-MSS   <       MES-CAL
               ADD      DIA-TAB (IND-MSS)  TO  TOT-DSM
               GO       ROT-DSEM-10.
           COMPUTE  QUO-DSM  =   TOT-DSM  /  7
           COMPUTE  RST-DSM  =   TOT-DSM  -  (QUO-DSM  *  7)
           COMPUTE  IND-SEM  =   RST-DSM  +  1.
       ROT-DSEM-90.
           EXIT.

       ROT-DMAI-00.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           ADD      1         TO  DIA-CAL
           IF  DIA-CAL  NOT  >   DIA-TAB (MES-CAL)
                                 GO       ROT-DMAI-90.
           MOVE     1         TO  DIA-CAL
           ADD      1         TO  MES-CAL
           IF  MES-CAL   >   12  AND  ANO-CAL   =   99
                                 MOVE     1        TO  MES-CAL
                                 MOVE     ZEROS    TO  ANO-CAL.
           IF  MES-CAL   >   12  MOVE     1        TO  MES-CAL
                                 ADD      1        TO  ANO-CAL.
       ROT-DMAI-90.
           EXIT.

       ROT-BISX-00.
           IF  ANO-CAL  NOT  <   90
               COMPUTE  TOT-ANO  =   ANO-CAL  +  1900
           ELSE
               COMPUTE  TOT-ANO  =   ANO-CAL  +  2000.
           COMPUTE  ANO-AX1  =   TOT-ANO  /  4
           COMPUTE  ANO-AX2  =   ANO-AX1  *  4
           IF  TOT-ANO   =       ANO-AX2
               MOVE     29       TO  DIA-TAB (2)
           ELSE
               MOVE     28       TO  DIA-TAB (2).
       ROT-BISX-90.
           EXIT.
