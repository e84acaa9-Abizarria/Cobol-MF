       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6085.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FST-DVC.

           SELECT      CADCFR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CFR
                       FILE          STATUS  IS  FST-CFR.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADLTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LTE
                       FILE          STATUS  IS  FST-LTE.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADSDO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      CADXNF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-XNF
                       FILE          STATUS  IS  FST-XNF.

           SELECT      ARQDEV        ASSIGN  TO  "DEVCOMPRA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQCRD        ASSIGN  TO  "CREDFORN.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQNFE        ASSIGN  TO  "NFEDEV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-NFE.

           SELECT      REL-DEV       ASSIGN  TO  "RELDEV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADDVC.CPY.
       COPY  CADCFR.CPY.
       COPY  CADLCP.CPY.
       COPY  CADEST.CPY.
       COPY  CADLTE.CPY.
       COPY  CADLDP.CPY.
       COPY  CADSDO.CPY.
       COPY  CADFRN.CPY.
       COPY  CADXNF.CPY.

       FD  ARQDEV.
       01  LIN-DEV               PIC  X(150).

       FD  ARQCRD.
       01  LIN-CRD               PIC  X(80).

       FD  ARQNFE.
       01  LIN-NFE               PIC  X(150).

       FD  REL-DEV.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-DVC          PIC  X(02).
           03  FST-CFR          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-LTE          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-XNF          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-NFE          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  FRN-AUX          PIC  9(04).
           03  NTO-AUX          PIC  9(06).
           03  PRX-AUX          PIC  X(01).
           03  SUF-AUX          PIC  9(03).
           03  QTD-AUX          PIC  9(06)V9.
           03  TRT-AUX          PIC  X(01).
           03  MOT-AUX          PIC  X(30).
           03  OPR-AUX          PIC  X(10).
           03  LOT-AUX          PIC  X(10).
           03  CUN-AUX          PIC  9(06)V9(04).
           03  NDV-AUX          PIC  9(06).
           03  VCR-AUX          PIC  9(08)V99.

           03  FLG-ORI          PIC  9(01).
           03  FLG-SDO          PIC  9(01).
           03  VUN-AUX          PIC  9(06)V9(04).
           03  DTO-AUX          PIC  9(06).
           03  CNS-ORI          PIC  X(01).
           03  QOR-AUX          PIC S9(07)V9.
           03  QJD-AUX          PIC  9(07)V9.
           03  VAL-AUX          PIC  9(08)V99.
           03  ICM-AUX          PIC  9(07)V99.
           03  CFO-AUX          PIC  9(04).
           03  CTM-WRK          PIC S9(08)V9(04).
           03  BXL-AUX          PIC S9(06)V9.
           03  LOT-BXA          PIC  X(10).
           03  RST-AUX          PIC  9(08)V99.
           03  CUT-AUX          PIC  9(08)V99.

           03  FRN-NFA          PIC  9(04)  VALUE  ZEROS.
           03  NTO-NFA          PIC  9(06)  VALUE  ZEROS.
           03  TRT-NFA          PIC  X(01)  VALUE  SPACES.
           03  OPR-NFA          PIC  X(10).
           03  NDV-NFA          PIC  9(06).
           03  NDV-ULT          PIC  9(06)  VALUE  ZEROS.
           03  CHO-NFA          PIC  X(44).
           03  DTO-NFA          PIC  9(06).
           03  CGC-NFA          PIC  9(14).
           03  QIT-NFA          PIC  9(02)  VALUE  ZEROS.
           03  VAL-NFA          PIC  9(08)V99  VALUE  ZEROS.
           03  ICM-NFA          PIC  9(08)V99  VALUE  ZEROS.
           03  VAB-NFA          PIC  9(08)V99  VALUE  ZEROS.
           03  IND-ITN          PIC  9(02).
           03  TAB-ITN.
               05  ITN-TAB      PIC  X(130)  OCCURS  50.

           03  TOT-ACE          PIC  9(05)     VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)     VALUE  ZEROS.
           03  TOT-NFD          PIC  9(05)     VALUE  ZEROS.
           03  TOT-DEV          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-ABT          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-CRE          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-CRD          PIC  9(09)V99  VALUE  ZEROS.

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
           03  CGC-NOM          PIC  9(14).
           03  INS-NOM          PIC  X(15).
           03  END-NOM          PIC  X(40).
           03  CEP-NOM          PIC  9(08).
           03  CID-NOM          PIC  X(25).
           03  EST-NOM          PIC  X(02).

       01  PRM-CAB.
           03  SEM-CAB          PIC  X(04).
           03  DIA-CAB          PIC  9(02).
           03  B01-CAB          PIC  X(01).
           03  MES-CAB          PIC  9(02).
           03  B02-CAB          PIC  X(01).
           03  ANO-CAB          PIC  9(02).

       01  LIN-NFH.
           03  FILLER            PIC  X(02)  VALUE  "N|".
           03  NDV-NFH           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  DTA-NFH           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  FRN-NFH           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  CGC-NFH           PIC  9(14).
           03  FILLER            PIC  X(03)  VALUE  "|4|".
           03  CHO-NFH           PIC  X(44).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  NTO-NFH           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  DTO-NFH           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  VAL-NFH           PIC  9(08),99.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  ICM-NFH           PIC  9(08),99.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  NAT-NFH           PIC  X(20)  VALUE
               "DEVOLUCAO DE COMPRA".

       01  LIN-NFI.
           03  FILLER            PIC  X(02)  VALUE  "I|".
           03  NDV-NFI           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  ITM-NFI           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  PRX-NFI           PIC  X(01).
           03  SUF-NFI           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  DES-NFI           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  CFO-NFI           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  QTD-NFI           PIC  9(06),9.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  VUN-NFI           PIC  9(06),9999.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  VAL-NFI           PIC  9(08),99.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  AIC-NFI           PIC  99,99.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  ICM-NFI           PIC  9(07),99.
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  LOT-NFI           PIC  X(10).

       01  LIN-CAB1              PIC  X(130) VALUE
           "DEVOLUCAO DE COMPRAS A FORNECEDORES".
       01  LIN-CAB2              PIC  X(130) VALUE
           "NF.DEV FORN NF.ORIG PRODUTO DESCRICAO                   QUAN
      -    "TIDADE   CUSTO UNIT.       VALOR LOTE       SITUACAO".
       01  LIN-DET.
           03  NDV-DET           PIC  ZZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRN-DET           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NTO-DET           PIC  ZZZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VUN-DET           PIC  ZZZ.ZZ9,9999.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LOT-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(32).
       01  LIN-NFD.
           03  FILLER            PIC  X(14)  VALUE
               "  NF DEVOLUCAO".
           03  NDV-NFD           PIC  ZZZZZ9.
           03  FILLER            PIC  X(08)  VALUE  "  TOTAL".
           03  VAL-NFD           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(07)  VALUE  "  ICMS".
           03  ICM-NFD           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(11)  VALUE  "  ABATIDO".
           03  VAB-NFD           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(10)  VALUE  "  CREDITO".
           03  VCR-NFD           PIC  ZZ.ZZZ.ZZ9,99.
       01  LIN-ABT.
           03  FILLER            PIC  X(22)  VALUE
               "     TITULO ABATIDO  ".
           03  CHV-ABT           PIC  X(10).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DTA-ABT           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  HST-ABT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CUT-ABT           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-ABT           PIC  X(20).
       01  CRD-CAB1              PIC  X(130) VALUE
           "UTILIZACAO DE CREDITOS DE FORNECEDORES".
       01  CRD-CAB2              PIC  X(130) VALUE
           "CREDITOS DE DEVOLUCAO EM ABERTO POR FORNECEDOR".
       01  CRD-CAB3              PIC  X(130) VALUE
           "FORN FORNECEDOR                NF.DEV     DATA    VALOR ORIG
      -    "INAL          SALDO".
       01  CRD-DET.
           03  FRN-CDT           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-CDT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NDV-CDT           PIC  ZZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-CDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-CDT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SDO-CDT           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-CDT           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS DEVOLVIDOS .......................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS REJEITADOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "NOTAS FISCAIS DE DEVOLUCAO GERADAS .....".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR TOTAL DEVOLVIDO ..................".
           03  TOT-DET4          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "ABATIDO DE TITULOS EM ABERTO ...........".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "CREDITOS GERADOS CONTRA FORNECEDORES ...".
           03  TOT-DET6          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "SALDO DE CREDITOS EM ABERTO ............".
           03  TOT-DET7          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           CALL    "DYNOME"   USING  PRM-NOM  PRM-CAB
           OPEN     I-O       CADDVC
           IF  FST-DVC   =  "35" CLOSE    CADDVC
                                 OPEN     OUTPUT   CADDVC
                                 CLOSE    CADDVC
                                 OPEN     I-O      CADDVC.
           OPEN     I-O       CADCFR
           IF  FST-CFR   =  "35" CLOSE    CADCFR
                                 OPEN     OUTPUT   CADCFR
                                 CLOSE    CADCFR
                                 OPEN     I-O      CADCFR.
           OPEN     I-O       CADLTE
           IF  FST-LTE   =  "35" CLOSE    CADLTE
                                 OPEN     OUTPUT   CADLTE
                                 CLOSE    CADLTE
                                 OPEN     I-O      CADLTE.
           OPEN     INPUT     CADXNF
           IF  FST-XNF   =  "35" CLOSE    CADXNF
                                 OPEN     OUTPUT   CADXNF
                                 CLOSE    CADXNF
                                 OPEN     INPUT    CADXNF.
           OPEN     I-O       CADLCP    CADEST    CADLDP
           OPEN     INPUT     CADFRN
           MOVE     1         TO  FLG-SDO
           OPEN     I-O       CADSDO
           IF  FST-SDO  NOT  =  "00"
                                 MOVE     0        TO  FLG-SDO.
           OPEN     OUTPUT    REL-DEV   ARQNFE
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-ULTN-00
              THRU  ROT-ULTN-90
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           PERFORM  ROT-CRED-00
              THRU  ROT-CRED-90
           PERFORM  ROT-LCRD-00
              THRU  ROT-LCRD-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-NFD   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-DEV   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-ABT   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-CRE   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-CRD   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           IF  FLG-SDO   =    1  CLOSE    CADSDO.
           CLOSE    CADDVC    CADCFR    CADLTE    CADXNF
                    CADLCP    CADEST    CADLDP    CADFRN
                    REL-DEV   ARQNFE
           GOBACK.

       ROT-ULTN-00.
           MOVE     999999    TO  NDV-DVC
           MOVE     99        TO  ITM-DVC
           START    CADDVC       KEY  <   CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-ULTN-90.
           READ     CADDVC       PREVIOUS
           IF  FST-DVC   =  "00" MOVE     NDV-DVC  TO  NDV-ULT.
       ROT-ULTN-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQDEV
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQDEV    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  FRN-AUX   NTO-AUX   SUF-AUX
                                  QTD-AUX   CUN-AUX
           MOVE     SPACES    TO  PRX-AUX   TRT-AUX   MOT-AUX
                                  OPR-AUX   LOT-AUX
           UNSTRING  LIN-DEV  DELIMITED  BY  "|"
                     INTO     FRN-AUX
                              NTO-AUX
                              PRX-AUX
                              SUF-AUX
                              QTD-AUX
                              TRT-AUX
                              MOT-AUX
                              OPR-AUX
                              LOT-AUX
                              CUN-AUX
           IF  FRN-AUX  NOT  =   FRN-NFA  OR
               NTO-AUX  NOT  =   NTO-NFA  OR
               TRT-AUX  NOT  =   TRT-NFA  OR
               QIT-NFA   =   50
                                 PERFORM  ROT-FNFD-00
                                    THRU  ROT-FNFD-90
                                 MOVE     FRN-AUX  TO  FRN-NFA
                                 MOVE     NTO-AUX  TO  NTO-NFA
                                 MOVE     TRT-AUX  TO  TRT-NFA.
           MOVE     ZEROS     TO  NDV-DET
           MOVE     FRN-AUX   TO  FRN-DET
           MOVE     NTO-AUX   TO  NTO-DET
           MOVE     PRX-AUX   TO  PRX-DET
           MOVE     SUF-AUX   TO  SUF-DET
           MOVE     SPACES    TO  DES-DET
           MOVE     QTD-AUX   TO  QTD-DET
           MOVE     ZEROS     TO  VUN-DET   VAL-DET
           MOVE     LOT-AUX   TO  LOT-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           IF  QIT-NFA   =    0  PERFORM  ROT-ANFD-00
                                    THRU  ROT-ANFD-90.
           ADD      1         TO  QIT-NFA
           COMPUTE  VAL-AUX  ROUNDED  =  QTD-AUX  *  VUN-AUX
           COMPUTE  ICM-AUX  ROUNDED  =  VAL-AUX  *  AIC-EST  /  100
           MOVE     5202      TO  CFO-AUX
           IF  AIC-EST   =    0  MOVE     5411     TO  CFO-AUX.
           IF  EST-FRN  NOT  =   EST-NOM  AND
               EST-FRN  NOT  =   SPACES
                                 ADD      1000     TO  CFO-AUX.
           PERFORM  ROT-BEST-00
              THRU  ROT-BEST-90
           PERFORM  ROT-BLTE-00
              THRU  ROT-BLTE-90
           PERFORM  ROT-GLCP-00
              THRU  ROT-GLCP-90
           MOVE     NDV-NFA   TO  NDV-DVC
           MOVE     QIT-NFA   TO  ITM-DVC
           MOVE     DTA-HOJ   TO  DTA-DVC
           MOVE     FRN-AUX   TO  FRN-DVC
           MOVE     NTO-AUX   TO  NTO-DVC
           MOVE     DTO-AUX   TO  DTO-DVC
           MOVE     PRX-AUX   TO  PRX-DVC
           MOVE     SUF-AUX   TO  SUF-DVC
           MOVE     QTD-AUX   TO  QTD-DVC
           MOVE     VUN-AUX   TO  VUN-DVC
           MOVE     VAL-AUX   TO  VAL-DVC
           MOVE     CFO-AUX   TO  CFO-DVC
           MOVE     ICM-AUX   TO  ICM-DVC
           MOVE     LOT-BXA   TO  LOT-DVC
           MOVE     TRT-AUX   TO  TRT-DVC
           MOVE     MOT-AUX   TO  MOT-DVC
           MOVE     OPR-AUX   TO  OPR-DVC
           MOVE     CHO-NFA   TO  CHO-DVC
           WRITE    REG-DVC
           MOVE     NDV-NFA   TO  NDV-NFI
           MOVE     QIT-NFA   TO  ITM-NFI
           MOVE     PRX-AUX   TO  PRX-NFI
           MOVE     SUF-AUX   TO  SUF-NFI
           MOVE     DES-EST   TO  DES-NFI
           MOVE     CFO-AUX   TO  CFO-NFI
           MOVE     QTD-AUX   TO  QTD-NFI
           MOVE     VUN-AUX   TO  VUN-NFI
           MOVE     VAL-AUX   TO  VAL-NFI
           MOVE     AIC-EST   TO  AIC-NFI
           MOVE     ICM-AUX   TO  ICM-NFI
           MOVE     LOT-BXA   TO  LOT-NFI
           MOVE     LIN-NFI   TO  ITN-TAB (QIT-NFA)
           ADD      VAL-AUX   TO  VAL-NFA   TOT-DEV
           ADD      ICM-AUX   TO  ICM-NFA
           ADD      1         TO  TOT-ACE
           MOVE     NDV-NFA   TO  NDV-DET
           MOVE     VUN-AUX   TO  VUN-DET
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     LOT-BXA   TO  LOT-DET
           IF  FLG-ORI   =    0
               MOVE  "DEVOLVIDO - COMPRA DE MES ANTERIOR"
                                                 TO  SIT-DET
           ELSE
           IF  LOT-BXA   =       SPACES
               MOVE  "DEVOLVIDO - SEM LOTE BAIXADO" TO  SIT-DET
           ELSE
               MOVE  "DEVOLVIDO"                 TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           PERFORM  ROT-FNFD-00
              THRU  ROT-FNFD-90
           CLOSE    ARQDEV.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  TRT-AUX  NOT  =  "A"  AND  TRT-AUX  NOT  =  "C"
               MOVE  "TRATAMENTO INVALIDO (A/C)"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  QTD-AUX   =       ZEROS
               MOVE  "QUANTIDADE INVALIDA"             TO  SIT-DET
               GO       ROT-VALD-90.
           IF  OPR-AUX   =       SPACES
               MOVE  "RESPONSAVEL NAO INFORMADO"       TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     FRN-AUX   TO  CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
               MOVE  "FORNECEDOR NAO CADASTRADO"       TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     PRX-AUX   TO  PRX-EST
           MOVE     SUF-AUX   TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
               MOVE  "PRODUTO NAO CADASTRADO"          TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     DES-EST   TO  DES-DET
           PERFORM  ROT-ORIG-00
              THRU  ROT-ORIG-90
           IF  FLG-ORI   =    0  AND  CUN-AUX  =  ZEROS
               MOVE  "COMPRA ORIGINAL NAO LOCALIZADA"  TO  SIT-DET
               GO       ROT-VALD-90.
           IF  FLG-ORI   =    0  MOVE     CUN-AUX  TO  VUN-AUX
                                 MOVE     ZEROS    TO  DTO-AUX
                                 MOVE     "N"      TO  CNS-ORI
                                 GO       ROT-VALD-50.
           PERFORM  ROT-JDEV-00
              THRU  ROT-JDEV-90
           IF  QJD-AUX  +  QTD-AUX  >  QOR-AUX
               MOVE  "QUANTIDADE ACIMA DA COMPRADA"    TO  SIT-DET
               GO       ROT-VALD-90.

       ROT-VALD-50.
           IF  QTD-AUX   >       SDO-EST
               MOVE  "ESTOQUE INSUFICIENTE"            TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-ORIG-00.
           MOVE     ZEROS     TO  FLG-ORI   QOR-AUX   VUN-AUX
                                  DTO-AUX
           MOVE     "N"       TO  CNS-ORI
           MOVE     SPACES    TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-ORIG-90.

       ROT-ORIG-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-ORIG-90.
           IF  FRN-LCP  NOT  =   FRN-AUX  OR
               NTF-LCP  NOT  =   NTO-AUX  OR
               PRX-LCP  NOT  =   PRX-AUX  OR
               SUF-LCP  NOT  =   SUF-AUX  OR
               QTD-LCP  NOT  >   ZEROS
                                 GO       ROT-ORIG-10.
           ADD      QTD-LCP   TO  QOR-AUX
           IF  FLG-ORI   =    0
               MOVE     1         TO  FLG-ORI
               COMPUTE  VUN-AUX  ROUNDED  =  VAL-LCP  /  QTD-LCP
               MOVE     DTA-LCP   TO  DTO-AUX
               IF  CNS-LCP   =  "S"
                   MOVE     "S"       TO  CNS-ORI.
           GO       ROT-ORIG-10.

       ROT-ORIG-90.
           EXIT.

       ROT-JDEV-00.
           MOVE     ZEROS     TO  QJD-AUX
           MOVE     ZEROS     TO  CHV-DVC
           START    CADDVC       KEY  >   CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-JDEV-90.

       ROT-JDEV-10.
           READ     CADDVC  NEXT
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-JDEV-90.
           IF  FRN-DVC   =       FRN-AUX  AND
               NTO-DVC   =       NTO-AUX  AND
               PRX-DVC   =       PRX-AUX  AND
               SUF-DVC   =       SUF-AUX
                                 ADD      QTD-DVC  TO  QJD-AUX.
           GO       ROT-JDEV-10.

       ROT-JDEV-90.
           EXIT.

       ROT-ANFD-00.
           ADD      1         TO  NDV-ULT
           MOVE     NDV-ULT   TO  NDV-NFA
           MOVE     CGC-FRN   TO  CGC-NFA
           MOVE     OPR-AUX   TO  OPR-NFA
           MOVE     DTO-AUX   TO  DTO-NFA
           MOVE     ZEROS     TO  VAL-NFA   ICM-NFA   VAB-NFA
           MOVE     SPACES    TO  CHO-NFA
           MOVE     LOW-VALUES     TO  CHV-XNF
           START    CADXNF       KEY  >   CHV-XNF
           IF  FST-XNF  NOT  =  "00"
                                 GO       ROT-ANFD-90.

       ROT-ANFD-10.
           READ     CADXNF  NEXT
           IF  FST-XNF  NOT  =  "00"
                                 GO       ROT-ANFD-90.
           IF  FRN-XNF  NOT  =   FRN-AUX  OR
               NNF-XNF  NOT  =   NTO-AUX
                                 GO       ROT-ANFD-10.
           MOVE     CHV-XNF   TO  CHO-NFA.
       ROT-ANFD-90.
           EXIT.

       ROT-BEST-00.
           IF  SDO-EST   >       QTD-AUX
               COMPUTE  CTM-WRK  ROUNDED
                             = (CTM-EST  *   SDO-EST  -  VAL-AUX)
                             / (SDO-EST  -   QTD-AUX)
               IF  CTM-WRK   >    0
                   MOVE     CTM-WRK  TO  CTM-EST.
           SUBTRACT QTD-AUX   FROM  SDO-EST
           IF  CNS-ORI   =  "S"  SUBTRACT QTD-AUX  FROM  SCN-EST.
           IF  VDA-EST   >       CTM-EST
               COMPUTE  PCT-EST  =  (VDA-EST  -   CTM-EST)
                                 *   100      /   VDA-EST.
           REWRITE  REG-EST.
       ROT-BEST-90.
           EXIT.

       ROT-BLTE-00.
           MOVE     SPACES    TO  LOT-BXA
           MOVE     PRX-AUX   TO  PRX-LTE
           MOVE     SUF-AUX   TO  SUF-LTE
           MOVE     DTO-AUX   TO  DTA-LTE
           MOVE     ZEROS     TO  LCT-LTE
           START    CADLTE       KEY  NOT  <  CHV-LTE
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-BLTE-90.

       ROT-BLTE-10.
           READ     CADLTE  NEXT
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-BLTE-90.
           IF  PRX-LTE  NOT  =   PRX-AUX  OR
               SUF-LTE  NOT  =   SUF-AUX
                                 GO       ROT-BLTE-90.
           IF  DTO-AUX   >    0  AND
               DTA-LTE   >       DTO-AUX
                                 GO       ROT-BLTE-90.
           IF  SDL-LTE  NOT  >   ZEROS
                                 GO       ROT-BLTE-10.
           IF  LOT-AUX  NOT  =   SPACES  AND
               LOT-LTE  NOT  =   LOT-AUX
                                 GO       ROT-BLTE-10.
           MOVE     QTD-AUX   TO  BXL-AUX
           IF  BXL-AUX   >       SDL-LTE
                                 MOVE     SDL-LTE  TO  BXL-AUX.
           SUBTRACT BXL-AUX   FROM  SDL-LTE
           REWRITE  REG-LTE
           MOVE     LOT-LTE   TO  LOT-BXA
           IF  LOT-BXA   =       SPACES
                                 MOVE     "S/LOTE"  TO  LOT-BXA.
       ROT-BLTE-90.
           EXIT.

       ROT-GLCP-00.
           MOVE     SPACES    TO  REG-LCP
           MOVE     DTA-HOJ   TO  DTA-LCP
           MOVE     NDV-NFA   TO  NTF-LCP
           MOVE     PRX-AUX   TO  PRX-LCP
           MOVE     SUF-AUX   TO  SUF-LCP
           COMPUTE  QTD-LCP   =  QTD-AUX  *  -1
           COMPUTE  VAL-LCP   =  VAL-AUX  *  -1
           MOVE     QTD-LCP   TO  QTC-LCP
           MOVE     ZEROS     TO  TMP-LCP   DEN-LCP   ACS-LCP
           MOVE     FRN-AUX   TO  FRN-LCP
           MOVE     CNS-ORI   TO  CNS-LCP
           MOVE     ZEROS     TO  LCT-LCP.

       ROT-GLCP-10.
           WRITE    REG-LCP      ADD   1  TO  LCT-LCP
           IF  FST-LCP   =  "22" GO       ROT-GLCP-10.
       ROT-GLCP-90.
           EXIT.

       ROT-FNFD-00.
           IF  QIT-NFA   =    0  GO       ROT-FNFD-90.
           MOVE     NDV-NFA   TO  NDV-NFH
           MOVE     DTA-HOJ   TO  DTA-NFH
           MOVE     FRN-NFA   TO  FRN-NFH
           MOVE     CGC-NFA   TO  CGC-NFH
           MOVE     CHO-NFA   TO  CHO-NFH
           MOVE     NTO-NFA   TO  NTO-NFH
           MOVE     DTO-NFA   TO  DTO-NFH
           MOVE     VAL-NFA   TO  VAL-NFH
           MOVE     ICM-NFA   TO  ICM-NFH
           WRITE    LIN-NFE   FROM  LIN-NFH
           MOVE     ZEROS     TO  IND-ITN.

       ROT-FNFD-10.
           ADD      1         TO  IND-ITN
           IF  IND-ITN  NOT  >   QIT-NFA
                                 MOVE     ITN-TAB (IND-ITN)
                                               TO  LIN-NFE
                                 WRITE    LIN-NFE
                                 GO       ROT-FNFD-10.
           ADD      1         TO  TOT-NFD
           MOVE     VAL-NFA   TO  RST-AUX
           IF  TRT-NFA   =  "A"  PERFORM  ROT-ABAT-00
                                    THRU  ROT-ABAT-90.
           COMPUTE  VAB-NFA   =  VAL-NFA  -   RST-AUX
           ADD      VAB-NFA   TO  TOT-ABT
           IF  RST-AUX   >    0  PERFORM  ROT-GCRD-00
                                    THRU  ROT-GCRD-90.
           MOVE     NDV-NFA   TO  NDV-NFD
           MOVE     VAL-NFA   TO  VAL-NFD
           MOVE     ICM-NFA   TO  ICM-NFD
           MOVE     VAB-NFA   TO  VAB-NFD
           MOVE     RST-AUX   TO  VCR-NFD
           WRITE    LIN-REL   FROM  LIN-NFD
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  QIT-NFA   VAL-NFA   ICM-NFA.
       ROT-FNFD-90.
           EXIT.

       ROT-ABAT-00.
           MOVE     SPACES    TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-ABAT-90.

       ROT-ABAT-10.
           IF  RST-AUX   =    0  GO       ROT-ABAT-90.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-ABAT-90.
           IF  FLG-LDP  NOT  =  "P"  OR
               FRN-LDP  NOT  =   FRN-NFA
                                 GO       ROT-ABAT-10.
           MOVE     RST-AUX   TO  CUT-AUX
           IF  CUT-AUX   >       VAL-LDP
                                 MOVE     VAL-LDP  TO  CUT-AUX.
           SUBTRACT CUT-AUX   FROM  RST-AUX
           MOVE     CHV-LDP   TO  CHV-ABT
           MOVE     DTA-LDP (5:2)  TO  DTA-ABT (1:2)
           MOVE     DTA-LDP (3:2)  TO  DTA-ABT (4:2)
           MOVE     DTA-LDP (1:2)  TO  DTA-ABT (7:2)
           MOVE     HST-LDP   TO  HST-ABT
           MOVE     CUT-AUX   TO  CUT-ABT
           PERFORM  ROT-ESDO-00
              THRU  ROT-ESDO-90
           IF  CUT-AUX   =       VAL-LDP
               MOVE  "TITULO QUITADO"    TO  SIT-ABT
               DELETE   CADLDP
           ELSE
               MOVE  "TITULO REDUZIDO"   TO  SIT-ABT
               SUBTRACT CUT-AUX   FROM  VAL-LDP
               REWRITE  REG-LDP.
           WRITE    LIN-REL   FROM  LIN-ABT
           GO       ROT-ABAT-10.

       ROT-ABAT-90.
           EXIT.

       ROT-ESDO-00.
           IF  FLG-SDO   =    0  GO       ROT-ESDO-90.
           MOVE     2         TO  PRX-SDO
           MOVE     PRX-LDP   TO  SUF-SDO
           READ     CADSDO
           IF  FST-SDO   =  "00" SUBTRACT CUT-AUX  FROM  ENT-SDO
                                 REWRITE  REG-SDO.
       ROT-ESDO-90.
           EXIT.

       ROT-GCRD-00.
           MOVE     FRN-NFA   TO  FRN-CFR
           MOVE     NDV-NFA   TO  NDV-CFR
           MOVE     DTA-HOJ   TO  DTA-CFR
           MOVE     RST-AUX   TO  VAL-CFR   SDO-CFR
           MOVE     "A"       TO  STA-CFR
           MOVE     ZEROS     TO  DTU-CFR
           MOVE     OPR-NFA   TO  OPR-CFR
           WRITE    REG-CFR
           IF  FST-CFR   =  "22" REWRITE  REG-CFR.
           ADD      RST-AUX   TO  TOT-CRE.
       ROT-GCRD-90.
           EXIT.

       ROT-CRED-00.
           OPEN     INPUT     ARQCRD
           IF  FST-ARQ   =  "35" GO       ROT-CRED-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  CRD-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.

       ROT-CRED-10.
           READ     ARQCRD    AT  END  GO  ROT-CRED-80.
           MOVE     ZEROS     TO  FRN-AUX   NDV-AUX   VCR-AUX
           MOVE     SPACES    TO  OPR-AUX
           UNSTRING  LIN-CRD  DELIMITED  BY  "|"
                     INTO     FRN-AUX
                              NDV-AUX
                              VCR-AUX
                              OPR-AUX
           MOVE     FRN-AUX   TO  FRN-CDT   FRN-CFR   CHV-FRN
           MOVE     NDV-AUX   TO  NDV-CDT   NDV-CFR
           MOVE     SPACES    TO  NOM-CDT
           READ     CADFRN
           IF  FST-FRN   =  "00" MOVE     NOM-FRN  TO  NOM-CDT.
           MOVE     DTA-HOJ (5:2)  TO  DTA-CDT (1:2)
           MOVE     DTA-HOJ (3:2)  TO  DTA-CDT (4:2)
           MOVE     DTA-HOJ (1:2)  TO  DTA-CDT (7:2)
           MOVE     VCR-AUX   TO  VAL-CDT
           MOVE     ZEROS     TO  SDO-CDT
           READ     CADCFR
           IF  FST-CFR  NOT  =  "00"
               MOVE  "CREDITO NAO LOCALIZADO"     TO  SIT-CDT
               GO       ROT-CRED-20.
           MOVE     SDO-CFR   TO  SDO-CDT
           IF  STA-CFR  NOT  =  "A"
               MOVE  "CREDITO JA UTILIZADO"       TO  SIT-CDT
               GO       ROT-CRED-20.
           IF  VCR-AUX   =    0  OR  VCR-AUX  >  SDO-CFR
               MOVE  "VALOR ACIMA DO SALDO"       TO  SIT-CDT
               GO       ROT-CRED-20.
           IF  OPR-AUX   =       SPACES
               MOVE  "RESPONSAVEL NAO INFORMADO"  TO  SIT-CDT
               GO       ROT-CRED-20.
           SUBTRACT VCR-AUX   FROM  SDO-CFR
           MOVE     DTA-HOJ   TO  DTU-CFR
           MOVE     OPR-AUX   TO  OPR-CFR
           IF  SDO-CFR   =    0  MOVE     "U"      TO  STA-CFR.
           REWRITE  REG-CFR
           MOVE     SDO-CFR   TO  SDO-CDT
           MOVE     "CREDITO UTILIZADO"           TO  SIT-CDT
           WRITE    LIN-REL   FROM  CRD-DET
           GO       ROT-CRED-10.

       ROT-CRED-20.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  CRD-DET
           GO       ROT-CRED-10.

       ROT-CRED-80.
           CLOSE    ARQCRD.
       ROT-CRED-90.
           EXIT.

       ROT-LCRD-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  CRD-CAB2
           WRITE    LIN-REL   FROM  CRD-CAB3
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CHV-CFR
           START    CADCFR       KEY  >   CHV-CFR
           IF  FST-CFR  NOT  =  "00"
                                 GO       ROT-LCRD-90.

       ROT-LCRD-10.
           READ     CADCFR  NEXT
           IF  FST-CFR  NOT  =  "00"
                                 GO       ROT-LCRD-90.
           IF  STA-CFR  NOT  =  "A"
                                 GO       ROT-LCRD-10.
           MOVE     FRN-CFR   TO  FRN-CDT   CHV-FRN
           MOVE     SPACES    TO  NOM-CDT
           READ     CADFRN
           IF  FST-FRN   =  "00" MOVE     NOM-FRN  TO  NOM-CDT.
           MOVE     NDV-CFR   TO  NDV-CDT
           MOVE     DTA-CFR (5:2)  TO  DTA-CDT (1:2)
           MOVE     DTA-CFR (3:2)  TO  DTA-CDT (4:2)
           MOVE     DTA-CFR (1:2)  TO  DTA-CDT (7:2)
           MOVE     VAL-CFR   TO  VAL-CDT
           MOVE     SDO-CFR   TO  SDO-CDT
           MOVE     SPACES    TO  SIT-CDT
           ADD      SDO-CFR   TO  TOT-CRD
           WRITE    LIN-REL   FROM  CRD-DET
           GO       ROT-LCRD-10.

       ROT-LCRD-90.
           EXIT.
