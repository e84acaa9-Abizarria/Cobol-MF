       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6083.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADCBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBD
                       FILE          STATUS  IS  FST-CBD.

           SELECT      CADBNF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BNF
                       FILE          STATUS  IS  FST-BNF.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      ARQCBD        ASSIGN  TO  "CONTRDIST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQNCR        ASSIGN  TO  "NOTACRED.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQMES        ASSIGN  TO  "DISTMES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-CBD       ASSIGN  TO  "RELDIS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCBD.CPY.
       COPY  CADBNF.CPY.
       COPY  CADFRN.CPY.
       COPY  CADLCP.CPY.

       FD  ARQCBD.
       01  LIN-CBD               PIC  X(80).

       FD  ARQNCR.
       01  LIN-NCR               PIC  X(80).

       FD  ARQMES.
       01  LIN-MES               PIC  X(80).

       FD  REL-CBD.
       01  LIN-REL               PIC  X(150).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CBD          PIC  X(02).
           03  FST-BNF          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  AMS-HOJ          PIC  9(04).
           03  AMS-REF          PIC  9(04).
           03  AMS-AUX          PIC  9(04).
           03  ANO-REF          PIC  9(02).
           03  MES-REF          PIC  9(02).
           03  DIM-AUX          PIC  9(02).
           03  DEC-AUX          PIC  9(02).
           03  RST-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(02).
           03  FRN-AUX          PIC  9(04).
           03  PRX-AUX          PIC  X(01).
           03  SUF-AUX          PIC  9(03).
           03  DTI-AUX          PIC  9(06).
           03  DTF-AUX          PIC  9(06).
           03  VMN-AUX          PIC  9(07)V9.
           03  BON-AUX          PIC  9(01)V9(04).
           03  MUL-AUX          PIC  9(01)V9(04).
           03  OPR-AUX          PIC  X(10).
           03  NNC-AUX          PIC  9(09).
           03  DNC-AUX          PIC  9(06).
           03  VNC-AUX          PIC  9(07)V99.
           03  VOL-AUX          PIC S9(08)V9.
           03  PRJ-AUX          PIC S9(08)V9.
           03  FAL-AUX          PIC S9(08)V9.
           03  PCT-AUX          PIC  9(03)V9.
           03  VBN-AUX          PIC  9(07)V99.
           03  VMU-AUX          PIC  9(07)V99.
           03  FRN-ANT          PIC  9(04)  VALUE  ZEROS.
           03  VOL-FRN          PIC S9(08)V9.
           03  VBN-FRN          PIC  9(07)V99.
           03  VMU-FRN          PIC  9(07)V99.
           03  DIF-AUX          PIC S9(07)V99.
           03  TOT-ACE          PIC  9(05)     VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)     VALUE  ZEROS.
           03  TOT-BON          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-MUL          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-ABE          PIC  9(09)V99  VALUE  ZEROS.

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

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "CONTRATO DE BANDEIRA - VOLUME, BONUS E M".
           03  FILLER            PIC  X(16)  VALUE
               "ULTA - MES".
           03  AMS-CAB           PIC  99/99.
           03  FILLER            PIC  X(12)  VALUE
               "  DIAS APUR.".
           03  DEC-CAB           PIC  Z9.
           03  FILLER            PIC  X(01)  VALUE  "/".
           03  DIM-CAB           PIC  99.
       01  LIN-CAB2              PIC  X(150) VALUE
           "FORN DISTRIBUIDORA             PRD   VOL.MINIMO  COMPRADO A
      -    "TE  ATING%   PROJECAO MES   FALTA PROJ.      BONUS     MULTA
      -    " PREV. SITUACAO".
       01  LIN-DET.
           03  FRN-DET           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VMN-DET           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VOL-DET           PIC  Z.ZZZ.ZZ9,9-.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PCT-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRJ-DET           PIC  Z.ZZZ.ZZ9,9-.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FAL-DET           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BON-DET           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MUL-DET           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(25).
       01  LIN-ERR.
           03  FRN-ERR           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-ERR           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-ERR           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-ERR           PIC  X(30).
       01  NCR-CAB               PIC  X(150) VALUE
           "NOTAS DE CREDITO DE BONIFICACAO RECEBIDAS".
       01  NCR-DET.
           03  FRN-NDT           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AMS-NDT           PIC  99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NNC-NDT           PIC  Z(08)9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DNC-NDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VNC-NDT           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-NDT           PIC  X(30).
       01  BNF-CAB1              PIC  X(150) VALUE
           "BONIFICACOES A RECEBER DA DISTRIBUIDORA EM ABERTO".
       01  BNF-CAB2              PIC  X(150) VALUE
           "FORN DISTRIBUIDORA              MES   BONUS DEVIDO    RECEBI
      -    "DO   DIFERENCA ULT.NC     SITUACAO".
       01  BNF-DET.
           03  FRN-BDT           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-BDT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AMS-BDT           PIC  99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VBN-BDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VNC-BDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DIF-BDT           PIC  ZZZ.ZZ9,99-.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NNC-BDT           PIC  Z(08)9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-BDT           PIC  X(20).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CONTRATOS ATUALIZADOS ..................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS REJEITADOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "BONUS APURADO NO MES ...................".
           03  TOT-DET3          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "MULTA PREVISTA POR FALTA DE VOLUME .....".
           03  TOT-DET4          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "SALDO DE BONUS A RECEBER ...............".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  AMS-HOJ  AMS-REF
           OPEN     INPUT     ARQMES
           IF  FST-ARQ   =  "00" PERFORM  ROT-MESR-00
                                    THRU  ROT-MESR-90.
           OPEN     I-O       CADCBD
           IF  FST-CBD   =  "35" CLOSE    CADCBD
                                 OPEN     OUTPUT   CADCBD
                                 CLOSE    CADCBD
                                 OPEN     I-O      CADCBD.
           OPEN     I-O       CADBNF
           IF  FST-BNF   =  "35" CLOSE    CADBNF
                                 OPEN     OUTPUT   CADBNF
                                 CLOSE    CADBNF
                                 OPEN     I-O      CADBNF.
           OPEN     INPUT     CADFRN    CADLCP
           OPEN     OUTPUT    REL-CBD
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           MOVE     AMS-REF (3:2)  TO  AMS-CAB (1:2)
           MOVE     AMS-REF (1:2)  TO  AMS-CAB (4:2)
           MOVE     DEC-AUX   TO  DEC-CAB
           MOVE     DIM-AUX   TO  DIM-CAB
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-APUR-00
              THRU  ROT-APUR-90
           PERFORM  ROT-NCRD-00
              THRU  ROT-NCRD-90
           PERFORM  ROT-LBNF-00
              THRU  ROT-LBNF-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-BON   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-MUL   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-ABE   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           CLOSE    CADCBD    CADBNF    CADFRN    CADLCP
                    REL-CBD
           GOBACK.

       ROT-MESR-00.
           READ     ARQMES    AT  END  GO  ROT-MESR-80.
           MOVE     ZEROS     TO  AMS-AUX
           UNSTRING  LIN-MES  DELIMITED  BY  "|"
                     INTO     AMS-AUX
           IF  AMS-AUX  NOT  =   ZEROS  AND
               AMS-AUX (3:2)  NOT  <  "01"  AND
               AMS-AUX (3:2)  NOT  >  "12"
                                 MOVE     AMS-AUX  TO  AMS-REF.
       ROT-MESR-80.
           CLOSE    ARQMES.
       ROT-MESR-90.
           EXIT.

       ROT-DIAS-00.
           MOVE     AMS-REF (1:2)  TO  ANO-REF
           MOVE     AMS-REF (3:2)  TO  MES-REF
           MOVE     DIA-TAB (MES-REF)  TO  DIM-AUX
           IF  MES-REF   =   2
               DIVIDE   ANO-REF   BY  4  GIVING  QOC-AUX
                                         REMAINDER  RST-AUX
               IF  RST-AUX   =   0   MOVE     29  TO  DIM-AUX.
           MOVE     DIM-AUX   TO  DEC-AUX
           IF  AMS-REF   =       AMS-HOJ
                                 MOVE     DTA-HOJ (5:2)  TO  DEC-AUX.
       ROT-DIAS-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQCBD
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQCBD    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  FRN-AUX   SUF-AUX   DTI-AUX
                                  DTF-AUX   VMN-AUX   BON-AUX
                                  MUL-AUX
           MOVE     SPACES    TO  PRX-AUX   OPR-AUX
           UNSTRING  LIN-CBD  DELIMITED  BY  "|"
                     INTO     FRN-AUX
                              PRX-AUX
                              SUF-AUX
                              DTI-AUX
                              DTF-AUX
                              VMN-AUX
                              BON-AUX
                              MUL-AUX
                              OPR-AUX
           MOVE     FRN-AUX   TO  FRN-ERR   CHV-FRN
           MOVE     PRX-AUX   TO  PRX-ERR
           MOVE     SUF-AUX   TO  SUF-ERR
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
               MOVE  "DISTRIBUIDORA NAO CADASTRADA" TO  SIT-ERR
               GO       ROT-CARG-20.
           IF  VMN-AUX   =       ZEROS
               MOVE  "VOLUME MINIMO NAO INFORMADO"  TO  SIT-ERR
               GO       ROT-CARG-20.
           IF  DTF-AUX  NOT  =   ZEROS  AND
               DTF-AUX   <       DTI-AUX
               MOVE  "VIGENCIA INVALIDA"            TO  SIT-ERR
               GO       ROT-CARG-20.
           MOVE     FRN-AUX   TO  FRN-CBD
           MOVE     PRX-AUX   TO  PRX-CBD
           MOVE     SUF-AUX   TO  SUF-CBD
           MOVE     DTI-AUX   TO  DTI-CBD
           MOVE     DTF-AUX   TO  DTF-CBD
           MOVE     VMN-AUX   TO  VMN-CBD
           MOVE     BON-AUX   TO  BON-CBD
           MOVE     MUL-AUX   TO  MUL-CBD
           MOVE     OPR-AUX   TO  OPR-CBD
           WRITE    REG-CBD
           IF  FST-CBD   =  "22" REWRITE  REG-CBD.
           ADD      1         TO  TOT-ACE
           GO       ROT-CARG-10.

       ROT-CARG-20.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-ERR
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQCBD
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.
       ROT-CARG-90.
           EXIT.

       ROT-APUR-00.
           MOVE     ZEROS     TO  VOL-FRN   VBN-FRN   VMU-FRN
           MOVE     LOW-VALUES     TO  CHV-CBD
           START    CADCBD       KEY  >   CHV-CBD
           IF  FST-CBD  NOT  =  "00"
                                 GO       ROT-APUR-90.

       ROT-APUR-10.
           READ     CADCBD  NEXT
           IF  FST-CBD  NOT  =  "00"
                                 GO       ROT-APUR-80.
           IF  DTI-CBD (1:4)  >  AMS-REF
                                 GO       ROT-APUR-10.
           IF  DTF-CBD  NOT  =   ZEROS  AND
               DTF-CBD (1:4)  <  AMS-REF
                                 GO       ROT-APUR-10.
           IF  FRN-CBD  NOT  =   FRN-ANT  AND
               FRN-ANT  NOT  =   ZEROS
                                 PERFORM  ROT-GBNF-00
                                    THRU  ROT-GBNF-90.
           MOVE     FRN-CBD   TO  FRN-ANT
           PERFORM  ROT-VOLC-00
              THRU  ROT-VOLC-90
           COMPUTE  PRJ-AUX  ROUNDED  =  VOL-AUX  *  DIM-AUX
                                      /  DEC-AUX
           MOVE     ZEROS     TO  FAL-AUX   VBN-AUX   VMU-AUX
           IF  PRJ-AUX   <       VMN-CBD
               COMPUTE  FAL-AUX   =  VMN-CBD  -   PRJ-AUX
               COMPUTE  VMU-AUX  ROUNDED  =  FAL-AUX  *  MUL-CBD.
           IF  VOL-AUX   >   0
               COMPUTE  VBN-AUX  ROUNDED  =  VOL-AUX  *  BON-CBD.
           MOVE     ZEROS     TO  PCT-AUX
           IF  VOL-AUX   >   0
               COMPUTE  PCT-AUX  ROUNDED  =  VOL-AUX  *  100
                                          /  VMN-CBD
               ON  SIZE  ERROR  MOVE  999,9  TO  PCT-AUX.
           ADD      VOL-AUX   TO  VOL-FRN
           ADD      VBN-AUX   TO  VBN-FRN
           ADD      VMU-AUX   TO  VMU-FRN
           MOVE     FRN-CBD   TO  FRN-DET   CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
                                 MOVE     SPACES   TO  NOM-FRN.
           MOVE     NOM-FRN   TO  NOM-DET
           MOVE     PRX-CBD   TO  PRX-DET
           MOVE     SUF-CBD   TO  SUF-DET
           MOVE     VMN-CBD   TO  VMN-DET
           MOVE     VOL-AUX   TO  VOL-DET
           MOVE     PCT-AUX   TO  PCT-DET
           MOVE     PRJ-AUX   TO  PRJ-DET
           MOVE     FAL-AUX   TO  FAL-DET
           MOVE     VBN-AUX   TO  BON-DET
           MOVE     VMU-AUX   TO  MUL-DET
           IF  VOL-AUX  NOT  <   VMN-CBD
               MOVE  "VOLUME ATINGIDO"          TO  SIT-DET
           ELSE
           IF  PRJ-AUX  NOT  <   VMN-CBD
               MOVE  "PROJECAO ATINGE"          TO  SIT-DET
           ELSE
           IF  DEC-AUX   <       DIM-AUX
               MOVE  "PROJECAO ABAIXO"          TO  SIT-DET
           ELSE
               MOVE  "ABAIXO DO COMPROMISSO"    TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-APUR-10.

       ROT-APUR-80.
           IF  FRN-ANT  NOT  =   ZEROS
                                 PERFORM  ROT-GBNF-00
                                    THRU  ROT-GBNF-90.
       ROT-APUR-90.
           EXIT.

       ROT-VOLC-00.
           MOVE     ZEROS     TO  VOL-AUX
           MOVE     LOW-VALUES     TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-VOLC-90.

       ROT-VOLC-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-VOLC-90.
           IF  DTA-LCP (1:4)  NOT  =  AMS-REF  OR
               FRN-LCP  NOT  =   FRN-CBD    OR
               PRX-LCP  NOT  =   PRX-CBD    OR
               SUF-LCP  NOT  =   SUF-CBD
                                 GO       ROT-VOLC-10.
           ADD      QTD-LCP   TO  VOL-AUX
           GO       ROT-VOLC-10.

       ROT-VOLC-90.
           EXIT.

       ROT-GBNF-00.
           ADD      VBN-FRN   TO  TOT-BON
           ADD      VMU-FRN   TO  TOT-MUL
           MOVE     FRN-ANT   TO  FRN-BNF
           MOVE     AMS-REF   TO  AMS-BNF
           READ     CADBNF
           IF  FST-BNF   =  "00" GO       ROT-GBNF-10.
           MOVE     ZEROS     TO  NNC-BNF   DNC-BNF   VNC-BNF
           MOVE     VOL-FRN   TO  VOL-BNF
           MOVE     VBN-FRN   TO  VBN-BNF
           MOVE     VMU-FRN   TO  VMU-BNF
           MOVE     "A"       TO  STA-BNF
           WRITE    REG-BNF
           GO       ROT-GBNF-80.

       ROT-GBNF-10.
           MOVE     VOL-FRN   TO  VOL-BNF
           MOVE     VBN-FRN   TO  VBN-BNF
           MOVE     VMU-FRN   TO  VMU-BNF
           PERFORM  ROT-SITB-00
              THRU  ROT-SITB-90
           REWRITE  REG-BNF.

       ROT-GBNF-80.
           MOVE     ZEROS     TO  VOL-FRN   VBN-FRN   VMU-FRN.
       ROT-GBNF-90.
           EXIT.

       ROT-SITB-00.
           IF  VNC-BNF   =   0   MOVE     "A"      TO  STA-BNF
           ELSE
           IF  VNC-BNF  NOT  <   VBN-BNF
                                 MOVE     "L"      TO  STA-BNF
           ELSE                  MOVE     "D"      TO  STA-BNF.
       ROT-SITB-90.
           EXIT.

       ROT-NCRD-00.
           OPEN     INPUT     ARQNCR
           IF  FST-ARQ   =  "35" GO       ROT-NCRD-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  NCR-CAB
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.

       ROT-NCRD-10.
           READ     ARQNCR    AT  END  GO  ROT-NCRD-80.
           MOVE     ZEROS     TO  FRN-AUX   AMS-AUX   NNC-AUX
                                  DNC-AUX   VNC-AUX
           UNSTRING  LIN-NCR  DELIMITED  BY  "|"
                     INTO     FRN-AUX
                              AMS-AUX
                              NNC-AUX
                              DNC-AUX
                              VNC-AUX
           IF  DNC-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DNC-AUX.
           MOVE     FRN-AUX   TO  FRN-NDT   FRN-BNF
           MOVE     AMS-AUX (3:2)  TO  AMS-NDT (1:2)
           MOVE     AMS-AUX (1:2)  TO  AMS-NDT (4:2)
           MOVE     NNC-AUX   TO  NNC-NDT
           MOVE     DNC-AUX (5:2)  TO  DNC-NDT (1:2)
           MOVE     DNC-AUX (3:2)  TO  DNC-NDT (4:2)
           MOVE     DNC-AUX (1:2)  TO  DNC-NDT (7:2)
           MOVE     VNC-AUX   TO  VNC-NDT
           MOVE     AMS-AUX   TO  AMS-BNF
           READ     CADBNF
           IF  FST-BNF  NOT  =  "00"
               MOVE  "SEM BONUS APURADO NO MES"  TO  SIT-NDT
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  NCR-DET
               GO       ROT-NCRD-10.
           IF  NNC-BNF   =       NNC-AUX  AND
               NNC-AUX  NOT  =   ZEROS
               MOVE  "NOTA DE CREDITO JA REGISTRADA" TO  SIT-NDT
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  NCR-DET
               GO       ROT-NCRD-10.
           ADD      VNC-AUX   TO  VNC-BNF
           MOVE     NNC-AUX   TO  NNC-BNF
           MOVE     DNC-AUX   TO  DNC-BNF
           PERFORM  ROT-SITB-00
              THRU  ROT-SITB-90
           REWRITE  REG-BNF
           IF  STA-BNF   =  "L"
               MOVE  "BONUS QUITADO"             TO  SIT-NDT
           ELSE
               MOVE  "RECEBIDO A MENOR"          TO  SIT-NDT.
           IF  VNC-BNF   >       VBN-BNF
               MOVE  "RECEBIDO A MAIOR"          TO  SIT-NDT.
           WRITE    LIN-REL   FROM  NCR-DET
           GO       ROT-NCRD-10.

       ROT-NCRD-80.
           CLOSE    ARQNCR.
       ROT-NCRD-90.
           EXIT.

       ROT-LBNF-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  BNF-CAB1
           WRITE    LIN-REL   FROM  BNF-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     LOW-VALUES     TO  CHV-BNF
           START    CADBNF       KEY  >   CHV-BNF
           IF  FST-BNF  NOT  =  "00"
                                 GO       ROT-LBNF-90.

       ROT-LBNF-10.
           READ     CADBNF  NEXT
           IF  FST-BNF  NOT  =  "00"
                                 GO       ROT-LBNF-90.
           IF  STA-BNF   =  "L"  GO       ROT-LBNF-10.
           IF  VBN-BNF   =   0   AND  VNC-BNF  =  0
                                 GO       ROT-LBNF-10.
           MOVE     FRN-BNF   TO  FRN-BDT   CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
                                 MOVE     SPACES   TO  NOM-FRN.
           MOVE     NOM-FRN   TO  NOM-BDT
           MOVE     AMS-BNF (3:2)  TO  AMS-BDT (1:2)
           MOVE     AMS-BNF (1:2)  TO  AMS-BDT (4:2)
           MOVE     VBN-BNF   TO  VBN-BDT
           MOVE     VNC-BNF   TO  VNC-BDT
           COMPUTE  DIF-AUX   =  VBN-BNF  -   VNC-BNF
           MOVE     DIF-AUX   TO  DIF-BDT
           ADD      DIF-AUX   TO  TOT-ABE
           MOVE     NNC-BNF   TO  NNC-BDT
           IF  STA-BNF   =  "D"
               MOVE  "RECEBIDO A MENOR"  TO  SIT-BDT
           ELSE
           IF  AMS-BNF   =       AMS-HOJ
               MOVE  "MES EM APURACAO"   TO  SIT-BDT
           ELSE
               MOVE  "AGUARDANDO NC"     TO  SIT-BDT.
           WRITE    LIN-REL   FROM  BNF-DET
           GO       ROT-LBNF-10.

       ROT-LBNF-90.
           EXIT.
