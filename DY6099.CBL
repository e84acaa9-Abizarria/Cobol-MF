       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6099.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADPLN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLN
                       FILE          STATUS  IS  FST-PLN.

           SELECT      CADASN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ASN
                       ALTERNATE RECORD  KEY     IS  PLA-ASN
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-ASN.

           SELECT      CADCSN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSN
                       FILE          STATUS  IS  FST-CSN.

           SELECT      ARQPLN        ASSIGN  TO  "PLANOS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQCOB        ASSIGN  TO  "COBRPLAN.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-COB.

           SELECT      REL-PLN       ASSIGN  TO  "RELPLANO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPLN.CPY.
       COPY  CADASN.CPY.
       COPY  CADCSN.CPY.

       FD  ARQPLN.
       01  LIN-ARQ               PIC  X(160).

       FD  ARQCOB.
       01  LIN-COB               PIC  X(120).

       FD  REL-PLN.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PLN          PIC  X(02).
           03  FST-ASN          PIC  X(02).
           03  FST-CSN          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-COB          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  NUM-AUX          PIC  9(06).
           03  PLA-AUX          PIC  X(07).
           03  CLI-AUX          PIC  9(05).
           03  NOM-AUX          PIC  X(40).
           03  DOC-AUX          PIC  9(14).
           03  PLN-AUX          PIC  9(03).
           03  FPG-AUX          PIC  X(01).
           03  DTA-AUX          PIC  9(06).
           03  REF-AUX          PIC  9(04).
           03  MOT-AUX          PIC  X(20).
           03  OPR-AUX          PIC  X(10).
           03  DES-AUX          PIC  X(30).
           03  VAL-ED           PIC  9(05),99.
           03  QTD-AUX          PIC  9(03).
           03  LDI-AUX          PIC  9(02).
           03  MES-AUX          PIC  9(02).
           03  STA-AUX          PIC  X(01).
           03  TAB-SRV.
               05  SRV-AUX      OCCURS  05.
                   07  PRX-AUX  PIC  X(01).
                   07  SUF-AUX  PIC  9(03).
           03  IND-SRV          PIC  9(01).
           03  DVC-AUX          PIC  9(02).
           03  TOL-AUX          PIC  9(03).
           03  DVC-PAD          PIC  9(02)  VALUE  10.
           03  TOL-PAD          PIC  9(03)  VALUE  10.
           03  REF-FAT          PIC  9(04)  VALUE  ZEROS.
           03  RED-FAT          REDEFINES  REF-FAT.
               05  ANO-FAT      PIC  9(02).
               05  MES-FAT      PIC  9(02).
           03  SIT-AUX          PIC  X(40).
           03  FLG-ATR          PIC  9(01).
           03  NUM-MES          PIC  9(05).
           03  QUO-MES          PIC  9(05).
           03  IND-PLN          PIC  9(03).
           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-COB          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VCB          PIC  9(07)V99  VALUE  ZEROS.
           03  TOT-SUS          PIC  9(05)  VALUE  ZEROS.
           03  TOT-RAT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ENC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ATV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-SSP          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CAN          PIC  9(05)  VALUE  ZEROS.
           03  TOT-MRR          PIC  9(08)V99  VALUE  ZEROS.

           03  DTA-INI          PIC  9(06).
           03  RED-INI          REDEFINES  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  DTA-FIM          PIC  9(06).
           03  RED-FIM          REDEFINES  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  DIA-ATR          PIC S9(05).

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

           03  TOT-ANO          PIC  9(04).
           03  ANO-AX1          PIC  9(04).
           03  ANO-AX2          PIC  9(04).

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

           03  TAB-RES.
               05  REG-RES      OCCURS  999.
                   07  ATV-RES  PIC  9(05).
                   07  SSP-RES  PIC  9(05).
                   07  CAN-RES  PIC  9(05).
                   07  MRR-RES  PIC  9(08)V99.

       01  LIN-CAB1              PIC  X(132) VALUE
           "PLANOS DE ASSINATURA - LAVAGEM E SERVICOS".
       01  LIN-CAB2              PIC  X(132) VALUE
           "== MOVIMENTO ==".
       01  LIN-MOV.
           03  TIP-DMV           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NUM-DMV           PIC  ZZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLA-DMV           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DMV           PIC  X(40).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DMV           PIC  X(40).
       01  LIN-CAB3.
           03  FILLER            PIC  X(22)  VALUE
               "== COBRANCAS DO MES ".
           03  MES-CB3           PIC  X(05)  VALUE  "  /  ".
           03  FILLER            PIC  X(03)  VALUE  " ==".
       01  LIN-CAB4              PIC  X(132) VALUE
           "ASSIN. PLACA   PLANO FORMA  VENCTO       VALOR  CLIENTE".
       01  LIN-DCB.
           03  NUM-DCB           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLA-DCB           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLN-DCB           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  FPG-DCB           PIC  X(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTV-DCB           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DCB           PIC  ZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NOM-DCB           PIC  X(40).
       01  LIN-CAB5              PIC  X(132) VALUE
           "== ALTERACOES DE SITUACAO ==".
       01  LIN-CAB6              PIC  X(132) VALUE
           "== RESUMO POR PLANO ==".
       01  LIN-CAB7              PIC  X(132) VALUE
           "PLANO DESCRICAO                       ATIVAS SUSPENSAS CANC
      -    "ELADAS  RECEITA MENSAL".
       01  LIN-RES.
           03  PLN-DRS           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DES-DRS           PIC  X(30).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ATV-DRS           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SSP-DRS           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  CAN-DRS           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MRR-DRS           PIC  ZZ.ZZZ.ZZ9,99.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS PROCESSADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "COBRANCAS GERADAS ......................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VCB-DET3          PIC  ZZ.ZZZ.ZZ9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "ASSINATURAS SUSPENSAS NESTE PROCESSAM. .".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "ASSINATURAS REATIVADAS .................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "ASSINATURAS ENCERRADAS POR VIGENCIA ....".
           03  TOT-DET6          PIC  ZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(36)  VALUE
               "TOTAL".
           03  ATV-DT7           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SSP-DT7           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  CAN-DT7           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MRR-DT7           PIC  ZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     ZEROS     TO  TAB-RES
           OPEN     I-O       CADPLN
           IF  FST-PLN   =  "35" CLOSE    CADPLN
                                 OPEN     OUTPUT   CADPLN
                                 CLOSE    CADPLN
                                 OPEN     I-O      CADPLN.
           OPEN     I-O       CADASN
           IF  FST-ASN   =  "35" CLOSE    CADASN
                                 OPEN     OUTPUT   CADASN
                                 CLOSE    CADASN
                                 OPEN     I-O      CADASN.
           OPEN     I-O       CADCSN
           IF  FST-CSN   =  "35" CLOSE    CADCSN
                                 OPEN     OUTPUT   CADCSN
                                 CLOSE    CADCSN
                                 OPEN     I-O      CADCSN.
           OPEN     OUTPUT    REL-PLN
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           IF  REF-FAT   >   0   PERFORM  ROT-FATU-00
                                    THRU  ROT-FATU-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB5
           PERFORM  ROT-SITU-00
              THRU  ROT-SITU-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB6
           WRITE    LIN-REL   FROM  LIN-CAB7
           PERFORM  ROT-RESU-00
              THRU  ROT-RESU-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-COB   TO  TOT-DET3
           MOVE     TOT-VCB   TO  VCB-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-SUS   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-RAT   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-ENC   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           CLOSE    CADPLN    CADASN    CADCSN    REL-PLN
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQPLN
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQPLN    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           MOVE     SPACES    TO  PLA-AUX   DES-AUX   SIT-AUX
           MOVE     ZEROS     TO  NUM-AUX
           IF  TIP-AUX   =  "D"  PERFORM  ROT-PADR-00
                                    THRU  ROT-PADR-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "M"  PERFORM  ROT-MESF-00
                                    THRU  ROT-MESF-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "P"  PERFORM  ROT-PLAN-00
                                    THRU  ROT-PLAN-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "A"  PERFORM  ROT-ASSI-00
                                    THRU  ROT-ASSI-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "X"  PERFORM  ROT-CANC-00
                                    THRU  ROT-CANC-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "R"  PERFORM  ROT-PAGO-00
                                    THRU  ROT-PAGO-90
                                 GO       ROT-MOVI-20.
           GO       ROT-MOVI-10.

       ROT-MOVI-20.
           ADD      1         TO  TOT-MOV
           IF  SIT-AUX (1:9)  =  "REJEITADO"
                                 ADD      1        TO  TOT-REJ.
           MOVE     TIP-AUX   TO  TIP-DMV
           MOVE     NUM-AUX   TO  NUM-DMV
           MOVE     PLA-AUX   TO  PLA-DMV
           MOVE     DES-AUX   TO  DES-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQPLN.
       ROT-MOVI-90.
           EXIT.

       ROT-PADR-00.
           MOVE     ZEROS     TO  DVC-AUX   TOL-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              DVC-AUX
                              TOL-AUX
           IF  DVC-AUX   >   0   AND  DVC-AUX   <   29
                                 MOVE     DVC-AUX  TO  DVC-PAD.
           IF  TOL-AUX  NOT  =   ZEROS
                                 MOVE     TOL-AUX  TO  TOL-PAD.
       ROT-PADR-90.
           EXIT.

       ROT-MESF-00.
           MOVE     ZEROS     TO  REF-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              REF-AUX
           IF  REF-AUX   =   0   MOVE     DTA-HOJ (1:4)  TO  REF-AUX.
           MOVE     REF-AUX   TO  REF-FAT
           IF  MES-FAT   <   1   OR   MES-FAT   >   12
                                 MOVE     ZEROS    TO  REF-FAT.
       ROT-MESF-90.
           EXIT.

       ROT-PLAN-00.
           MOVE     ZEROS     TO  PLN-AUX   QTD-AUX   LDI-AUX
                                  MES-AUX   VAL-ED
           MOVE     SPACES    TO  STA-AUX   OPR-AUX
           MOVE     SPACES    TO  TAB-SRV
           MOVE     ZEROS     TO  SUF-AUX (1)  SUF-AUX (2)
                                  SUF-AUX (3)  SUF-AUX (4)
                                  SUF-AUX (5)
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              PLN-AUX
                              DES-AUX
                              VAL-ED
                              QTD-AUX
                              LDI-AUX
                              MES-AUX
                              STA-AUX
                              PRX-AUX (1)
                              SUF-AUX (1)
                              PRX-AUX (2)
                              SUF-AUX (2)
                              PRX-AUX (3)
                              SUF-AUX (3)
                              PRX-AUX (4)
                              SUF-AUX (4)
                              PRX-AUX (5)
                              SUF-AUX (5)
                              OPR-AUX
           MOVE     PLN-AUX   TO  NUM-AUX
           IF  PLN-AUX   =   0   MOVE     "REJEITADO - CODIGO DO PLANO"
                                          TO  SIT-AUX
                                 GO       ROT-PLAN-90.
           IF  PRX-AUX (1)  =  SPACES
                                 MOVE     "REJEITADO - SEM SERVICO"
                                          TO  SIT-AUX
                                 GO       ROT-PLAN-90.
           IF  STA-AUX  NOT  =  "I"
                                 MOVE     "A"      TO  STA-AUX.
           MOVE     PLN-AUX   TO  CHV-PLN
           READ     CADPLN
           IF  FST-PLN   =  "00" MOVE     "ALTERADO"  TO  SIT-AUX
           ELSE                  MOVE     "INCLUIDO"  TO  SIT-AUX.
           MOVE     PLN-AUX   TO  CHV-PLN
           MOVE     DES-AUX   TO  DES-PLN
           MOVE     VAL-ED    TO  VAL-PLN
           MOVE     QTD-AUX   TO  QTD-PLN
           MOVE     LDI-AUX   TO  LDI-PLN
           MOVE     MES-AUX   TO  MES-PLN
           MOVE     STA-AUX   TO  STA-PLN
           MOVE     ZEROS     TO  IND-SRV.

       ROT-PLAN-10.
           ADD      1         TO  IND-SRV
           IF  IND-SRV   >   5   GO       ROT-PLAN-20.
           MOVE     PRX-AUX (IND-SRV)  TO  PRX-PLN (IND-SRV)
           MOVE     SUF-AUX (IND-SRV)  TO  SUF-PLN (IND-SRV)
           GO       ROT-PLAN-10.

       ROT-PLAN-20.
           MOVE     DTA-HOJ   TO  DTA-PLN
           MOVE     OPR-AUX   TO  OPR-PLN
           IF  SIT-AUX   =  "INCLUIDO"
                                 WRITE    REG-PLN
           ELSE                  REWRITE  REG-PLN.
       ROT-PLAN-90.
           EXIT.

       ROT-ASSI-00.
           MOVE     ZEROS     TO  CLI-AUX   DOC-AUX   PLN-AUX
                                  DTA-AUX
           MOVE     SPACES    TO  NOM-AUX   FPG-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              PLA-AUX
                              CLI-AUX
                              NOM-AUX
                              DOC-AUX
                              PLN-AUX
                              FPG-AUX
                              DTA-AUX
                              OPR-AUX
           MOVE     NOM-AUX   TO  DES-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           IF  NUM-AUX   =   0   OR   PLA-AUX   =   SPACES
                                 MOVE     "REJEITADO - NUMERO OU PLACA"
                                          TO  SIT-AUX
                                 GO       ROT-ASSI-90.
           IF  FPG-AUX  NOT  =  "C"  AND  FPG-AUX  NOT  =  "B"
                                 MOVE     "REJEITADO - FORMA PAGAMENTO"
                                          TO  SIT-AUX
                                 GO       ROT-ASSI-90.
           MOVE     PLN-AUX   TO  CHV-PLN
           READ     CADPLN
           IF  FST-PLN  NOT  =  "00"  OR  STA-PLN  NOT  =  "A"
                                 MOVE     "REJEITADO - PLANO INVALIDO"
                                          TO  SIT-AUX
                                 GO       ROT-ASSI-90.
           MOVE     NUM-AUX   TO  CHV-ASN
           READ     CADASN
           IF  FST-ASN   =  "00" MOVE     "REJEITADO - JA CADASTRADA"
                                          TO  SIT-AUX
                                 GO       ROT-ASSI-90.
           MOVE     PLA-AUX   TO  PLA-ASN
           START    CADASN       KEY  =   PLA-ASN
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-ASSI-20.

       ROT-ASSI-10.
           READ     CADASN  NEXT
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-ASSI-20.
           IF  PLA-ASN  NOT  =   PLA-AUX
                                 GO       ROT-ASSI-20.
           IF  PLN-ASN   =       PLN-AUX  AND  STA-ASN  NOT  =  "C"
                                 MOVE     "REJEITADO - PLACA JA ASSINA"
                                          TO  SIT-AUX
                                 GO       ROT-ASSI-90.
           GO       ROT-ASSI-10.

       ROT-ASSI-20.
           MOVE     NUM-AUX   TO  CHV-ASN
           MOVE     PLA-AUX   TO  PLA-ASN
           MOVE     CLI-AUX   TO  CLI-ASN
           MOVE     NOM-AUX   TO  NOM-ASN
           MOVE     DOC-AUX   TO  DOC-ASN
           MOVE     PLN-AUX   TO  PLN-ASN
           MOVE     FPG-AUX   TO  FPG-ASN
           MOVE     "A"       TO  STA-ASN
           MOVE     DTA-AUX   TO  DTI-ASN
           MOVE     ZEROS     TO  DTF-ASN   DTC-ASN   REF-ASN
                                  USO-ASN   DUL-ASN   QDI-ASN
           MOVE     SPACES    TO  MOT-ASN
           MOVE     OPR-AUX   TO  OPR-ASN
           IF  MES-PLN   >   0   PERFORM  ROT-VIGE-00
                                    THRU  ROT-VIGE-90.
           WRITE    REG-ASN
           MOVE     "INCLUIDA"  TO  SIT-AUX.
       ROT-ASSI-90.
           EXIT.

       ROT-VIGE-00.
           MOVE     DTA-AUX   TO  DTA-CAL
           COMPUTE  NUM-MES   =  ANO-CAL  *   12  +  MES-CAL  -  1
                              +  MES-PLN
           DIVIDE   NUM-MES   BY  12  GIVING  QUO-MES
                                   REMAINDER  MES-CAL
           ADD      1         TO  MES-CAL
           DIVIDE   QUO-MES   BY  100 GIVING  NUM-MES
                                   REMAINDER  ANO-CAL
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           IF  DIA-CAL   >   DIA-TAB (MES-CAL)
                                 MOVE  DIA-TAB (MES-CAL)  TO  DIA-CAL.
           MOVE     DTA-CAL   TO  DTF-ASN.
       ROT-VIGE-90.
           EXIT.

       ROT-CANC-00.
           MOVE     ZEROS     TO  DTA-AUX
           MOVE     SPACES    TO  MOT-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              DTA-AUX
                              MOT-AUX
                              OPR-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     NUM-AUX   TO  CHV-ASN
           READ     CADASN
           IF  FST-ASN  NOT  =  "00"
                                 MOVE     "REJEITADO - INEXISTENTE"
                                          TO  SIT-AUX
                                 GO       ROT-CANC-90.
           MOVE     PLA-ASN   TO  PLA-AUX
           MOVE     NOM-ASN   TO  DES-AUX
           IF  STA-ASN   =  "C"  MOVE     "REJEITADO - JA CANCELADA"
                                          TO  SIT-AUX
                                 GO       ROT-CANC-90.
           MOVE     "C"       TO  STA-ASN
           MOVE     DTA-AUX   TO  DTC-ASN
           MOVE     MOT-AUX   TO  MOT-ASN
           MOVE     OPR-AUX   TO  OPR-ASN
           REWRITE  REG-ASN
           MOVE     "CANCELADA"  TO  SIT-AUX
           MOVE     CHV-ASN   TO  ASN-CSN
           MOVE     ZEROS     TO  REF-CSN
           START    CADCSN       KEY  NOT  <  CHV-CSN
           IF  FST-CSN  NOT  =  "00"
                                 GO       ROT-CANC-90.

       ROT-CANC-10.
           READ     CADCSN  NEXT
           IF  FST-CSN  NOT  =  "00"
                                 GO       ROT-CANC-90.
           IF  ASN-CSN  NOT  =   CHV-ASN
                                 GO       ROT-CANC-90.
           IF  STA-CSN   =  "P"  AND  REF-CSN  >  DTA-AUX (1:4)
                                 MOVE     "X"      TO  STA-CSN
                                 REWRITE  REG-CSN.
           GO       ROT-CANC-10.

       ROT-CANC-90.
           EXIT.

       ROT-PAGO-00.
           MOVE     ZEROS     TO  REF-AUX   DTA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              REF-AUX
                              DTA-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     NUM-AUX   TO  ASN-CSN
           MOVE     REF-AUX   TO  REF-CSN
           READ     CADCSN
           IF  FST-CSN  NOT  =  "00"
                                 MOVE     "REJEITADO - SEM COBRANCA"
                                          TO  SIT-AUX
                                 GO       ROT-PAGO-90.
           IF  STA-CSN  NOT  =  "P"
                                 MOVE     "REJEITADO - JA BAIXADA"
                                          TO  SIT-AUX
                                 GO       ROT-PAGO-90.
           MOVE     "Q"       TO  STA-CSN
           MOVE     DTA-AUX   TO  DTP-CSN
           REWRITE  REG-CSN
           MOVE     "PAGAMENTO REGISTRADO"  TO  SIT-AUX
           MOVE     NUM-AUX   TO  CHV-ASN
           READ     CADASN
           IF  FST-ASN   =  "00" MOVE     PLA-ASN  TO  PLA-AUX
                                 MOVE     NOM-ASN  TO  DES-AUX.
       ROT-PAGO-90.
           EXIT.

       ROT-FATU-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     MES-FAT   TO  MES-CB3 (1:2)
           MOVE     ANO-FAT   TO  MES-CB3 (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           OPEN     EXTEND    ARQCOB
           IF  FST-COB   =  "35" OPEN     OUTPUT   ARQCOB.
           MOVE     ZEROS     TO  CHV-ASN
           START    CADASN       KEY  >   CHV-ASN
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-FATU-80.

       ROT-FATU-10.
           READ     CADASN  NEXT
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-FATU-80.
           IF  STA-ASN  NOT  =  "A"
                                 GO       ROT-FATU-10.
           IF  DTI-ASN (1:4)  >  REF-FAT
                                 GO       ROT-FATU-10.
           IF  DTF-ASN   >   0   AND  DTF-ASN (1:4)  <  REF-FAT
                                 GO       ROT-FATU-10.
           MOVE     PLN-ASN   TO  CHV-PLN
           READ     CADPLN
           IF  FST-PLN  NOT  =  "00"
                                 GO       ROT-FATU-10.
           MOVE     CHV-ASN   TO  ASN-CSN
           MOVE     REF-FAT   TO  REF-CSN
           MOVE     VAL-PLN   TO  VAL-CSN
           MOVE     FPG-ASN   TO  FPG-CSN
           MOVE     DTA-HOJ   TO  DTG-CSN
           MOVE     REF-FAT   TO  DTA-CAL (1:4)
           MOVE     DVC-PAD   TO  DIA-CAL
           MOVE     DTA-CAL   TO  DTV-CSN
           MOVE     "P"       TO  STA-CSN
           MOVE     ZEROS     TO  DTP-CSN
           WRITE    REG-CSN
           IF  FST-CSN  NOT  =  "00"
                                 GO       ROT-FATU-10.
           MOVE     VAL-CSN   TO  VAL-ED
           MOVE     SPACES    TO  LIN-COB
           STRING   FPG-CSN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CHV-ASN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    REF-CSN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CLI-ASN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DOC-ASN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NOM-ASN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    VAL-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DTV-CSN   DELIMITED  BY  SIZE
                    INTO      LIN-COB
           WRITE    LIN-COB
           ADD      1         TO  TOT-COB
           ADD      VAL-CSN   TO  TOT-VCB
           MOVE     CHV-ASN   TO  NUM-DCB
           MOVE     PLA-ASN   TO  PLA-DCB
           MOVE     PLN-ASN   TO  PLN-DCB
           IF  FPG-CSN   =  "C"  MOVE     "CARTAO" TO  FPG-DCB
           ELSE                  MOVE     "BOLETO" TO  FPG-DCB.
           MOVE     DTV-CSN   TO  DTV-DCB
           MOVE     VAL-CSN   TO  VAL-DCB
           MOVE     NOM-ASN   TO  NOM-DCB
           WRITE    LIN-REL   FROM  LIN-DCB
           GO       ROT-FATU-10.

       ROT-FATU-80.
           CLOSE    ARQCOB.
       ROT-FATU-90.
           EXIT.

       ROT-SITU-00.
           MOVE     ZEROS     TO  CHV-ASN
           START    CADASN       KEY  >   CHV-ASN
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-SITU-90.

       ROT-SITU-10.
           READ     CADASN  NEXT
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-SITU-90.
           MOVE     SPACES    TO  SIT-AUX
           IF  STA-ASN   =  "C"  GO       ROT-SITU-50.
           IF  DTF-ASN   >   0   AND  DTF-ASN   <   DTA-HOJ
                                 MOVE     "C"      TO  STA-ASN
                                 MOVE     DTA-HOJ  TO  DTC-ASN
                                 MOVE     "VIGENCIA ENCERRADA"
                                                   TO  MOT-ASN
                                 MOVE     "ENCERRADA - FIM DA VIGENCIA"
                                                   TO  SIT-AUX
                                 ADD      1        TO  TOT-ENC
                                 GO       ROT-SITU-40.
           PERFORM  ROT-ATRS-00
              THRU  ROT-ATRS-90
           IF  STA-ASN   =  "A"  AND  FLG-ATR   =   1
                                 MOVE     "S"      TO  STA-ASN
                                 MOVE     "SUSPENSA - EM ATRASO"
                                                   TO  SIT-AUX
                                 ADD      1        TO  TOT-SUS
                                 GO       ROT-SITU-40.
           IF  STA-ASN   =  "S"  AND  FLG-ATR   =   0
                                 MOVE     "A"      TO  STA-ASN
                                 MOVE     "REATIVADA - COBRANCAS EM DIA"
                                                   TO  SIT-AUX
                                 ADD      1        TO  TOT-RAT
                                 GO       ROT-SITU-40.
           GO       ROT-SITU-50.

       ROT-SITU-40.
           REWRITE  REG-ASN
           MOVE     "S"       TO  TIP-DMV
           MOVE     CHV-ASN   TO  NUM-DMV
           MOVE     PLA-ASN   TO  PLA-DMV
           MOVE     NOM-ASN   TO  DES-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV.

       ROT-SITU-50.
           MOVE     PLN-ASN   TO  IND-PLN
           IF  IND-PLN   =   0   GO       ROT-SITU-10.
           IF  STA-ASN   =  "C"  ADD      1  TO  CAN-RES (IND-PLN)
                                 GO       ROT-SITU-10.
           IF  STA-ASN   =  "S"  ADD      1  TO  SSP-RES (IND-PLN)
                                 GO       ROT-SITU-10.
           ADD      1         TO  ATV-RES (IND-PLN)
           MOVE     PLN-ASN   TO  CHV-PLN
           READ     CADPLN
           IF  FST-PLN   =  "00" ADD  VAL-PLN  TO  MRR-RES (IND-PLN).
           GO       ROT-SITU-10.

       ROT-SITU-90.
           EXIT.

       ROT-ATRS-00.
           MOVE     ZEROS     TO  FLG-ATR
           MOVE     CHV-ASN   TO  ASN-CSN
           MOVE     ZEROS     TO  REF-CSN
           START    CADCSN       KEY  NOT  <  CHV-CSN
           IF  FST-CSN  NOT  =  "00"
                                 GO       ROT-ATRS-90.

       ROT-ATRS-10.
           READ     CADCSN  NEXT
           IF  FST-CSN  NOT  =  "00"
                                 GO       ROT-ATRS-90.
           IF  ASN-CSN  NOT  =   CHV-ASN
                                 GO       ROT-ATRS-90.
           IF  STA-CSN  NOT  =  "P"
                                 GO       ROT-ATRS-10.
           MOVE     DTV-CSN   TO  DTA-INI
           MOVE     DTA-HOJ   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR   >       TOL-PAD
                                 MOVE     1        TO  FLG-ATR
                                 GO       ROT-ATRS-90.
           GO       ROT-ATRS-10.

       ROT-ATRS-90.
           EXIT.

       ROT-RESU-00.
           MOVE     ZEROS     TO  CHV-PLN
           START    CADPLN       KEY  >   CHV-PLN
           IF  FST-PLN  NOT  =  "00"
                                 GO       ROT-RESU-80.

       ROT-RESU-10.
           READ     CADPLN  NEXT
           IF  FST-PLN  NOT  =  "00"
                                 GO       ROT-RESU-80.
           MOVE     CHV-PLN   TO  IND-PLN
           MOVE     CHV-PLN   TO  PLN-DRS
           MOVE     DES-PLN   TO  DES-DRS
           MOVE     ATV-RES (IND-PLN)  TO  ATV-DRS
           MOVE     SSP-RES (IND-PLN)  TO  SSP-DRS
           MOVE     CAN-RES (IND-PLN)  TO  CAN-DRS
           MOVE     MRR-RES (IND-PLN)  TO  MRR-DRS
           WRITE    LIN-REL   FROM  LIN-RES
           ADD      ATV-RES (IND-PLN)  TO  TOT-ATV
           ADD      SSP-RES (IND-PLN)  TO  TOT-SSP
           ADD      CAN-RES (IND-PLN)  TO  TOT-CAN
           ADD      MRR-RES (IND-PLN)  TO  TOT-MRR
           GO       ROT-RESU-10.

       ROT-RESU-80.
           MOVE     TOT-ATV   TO  ATV-DT7
           MOVE     TOT-SSP   TO  SSP-DT7
           MOVE     TOT-CAN   TO  CAN-DT7
           MOVE     TOT-MRR   TO  MRR-DT7
           WRITE    LIN-REL   FROM  LIN-TOT7.
       ROT-RESU-90.
           EXIT.

       ROT-DIAS-00.
           MOVE     ZEROS     TO  DIA-ATR
           IF  DTA-FIM  NOT  >   DTA-INI
                                 GO       ROT-DIAS-90.
           COMPUTE  DIA-ATR  =  (ANO-FIM  -   ANO-INI)  *  365
                             +  (MES-FIM  -   MES-INI)  *  30
                             +  (DIA-FIM  -   DIA-INI)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
       ROT-DIAS-90.
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
