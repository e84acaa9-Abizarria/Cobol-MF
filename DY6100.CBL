       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6100.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FST-LOC.

           SELECT      CADILC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ILC
                       FILE          STATUS  IS  FST-ILC.

           SELECT      CADRAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAL
                       FILE          STATUS  IS  FST-RAL.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      ARQLOC        ASSIGN  TO  "ALUGUEL.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQBOL        ASSIGN  TO  "REMALUG.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BOL.

           SELECT      REL-LOC       ASSIGN  TO  "RELALUG.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLOC.CPY.
       COPY  CADILC.CPY.
       COPY  CADRAL.CPY.
       COPY  CADLDP.CPY.

       FD  ARQLOC.
       01  LIN-ARQ               PIC  X(200).

       FD  ARQBOL.
       01  LIN-BOL               PIC  X(120).

       FD  REL-LOC.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-LOC          PIC  X(02).
           03  FST-ILC          PIC  X(02).
           03  FST-RAL          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-BOL          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  NUM-AUX          PIC  9(04).
           03  NOM-AUX          PIC  X(40).
           03  DOC-AUX          PIC  9(14).
           03  ESP-AUX          PIC  X(30).
           03  DTI-AUX          PIC  9(06).
           03  DTF-AUX          PIC  9(06).
           03  IND-AUX          PIC  X(05).
           03  DVC-AUX          PIC  9(02).
           03  OPR-AUX          PIC  X(10).
           03  DTA-AUX          PIC  9(06).
           03  REF-AUX          PIC  9(04).
           03  RED-AUX          REDEFINES  REF-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
           03  VAL-ED           PIC  9(07),99.
           03  VUT-ED           PIC  9(05),99.
           03  PCT-ED           PIC  9(03),99.
           03  IDX-ED           PIC  +99,9999.
           03  CAT-AUX          PIC  9(06)V99.
           03  QTD-CAT          PIC  9(02)  VALUE  ZEROS.
           03  TAB-CAT.
               05  CAT-TAB      PIC  9(06)V99  OCCURS  10.
           03  IND-CAT          PIC  9(02).
           03  FLG-CAT          PIC  9(01).
           03  REF-FAT          PIC  9(04)  VALUE  ZEROS.
           03  RED-FAT          REDEFINES  REF-FAT.
               05  ANO-FAT      PIC  9(02).
               05  MES-FAT      PIC  9(02).
           03  REF-UTL          PIC  9(04).
           03  UTL-TOT          PIC S9(09)V99  VALUE  ZEROS.
           03  NUM-MES          PIC  9(05).
           03  QUO-MES          PIC  9(05).
           03  NUM-ANV          PIC  9(05).
           03  NUM-REF          PIC  9(05).
           03  NUM-IDX          PIC  9(05).
           03  FAT-AUX          PIC  9(03)V9(08).
           03  SIT-AUX          PIC  X(40).
           03  LOC-ANT          PIC  9(04).
           03  TOT-ATR          PIC  9(07)V99.
           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VRC          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-RJT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-INA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VIN          PIC  9(09)V99  VALUE  ZEROS.

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

       01  LIN-CAB1              PIC  X(132) VALUE
           "LOCACAO DE ESPACOS A TERCEIROS - CONTAS A RECEBER".
       01  LIN-CAB2              PIC  X(132) VALUE
           "== MOVIMENTO ==".
       01  LIN-MOV.
           03  TIP-DMV           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NUM-DMV           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DMV           PIC  X(40).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DMV           PIC  X(40).
       01  LIN-CAB3.
           03  FILLER            PIC  X(22)  VALUE
               "== ALUGUEIS DO MES ".
           03  MES-CB3           PIC  X(05)  VALUE  "  /  ".
           03  FILLER            PIC  X(03)  VALUE  " ==".
       01  LIN-CAB4              PIC  X(132) VALUE
           "CONTR LOCATARIO                       VENCTO        ALUGUEL
      -    "      RATEIO    NOSSO NUM.".
       01  LIN-DRC.
           03  LOC-DRC           PIC  9(04).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NOM-DRC           PIC  X(30).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DTV-DRC           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DRC           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VUT-DRC           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NNU-DRC           PIC  9(08).
       01  LIN-RJT.
           03  FILLER            PIC  X(06)  VALUE  SPACES.
           03  FILLER            PIC  X(12)  VALUE  "REAJUSTE ...".
           03  IND-DRJ           PIC  X(05).
           03  FILLER            PIC  X(10)  VALUE  "  FATOR : ".
           03  FAT-DRJ           PIC  ZZ9,999999.
           03  FILLER            PIC  X(10)  VALUE  "  DE .... ".
           03  VAN-DRJ           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(10)  VALUE  "  PARA .. ".
           03  VAL-DRJ           PIC  Z.ZZZ.ZZ9,99.
       01  LIN-CAB5              PIC  X(132) VALUE
           "== LOCATARIOS INADIMPLENTES ==".
       01  LIN-CAB6              PIC  X(132) VALUE
           "CONTR LOCATARIO                       MES   VENCTO   DIAS
      -    "         VALOR".
       01  LIN-DIN.
           03  LOC-DIN           PIC  9(04).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NOM-DIN           PIC  X(30).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  REF-DIN           PIC  X(05).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTV-DIN           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DIA-DIN           PIC  ZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DIN           PIC  Z.ZZZ.ZZ9,99.
       01  LIN-SUB.
           03  FILLER            PIC  X(40)  VALUE  SPACES.
           03  FILLER            PIC  X(20)  VALUE
               "TOTAL EM ATRASO ....".
           03  ATR-SUB           PIC  ZZ.ZZZ.ZZ9,99.
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
               "ALUGUEIS GERADOS .......................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VRC-DET3          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "CONTRATOS REAJUSTADOS ..................".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "ALUGUEIS EM ATRASO .....................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VIN-DET5          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADLOC
           IF  FST-LOC   =  "35" CLOSE    CADLOC
                                 OPEN     OUTPUT   CADLOC
                                 CLOSE    CADLOC
                                 OPEN     I-O      CADLOC.
           OPEN     I-O       CADILC
           IF  FST-ILC   =  "35" CLOSE    CADILC
                                 OPEN     OUTPUT   CADILC
                                 CLOSE    CADILC
                                 OPEN     I-O      CADILC.
           OPEN     I-O       CADRAL
           IF  FST-RAL   =  "35" CLOSE    CADRAL
                                 OPEN     OUTPUT   CADRAL
                                 CLOSE    CADRAL
                                 OPEN     I-O      CADRAL.
           OPEN     OUTPUT    REL-LOC
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           IF  REF-FAT   >   0   PERFORM  ROT-GERA-00
                                    THRU  ROT-GERA-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB5
           WRITE    LIN-REL   FROM  LIN-CAB6
           PERFORM  ROT-INAD-00
              THRU  ROT-INAD-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REC   TO  TOT-DET3
           MOVE     TOT-VRC   TO  VRC-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-RJT   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-INA   TO  TOT-DET5
           MOVE     TOT-VIN   TO  VIN-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           CLOSE    CADLOC    CADILC    CADRAL    REL-LOC
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQLOC
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQLOC    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           MOVE     SPACES    TO  NOM-AUX   SIT-AUX
           MOVE     ZEROS     TO  NUM-AUX
           IF  TIP-AUX   =  "U"  PERFORM  ROT-CATG-00
                                    THRU  ROT-CATG-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "M"  PERFORM  ROT-MESF-00
                                    THRU  ROT-MESF-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "C"  PERFORM  ROT-CONT-00
                                    THRU  ROT-CONT-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "E"  PERFORM  ROT-ENCE-00
                                    THRU  ROT-ENCE-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "I"  PERFORM  ROT-INDI-00
                                    THRU  ROT-INDI-90
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
           MOVE     NOM-AUX   TO  DES-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQLOC.
       ROT-MOVI-90.
           EXIT.

       ROT-CATG-00.
           IF  QTD-CAT  NOT  <   10
                                 GO       ROT-CATG-90.
           MOVE     ZEROS     TO  CAT-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              CAT-AUX
           IF  CAT-AUX   =   0   GO       ROT-CATG-90.
           ADD      1         TO  QTD-CAT
           MOVE     CAT-AUX   TO  CAT-TAB (QTD-CAT).
       ROT-CATG-90.
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

       ROT-CONT-00.
           MOVE     ZEROS     TO  DOC-AUX   DTI-AUX   DTF-AUX
                                  VAL-ED    DVC-AUX   PCT-ED
                                  VUT-ED
           MOVE     SPACES    TO  ESP-AUX   IND-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              NOM-AUX
                              DOC-AUX
                              ESP-AUX
                              DTI-AUX
                              DTF-AUX
                              VAL-ED
                              IND-AUX
                              DVC-AUX
                              PCT-ED
                              VUT-ED
                              OPR-AUX
           IF  NUM-AUX   =   0   OR   NOM-AUX   =   SPACES
                                 MOVE     "REJEITADO - CONTRATO"
                                          TO  SIT-AUX
                                 GO       ROT-CONT-90.
           IF  DTI-AUX   =   0   OR   VAL-ED    =   0
                                 MOVE     "REJEITADO - INICIO/ALUGUEL"
                                          TO  SIT-AUX
                                 GO       ROT-CONT-90.
           IF  DVC-AUX   <   1   OR   DVC-AUX   >   28
                                 MOVE     "REJEITADO - DIA VENCIMENTO"
                                          TO  SIT-AUX
                                 GO       ROT-CONT-90.
           MOVE     NUM-AUX   TO  CHV-LOC
           READ     CADLOC
           IF  FST-LOC   =  "00" GO       ROT-CONT-10.
           MOVE     DTI-AUX (1:4)  TO  ARJ-LOC
           MOVE     ZEROS     TO  VAN-LOC   ULT-LOC   DTE-LOC
           MOVE     "A"       TO  STA-LOC
           MOVE     "INCLUIDO"  TO  SIT-AUX.

       ROT-CONT-10.
           IF  SIT-AUX   =   SPACES
                                 MOVE     "ALTERADO"  TO  SIT-AUX.
           MOVE     NUM-AUX   TO  CHV-LOC
           MOVE     NOM-AUX   TO  NOM-LOC
           MOVE     DOC-AUX   TO  DOC-LOC
           MOVE     ESP-AUX   TO  ESP-LOC
           MOVE     DTI-AUX   TO  DTI-LOC
           MOVE     DTF-AUX   TO  DTF-LOC
           MOVE     VAL-ED    TO  VAL-LOC
           MOVE     IND-AUX   TO  IND-LOC
           MOVE     DVC-AUX   TO  DVC-LOC
           MOVE     PCT-ED    TO  PCT-LOC
           MOVE     VUT-ED    TO  VUT-LOC
           MOVE     OPR-AUX   TO  OPR-LOC
           IF  SIT-AUX   =  "INCLUIDO"
                                 WRITE    REG-LOC
           ELSE                  REWRITE  REG-LOC.
       ROT-CONT-90.
           EXIT.

       ROT-ENCE-00.
           MOVE     ZEROS     TO  DTA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              DTA-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     NUM-AUX   TO  CHV-LOC
           READ     CADLOC
           IF  FST-LOC  NOT  =  "00"
                                 MOVE     "REJEITADO - INEXISTENTE"
                                          TO  SIT-AUX
                                 GO       ROT-ENCE-90.
           MOVE     NOM-LOC   TO  NOM-AUX
           MOVE     "E"       TO  STA-LOC
           MOVE     DTA-AUX   TO  DTE-LOC
           REWRITE  REG-LOC
           MOVE     "ENCERRADO"  TO  SIT-AUX
           MOVE     CHV-LOC   TO  LOC-RAL
           MOVE     ZEROS     TO  REF-RAL
           START    CADRAL       KEY  NOT  <  CHV-RAL
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-ENCE-90.

       ROT-ENCE-10.
           READ     CADRAL  NEXT
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-ENCE-90.
           IF  LOC-RAL  NOT  =   CHV-LOC
                                 GO       ROT-ENCE-90.
           IF  STA-RAL   =  "P"  AND  REF-RAL  >  DTA-AUX (1:4)
                                 MOVE     "X"      TO  STA-RAL
                                 REWRITE  REG-RAL.
           GO       ROT-ENCE-10.

       ROT-ENCE-90.
           EXIT.

       ROT-INDI-00.
           MOVE     SPACES    TO  IND-AUX
           MOVE     ZEROS     TO  REF-AUX   IDX-ED
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              IND-AUX
                              REF-AUX
                              IDX-ED
           MOVE     IND-AUX   TO  NOM-AUX
           IF  IND-AUX   =   SPACES  OR
               MES-AUX   <   1   OR   MES-AUX   >   12
                                 MOVE     "REJEITADO - INDICE/MES"
                                          TO  SIT-AUX
                                 GO       ROT-INDI-90.
           MOVE     IND-AUX   TO  IND-ILC
           MOVE     REF-AUX   TO  REF-ILC
           MOVE     IDX-ED    TO  PCT-ILC
           MOVE     DTA-HOJ   TO  DTA-ILC
           MOVE     "INDICE REGISTRADO"  TO  SIT-AUX
           WRITE    REG-ILC
           IF  FST-ILC   =  "22" REWRITE  REG-ILC
                                 MOVE     "INDICE ALTERADO"
                                          TO  SIT-AUX.
       ROT-INDI-90.
           EXIT.

       ROT-PAGO-00.
           MOVE     ZEROS     TO  REF-AUX   DTA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              NUM-AUX
                              REF-AUX
                              DTA-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     NUM-AUX   TO  LOC-RAL
           MOVE     REF-AUX   TO  REF-RAL
           READ     CADRAL
           IF  FST-RAL  NOT  =  "00"
                                 MOVE     "REJEITADO - SEM ALUGUEL"
                                          TO  SIT-AUX
                                 GO       ROT-PAGO-90.
           IF  STA-RAL  NOT  =  "P"
                                 MOVE     "REJEITADO - JA BAIXADO"
                                          TO  SIT-AUX
                                 GO       ROT-PAGO-90.
           MOVE     "Q"       TO  STA-RAL
           MOVE     DTA-AUX   TO  DTP-RAL
           REWRITE  REG-RAL
           MOVE     "PAGAMENTO REGISTRADO"  TO  SIT-AUX
           MOVE     NUM-AUX   TO  CHV-LOC
           READ     CADLOC
           IF  FST-LOC   =  "00" MOVE     NOM-LOC  TO  NOM-AUX.
       ROT-PAGO-90.
           EXIT.

       ROT-GERA-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     MES-FAT   TO  MES-CB3 (1:2)
           MOVE     ANO-FAT   TO  MES-CB3 (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     REF-FAT   TO  REF-AUX
           PERFORM  ROT-NMES-00
              THRU  ROT-NMES-90
           MOVE     NUM-MES   TO  NUM-REF
           SUBTRACT 1         FROM  NUM-MES
           PERFORM  ROT-AMES-00
              THRU  ROT-AMES-90
           MOVE     REF-AUX   TO  REF-UTL
           PERFORM  ROT-UTIL-00
              THRU  ROT-UTIL-90
           OPEN     EXTEND    ARQBOL
           IF  FST-BOL   =  "35" OPEN     OUTPUT   ARQBOL.
           MOVE     ZEROS     TO  CHV-LOC
           START    CADLOC       KEY  >   CHV-LOC
           IF  FST-LOC  NOT  =  "00"
                                 GO       ROT-GERA-80.

       ROT-GERA-10.
           READ     CADLOC  NEXT
           IF  FST-LOC  NOT  =  "00"
                                 GO       ROT-GERA-80.
           IF  STA-LOC  NOT  =  "A"
                                 GO       ROT-GERA-10.
           IF  DTI-LOC (1:4)  >  REF-FAT
                                 GO       ROT-GERA-10.
           IF  DTF-LOC   >   0   AND  DTF-LOC (1:4)  <  REF-FAT
                                 GO       ROT-GERA-10.
           PERFORM  ROT-REAJ-00
              THRU  ROT-REAJ-90
           MOVE     CHV-LOC   TO  LOC-RAL
           MOVE     REF-FAT   TO  REF-RAL
           MOVE     VAL-LOC   TO  VAL-RAL
           COMPUTE  VUT-RAL   ROUNDED  =  VUT-LOC
                              +  UTL-TOT  *   PCT-LOC  /  100
           COMPUTE  NNU-RAL   =  CHV-LOC  *   10000  +  REF-FAT
           MOVE     DTA-HOJ   TO  DTG-RAL
           MOVE     REF-FAT   TO  DTV-RAL (1:4)
           MOVE     DVC-LOC   TO  DTV-RAL (5:2)
           MOVE     "P"       TO  STA-RAL
           MOVE     ZEROS     TO  DTP-RAL
           WRITE    REG-RAL
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-GERA-10.
           IF  ULT-LOC   <       REF-FAT
                                 MOVE     REF-FAT  TO  ULT-LOC
                                 REWRITE  REG-LOC.
           COMPUTE  VAL-ED    =  VAL-RAL  +   VUT-RAL
           MOVE     SPACES    TO  LIN-BOL
           STRING   "B"       DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NNU-RAL   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CHV-LOC   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    REF-RAL   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DOC-LOC   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NOM-LOC   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    VAL-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DTV-RAL   DELIMITED  BY  SIZE
                    INTO      LIN-BOL
           WRITE    LIN-BOL
           ADD      1         TO  TOT-REC
           ADD      VAL-RAL   VUT-RAL   TO  TOT-VRC
           MOVE     CHV-LOC   TO  LOC-DRC
           MOVE     NOM-LOC   TO  NOM-DRC
           MOVE     DTV-RAL   TO  DTV-DRC
           MOVE     VAL-RAL   TO  VAL-DRC
           MOVE     VUT-RAL   TO  VUT-DRC
           MOVE     NNU-RAL   TO  NNU-DRC
           WRITE    LIN-REL   FROM  LIN-DRC
           GO       ROT-GERA-10.

       ROT-GERA-80.
           CLOSE    ARQBOL.
       ROT-GERA-90.
           EXIT.

       ROT-REAJ-00.
           IF  IND-LOC   =   SPACES
                                 GO       ROT-REAJ-90.
           MOVE     ARJ-LOC   TO  REF-AUX
           PERFORM  ROT-NMES-00
              THRU  ROT-NMES-90
           COMPUTE  NUM-ANV   =  NUM-MES  +   12
           IF  NUM-REF   <       NUM-ANV
                                 GO       ROT-REAJ-90.
           COMPUTE  NUM-IDX   =  NUM-ANV  -   12
           MOVE     1         TO  FAT-AUX.

       ROT-REAJ-10.
           IF  NUM-IDX  NOT  <   NUM-ANV
                                 GO       ROT-REAJ-20.
           MOVE     NUM-IDX   TO  NUM-MES
           PERFORM  ROT-AMES-00
              THRU  ROT-AMES-90
           MOVE     IND-LOC   TO  IND-ILC
           MOVE     REF-AUX   TO  REF-ILC
           READ     CADILC
           IF  FST-ILC  NOT  =  "00"
                                 MOVE     CHV-LOC  TO  NUM-DMV
                                 MOVE     NOM-LOC  TO  DES-DMV
                                 MOVE     "I"      TO  TIP-DMV
                                 MOVE     "REAJUSTE PENDENTE - INDICE"
                                          TO  SIT-DMV
                                 WRITE    LIN-REL  FROM  LIN-MOV
                                 GO       ROT-REAJ-90.
           COMPUTE  FAT-AUX   ROUNDED  =
                    FAT-AUX   *  (1  +  PCT-ILC  /  100)
           ADD      1         TO  NUM-IDX
           GO       ROT-REAJ-10.

       ROT-REAJ-20.
           IF  FAT-AUX   <   1   MOVE     1        TO  FAT-AUX.
           MOVE     VAL-LOC   TO  VAN-LOC
           COMPUTE  VAL-LOC   ROUNDED  =  VAL-LOC  *  FAT-AUX
           MOVE     NUM-ANV   TO  NUM-MES
           PERFORM  ROT-AMES-00
              THRU  ROT-AMES-90
           MOVE     REF-AUX   TO  ARJ-LOC
           REWRITE  REG-LOC
           ADD      1         TO  TOT-RJT
           MOVE     IND-LOC   TO  IND-DRJ
           MOVE     FAT-AUX   TO  FAT-DRJ
           MOVE     VAN-LOC   TO  VAN-DRJ
           MOVE     VAL-LOC   TO  VAL-DRJ
           WRITE    LIN-REL   FROM  LIN-RJT.
       ROT-REAJ-90.
           EXIT.

       ROT-UTIL-00.
           MOVE     ZEROS     TO  UTL-TOT
           IF  QTD-CAT   =   0   GO       ROT-UTIL-90.
           OPEN     INPUT     CADLDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-UTIL-90.
           MOVE     SPACES    TO  CHV-LDP.

       ROT-UTIL-10.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-UTIL-80.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-UTIL-80.
           IF  DTA-LDP (1:4)  NOT  =  REF-UTL
                                 GO       ROT-UTIL-10.
           PERFORM  ROT-PCAT-00
              THRU  ROT-PCAT-90
           IF  FLG-CAT   =   0   GO       ROT-UTIL-10.
           IF  FLG-LDP   =  "E"  SUBTRACT VAL-LDP  FROM  UTL-TOT
           ELSE                  ADD      VAL-LDP  TO    UTL-TOT.
           GO       ROT-UTIL-10.

       ROT-UTIL-80.
           CLOSE    CADLDP
           IF  UTL-TOT   <   0   MOVE     ZEROS    TO  UTL-TOT.
       ROT-UTIL-90.
           EXIT.

       ROT-PCAT-00.
           MOVE     ZEROS     TO  FLG-CAT   IND-CAT.

       ROT-PCAT-10.
           ADD      1         TO  IND-CAT
           IF  IND-CAT   >       QTD-CAT
                                 GO       ROT-PCAT-90.
           IF  DSP-LDP  NOT  =   CAT-TAB (IND-CAT)
                                 GO       ROT-PCAT-10.
           MOVE     1         TO  FLG-CAT.
       ROT-PCAT-90.
           EXIT.

       ROT-INAD-00.
           MOVE     ZEROS     TO  LOC-ANT   TOT-ATR
           MOVE     LOW-VALUES  TO  CHV-RAL
           START    CADRAL       KEY  NOT  <  CHV-RAL
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-INAD-80.

       ROT-INAD-10.
           READ     CADRAL  NEXT
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-INAD-80.
           IF  STA-RAL  NOT  =  "P"  OR  DTV-RAL  NOT  <  DTA-HOJ
                                 GO       ROT-INAD-10.
           IF  LOC-RAL   =       LOC-ANT
                                 GO       ROT-INAD-20.
           IF  LOC-ANT   >   0   MOVE     TOT-ATR  TO  ATR-SUB
                                 WRITE    LIN-REL  FROM  LIN-SUB.
           MOVE     LOC-RAL   TO  LOC-ANT
           MOVE     ZEROS     TO  TOT-ATR
           MOVE     LOC-RAL   TO  CHV-LOC
           READ     CADLOC
           IF  FST-LOC  NOT  =  "00"
                                 MOVE     SPACES   TO  NOM-LOC.

       ROT-INAD-20.
           MOVE     DTV-RAL   TO  DTA-INI
           MOVE     DTA-HOJ   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           MOVE     LOC-RAL   TO  LOC-DIN
           MOVE     NOM-LOC   TO  NOM-DIN
           MOVE     REF-RAL (3:2)  TO  REF-DIN (1:2)
           MOVE     "/"       TO  REF-DIN (3:1)
           MOVE     REF-RAL (1:2)  TO  REF-DIN (4:2)
           MOVE     DTV-RAL   TO  DTV-DIN
           MOVE     DIA-ATR   TO  DIA-DIN
           COMPUTE  VAL-DIN   =  VAL-RAL  +   VUT-RAL
           WRITE    LIN-REL   FROM  LIN-DIN
           ADD      VAL-RAL   VUT-RAL   TO  TOT-ATR   TOT-VIN
           ADD      1         TO  TOT-INA
           GO       ROT-INAD-10.

       ROT-INAD-80.
           IF  LOC-ANT   >   0   MOVE     TOT-ATR  TO  ATR-SUB
                                 WRITE    LIN-REL  FROM  LIN-SUB.
       ROT-INAD-90.
           EXIT.

       ROT-NMES-00.
           COMPUTE  NUM-MES   =  ANO-AUX  *   12  +  MES-AUX  -  1.
       ROT-NMES-90.
           EXIT.

       ROT-AMES-00.
           DIVIDE   NUM-MES   BY  12  GIVING  QUO-MES
                                   REMAINDER  MES-AUX
           ADD      1         TO  MES-AUX
           DIVIDE   QUO-MES   BY  100 GIVING  NUM-MES
                                   REMAINDER  ANO-AUX.
       ROT-AMES-90.
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
