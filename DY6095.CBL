       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6095.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADFPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-FPD
                       ALTERNATE RECORD  KEY     IS  CLI-FPD
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FPD.

           SELECT      CADRPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPD
                       FILE          STATUS  IS  FST-RPD.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       ALTERNATE RECORD  KEY     IS  CLI-FAT
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-FAT
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADVFT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VFT
                       FILE          STATUS  IS  FST-VFT.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      ARQPRD        ASSIGN  TO  "BAIXAPERDA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-PRD       ASSIGN  TO  "RELPERDA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFPD.CPY.
       COPY  CADRPD.CPY.
       COPY  CADFAT.CPY.
       COPY  CADVFT.CPY.
       COPY  CADCLI.CPY.
       COPY  CADLDP.CPY.

       FD  ARQPRD.
       01  LIN-ARQ               PIC  X(120).

       FD  REL-PRD.
       01  LIN-REL               PIC  X(150).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-FPD          PIC  X(02).
           03  FST-RPD          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  RED-HOJ          REDEFINES  DTA-HOJ.
               05  ANO-HOJ      PIC  9(02).
               05  MES-HOJ      PIC  9(02).
               05  DIA-HOJ      PIC  9(02).
           03  DTA-VCT          PIC  9(06).
           03  RED-VCT          REDEFINES  DTA-VCT.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).
           03  DIA-ATR          PIC S9(05).
           03  TIP-AUX          PIC  X(01).
           03  CLI-AUX          PIC  9(05).
           03  FAT-AUX          PIC  9(06).
           03  DIA-AUX          PIC  9(05).
           03  MOT-AUX          PIC  X(01).
           03  DOC-AUX          PIC  X(30).
           03  OPR-AUX          PIC  X(10).
           03  DTA-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(07)V99.
           03  VAL-LIQ          PIC S9(08)V99.
           03  SLD-AUX          PIC S9(08)V99.
           03  QTD-SEL          PIC  9(05).
           03  VAL-SEL          PIC  9(09)V99.
           03  TOT-BXA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-QTD          PIC  9(05)  VALUE  ZEROS.
           03  TOT-PRD          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-RCP          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-DED          PIC  9(09)V99  VALUE  ZEROS.
           03  DSP-PRD          PIC  9(06)V99  VALUE  2012.

           03  LDP-AUX.
               05  FILLER       PIC  X(01)  VALUE  "P".
               05  DTA-LDX      PIC  9(06).
               05  SEQ-LDX      PIC  9(03).

       01  PRM-FER.
           03  DTA-FER          PIC  9(06).

       01  LIN-CAB1              PIC  X(150) VALUE
           "BAIXA DE FATURAS POR PERDA - MOVIMENTO".
       01  LIN-CAB2              PIC  X(150) VALUE
           "TIPO FATURA CLIENTE NOME                      VENCTO    DIAS
      -    "         VALOR M DOCUMENTO                      SITUACAO".
       01  LIN-DET.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  FAT-DET           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VCT-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ATR-DET           PIC  ZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DOC-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-SEL.
           03  FILLER            PIC  X(40)  VALUE
               "FATURAS SELECIONADAS / VALOR ...........".
           03  QTD-DSL           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DSL           PIC  ZZ.ZZZ.ZZ9,99.

       01  LIN-CAB3              PIC  X(150) VALUE
           "REGISTRO DE CREDITOS BAIXADOS POR PERDA - CONTABILIDADE".
       01  LIN-CAB4              PIC  X(150) VALUE
           "FATURA CLIENTE EMISSAO  VENCTO   BAIXA     DIAS        PERDA
      -    "   RECUPERADO M DOCUMENTO                      TRATAMENTO FI
      -    "SCAL".
       01  LIN-REG.
           03  FAT-REG           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-REG           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  EMI-REG           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VCT-REG           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BXA-REG           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ATR-REG           PIC  ZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRD-REG           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  REC-REG           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-REG           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DOC-REG           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DED-REG           PIC  X(25).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "FATURAS BAIXADAS NESTE PROCESSAMENTO ...".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "RECUPERACOES REGISTRADAS ...............".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "FATURAS NO REGISTRO DE PERDAS ..........".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DAS PERDAS .......................".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL RECUPERADO .......................".
           03  TOT-DET6          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "PERDAS DEDUTIVEIS (LEI 9.430/96 ART.9) .".
           03  TOT-DET7          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADFPD
           IF  FST-FPD   =  "35" CLOSE    CADFPD
                                 OPEN     OUTPUT   CADFPD
                                 CLOSE    CADFPD
                                 OPEN     I-O      CADFPD.
           OPEN     I-O       CADRPD
           IF  FST-RPD   =  "35" CLOSE    CADRPD
                                 OPEN     OUTPUT   CADRPD
                                 CLOSE    CADRPD
                                 OPEN     I-O      CADRPD.
           OPEN     I-O       CADFAT    CADCLI    CADLDP
           OPEN     INPUT     CADVFT
           OPEN     OUTPUT    REL-PRD
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-BXA   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REC   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           PERFORM  ROT-REGI-00
              THRU  ROT-REGI-90
           CLOSE    CADFPD    CADRPD    CADFAT    CADCLI
                    CADLDP    CADVFT    REL-PRD
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQPRD
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQPRD    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           IF  TIP-AUX   =  "S"  OR
               TIP-AUX   =  "E"  PERFORM  ROT-SELE-00
                                    THRU  ROT-SELE-90.
           IF  TIP-AUX   =  "R"  PERFORM  ROT-RECU-00
                                    THRU  ROT-RECU-90.
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQPRD.
       ROT-MOVI-90.
           EXIT.

       ROT-SELE-00.
           MOVE     ZEROS     TO  CLI-AUX   FAT-AUX   DIA-AUX
                                  QTD-SEL   VAL-SEL
           MOVE     SPACES    TO  MOT-AUX   DOC-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              CLI-AUX
                              FAT-AUX
                              DIA-AUX
                              MOT-AUX
                              DOC-AUX
                              OPR-AUX
           IF  DIA-AUX   =   0   MOVE     180      TO  DIA-AUX.
           IF  TIP-AUX   =  "S"  GO       ROT-SELE-05.
           IF  MOT-AUX  NOT  =  "F"  AND  "J"  AND  "C"  AND  "O"
               MOVE     ZEROS     TO  FAT-DET   CLI-DET
               MOVE     SPACES    TO  NOM-DET   DOC-DET
               MOVE  "MOTIVO INVALIDO (F/J/C/O)"   TO  SIT-DET
                                 GO       ROT-SELE-80.
           IF  DOC-AUX   =  SPACES  OR  OPR-AUX  =  SPACES
               MOVE     ZEROS     TO  FAT-DET   CLI-DET
               MOVE     SPACES    TO  NOM-DET   DOC-DET
               MOVE  "DOCUMENTO/RESPONSAVEL FALTANDO" TO  SIT-DET
                                 GO       ROT-SELE-80.

       ROT-SELE-05.
           MOVE     SPACES    TO  CHV-FAT
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-SELE-70.

       ROT-SELE-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-SELE-70.
           IF  CLI-AUX  NOT  =   0   AND
               CLI-FAT  NOT  =   CLI-AUX
                                 GO       ROT-SELE-10.
           IF  FAT-AUX  NOT  =   0   AND
               NUM-FAT  NOT  =   FAT-AUX
                                 GO       ROT-SELE-10.
           IF  FLG-FAT   =  "R"  GO       ROT-SELE-10.
           COMPUTE  VAL-LIQ   =  VAL-FAT  -   ABT-FAT
           IF  VAL-LIQ  NOT  >   0
                                 GO       ROT-SELE-10.
           PERFORM  ROT-VENC-00
              THRU  ROT-VENC-90
           IF  DIA-ATR   <       DIA-AUX
                                 GO       ROT-SELE-10.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     NUM-FAT   TO  FAT-DET
           MOVE     CLI-FAT   TO  CLI-DET   CHV-CLI
           READ     CADCLI
           IF  FST-CLI   =  "00" MOVE     NOM-CLI  TO  NOM-DET
           ELSE                  MOVE     SPACES   TO  NOM-DET.
           MOVE     DTA-VCT (5:2)  TO  VCT-DET (1:2)
           MOVE     DTA-VCT (3:2)  TO  VCT-DET (4:2)
           MOVE     DTA-VCT (1:2)  TO  VCT-DET (7:2)
           MOVE     DIA-ATR   TO  ATR-DET
           MOVE     VAL-LIQ   TO  VAL-DET
           MOVE     MOT-AUX   TO  MOT-DET
           MOVE     DOC-AUX   TO  DOC-DET
           ADD      1         TO  QTD-SEL
           ADD      VAL-LIQ   TO  VAL-SEL
           IF  TIP-AUX   =  "S"
               MOVE  "CANDIDATA A BAIXA"           TO  SIT-DET
               WRITE    LIN-REL   FROM  LIN-DET
                                 GO       ROT-SELE-10.
           PERFORM  ROT-BAIX-00
              THRU  ROT-BAIX-90
           WRITE    LIN-REL   FROM  LIN-DET
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-SELE-70.
           GO       ROT-SELE-10.

       ROT-SELE-70.
           MOVE     QTD-SEL   TO  QTD-DSL
           MOVE     VAL-SEL   TO  VAL-DSL
           WRITE    LIN-REL   FROM  LIN-SEL
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           GO       ROT-SELE-90.

       ROT-SELE-80.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     ZEROS     TO  VCT-DET   ATR-DET   VAL-DET
           MOVE     MOT-AUX   TO  MOT-DET
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-SELE-90.
           EXIT.

       ROT-VENC-00.
           MOVE     DTA-FAT   TO  DTA-FER
           MOVE     NUM-FAT   TO  CHV-VFT
           READ     CADVFT
           IF  FST-VFT   =  "00" MOVE     DTV-VFT  TO  DTA-FER.
           CALL    "DYFERI"  USING  PRM-FER
           MOVE     DTA-FER   TO  DTA-VCT
           COMPUTE  DIA-ATR  =  (ANO-HOJ  -   ANO-VCT)  *  365
                             +  (MES-HOJ  -   MES-VCT)  *  30
                             +  (DIA-HOJ  -   DIA-VCT)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
       ROT-VENC-90.
           EXIT.

       ROT-BAIX-00.
           MOVE     DTA-HOJ   TO  DTA-LDX
           MOVE     ZEROS     TO  SEQ-LDX
           MOVE     DSP-PRD   TO  DSP-LDP
           MOVE     DTA-HOJ   TO  DTA-LDP
           MOVE     "L"       TO  FLG-LDP
           MOVE     SPACES    TO  HST-LDP
           STRING   "PERDA FATURA " DELIMITED  BY  SIZE
                    FAT-DET         DELIMITED  BY  SIZE
                    INTO      HST-LDP
           MOVE     1         TO  LCT-LDP
           MOVE     2         TO  PRX-LDP
           MOVE     SPACES    TO  SUF-LDP
           MOVE     VAL-LIQ   TO  VAL-LDP
           MOVE     2         TO  CCU-LDP
           MOVE     ZEROS     TO  FRN-LDP
           MOVE     SPACE     TO  REM-LDP
           MOVE     SPACES    TO  LDG-LDP.

       ROT-BAIX-10.
           ADD      1         TO  SEQ-LDX
           MOVE     LDP-AUX   TO  CHV-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" GO       ROT-BAIX-10.
           MOVE     NUM-FAT   TO  NUM-FPD
           MOVE     CLI-FAT   TO  CLI-FPD
           MOVE     DTA-FAT   TO  DTA-FPD
           MOVE     DTA-VCT   TO  DTV-FPD
           MOVE     VAL-FAT   TO  VAL-FPD
           MOVE     ABT-FAT   TO  ABT-FPD
           MOVE     VAL-LIQ   TO  PRD-FPD
           MOVE     DTA-HOJ   TO  DTB-FPD
           MOVE     DIA-ATR   TO  ATR-FPD
           MOVE     MOT-AUX   TO  MOT-FPD
           MOVE     DOC-AUX   TO  DOC-FPD
           MOVE     OPR-AUX   TO  OPR-FPD
           MOVE     ZEROS     TO  REC-FPD   DTR-FPD
           MOVE     "B"       TO  STA-FPD
           MOVE     CHV-LDP   TO  LDP-FPD
           WRITE    REG-FPD
           IF  FST-FPD   =  "22" REWRITE  REG-FPD.
           DELETE   CADFAT
           IF  FST-CLI   =  "00" MOVE     "S"      TO  BLQ-CLI
                                 REWRITE  REG-CLI.
           MOVE  "BAIXADA POR PERDA"               TO  SIT-DET
           ADD      1         TO  TOT-BXA.
       ROT-BAIX-90.
           EXIT.

       ROT-RECU-00.
           MOVE     ZEROS     TO  FAT-AUX   DTA-AUX   VAL-AUX
           MOVE     SPACES    TO  DOC-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              FAT-AUX
                              DTA-AUX
                              VAL-AUX
                              DOC-AUX
                              OPR-AUX
           IF  DTA-AUX   =   ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     FAT-AUX   TO  FAT-DET
           MOVE     ZEROS     TO  CLI-DET   VCT-DET   ATR-DET
           MOVE     SPACES    TO  NOM-DET   MOT-DET
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     DOC-AUX   TO  DOC-DET
           MOVE     FAT-AUX   TO  NUM-FPD
           READ     CADFPD
           IF  FST-FPD  NOT  =  "00"
               MOVE  "FATURA NAO CONSTA DAS PERDAS" TO  SIT-DET
                                 GO       ROT-RECU-80.
           MOVE     CLI-FPD   TO  CLI-DET   CHV-CLI
           READ     CADCLI
           IF  FST-CLI   =  "00" MOVE     NOM-CLI  TO  NOM-DET.
           MOVE     DTV-FPD (5:2)  TO  VCT-DET (1:2)
           MOVE     DTV-FPD (3:2)  TO  VCT-DET (4:2)
           MOVE     DTV-FPD (1:2)  TO  VCT-DET (7:2)
           MOVE     ATR-FPD   TO  ATR-DET
           MOVE     MOT-FPD   TO  MOT-DET
           IF  VAL-AUX   =   0
               MOVE  "VALOR RECUPERADO INVALIDO"   TO  SIT-DET
                                 GO       ROT-RECU-80.
           COMPUTE  SLD-AUX   =  PRD-FPD  -   REC-FPD
           IF  VAL-AUX   >       SLD-AUX
               MOVE  "VALOR ACIMA DO SALDO BAIXADO" TO  SIT-DET
                                 GO       ROT-RECU-80.
           IF  DTA-AUX   <       DTB-FPD
               MOVE  "DATA ANTERIOR A BAIXA"       TO  SIT-DET
                                 GO       ROT-RECU-80.
           MOVE     FAT-AUX   TO  NUM-RPD
           MOVE     ZEROS     TO  SEQ-RPD
           MOVE     CLI-FPD   TO  CLI-RPD
           MOVE     DTA-AUX   TO  DTA-RPD
           MOVE     VAL-AUX   TO  VAL-RPD
           MOVE     DOC-AUX   TO  DOC-RPD
           MOVE     OPR-AUX   TO  OPR-RPD.

       ROT-RECU-10.
           ADD      1         TO  SEQ-RPD
           WRITE    REG-RPD
           IF  FST-RPD   =  "22" GO       ROT-RECU-10.
           ADD      VAL-AUX   TO  REC-FPD
           MOVE     DTA-AUX   TO  DTR-FPD
           IF  REC-FPD   <       PRD-FPD
                                 MOVE     "P"      TO  STA-FPD
           ELSE                  MOVE     "R"      TO  STA-FPD.
           REWRITE  REG-FPD
           MOVE  "RECUPERACAO REGISTRADA"          TO  SIT-DET
           ADD      1         TO  TOT-REC
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-RECU-90.

       ROT-RECU-80.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-RECU-90.
           EXIT.

       ROT-REGI-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  NUM-FPD
           START    CADFPD       KEY  >   NUM-FPD
           IF  FST-FPD  NOT  =  "00"
                                 GO       ROT-REGI-80.

       ROT-REGI-10.
           READ     CADFPD  NEXT
           IF  FST-FPD  NOT  =  "00"
                                 GO       ROT-REGI-80.
           MOVE     NUM-FPD   TO  FAT-REG
           MOVE     CLI-FPD   TO  CLI-REG
           MOVE     DTA-FPD (5:2)  TO  EMI-REG (1:2)
           MOVE     DTA-FPD (3:2)  TO  EMI-REG (4:2)
           MOVE     DTA-FPD (1:2)  TO  EMI-REG (7:2)
           MOVE     DTV-FPD (5:2)  TO  VCT-REG (1:2)
           MOVE     DTV-FPD (3:2)  TO  VCT-REG (4:2)
           MOVE     DTV-FPD (1:2)  TO  VCT-REG (7:2)
           MOVE     DTB-FPD (5:2)  TO  BXA-REG (1:2)
           MOVE     DTB-FPD (3:2)  TO  BXA-REG (4:2)
           MOVE     DTB-FPD (1:2)  TO  BXA-REG (7:2)
           MOVE     ATR-FPD   TO  ATR-REG
           MOVE     PRD-FPD   TO  PRD-REG
           MOVE     REC-FPD   TO  REC-REG
           MOVE     MOT-FPD   TO  MOT-REG
           MOVE     DOC-FPD   TO  DOC-REG
           PERFORM  ROT-DEDU-00
              THRU  ROT-DEDU-90
           ADD      1         TO  TOT-QTD
           ADD      PRD-FPD   TO  TOT-PRD
           ADD      REC-FPD   TO  TOT-RCP
           WRITE    LIN-REL   FROM  LIN-REG
           GO       ROT-REGI-10.

       ROT-REGI-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-QTD   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-PRD   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-RCP   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-DED   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7.
       ROT-REGI-90.
           EXIT.

       ROT-DEDU-00.
           MOVE  "NAO DEDUTIVEL"                   TO  DED-REG
           IF  MOT-FPD   =  "F"
               MOVE  "DEDUTIVEL - FALENCIA/RJ"     TO  DED-REG
                                 GO       ROT-DEDU-80.
           IF  PRD-FPD  NOT  >   15000  AND  ATR-FPD  >  180
               MOVE  "DEDUTIVEL - ATE 15 MIL"      TO  DED-REG
                                 GO       ROT-DEDU-80.
           IF  ATR-FPD  NOT  >   365
                                 GO       ROT-DEDU-90.
           IF  MOT-FPD   =  "J"
               MOVE  "DEDUTIVEL - ACAO JUDICIAL"   TO  DED-REG
                                 GO       ROT-DEDU-80.
           IF  PRD-FPD  NOT  >   100000  AND  MOT-FPD  =  "C"
               MOVE  "DEDUTIVEL - COBRANCA ADM"    TO  DED-REG
                                 GO       ROT-DEDU-80.
           GO       ROT-DEDU-90.

       ROT-DEDU-80.
           ADD      PRD-FPD   TO  TOT-DED.
       ROT-DEDU-90.
           EXIT.
