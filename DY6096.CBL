       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6096.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADPRT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-PRT
                       ALTERNATE RECORD  KEY     IS  CLI-PRT
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-PRT.

           SELECT      CADPGF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-PGF
                       ALTERNATE RECORD  KEY     IS  CLI-PGF
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-PGF.

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

           SELECT      ARQPRT        ASSIGN  TO  "PROTESTO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQRMS        ASSIGN  TO  "REMPROT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-RMS.

           SELECT      REL-PRT       ASSIGN  TO  "RELPROT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPRT.CPY.
       COPY  CADPGF.CPY.
       COPY  CADFAT.CPY.
       COPY  CADVFT.CPY.
       COPY  CADCLI.CPY.

       FD  ARQPRT.
       01  LIN-ARQ               PIC  X(120).

       FD  ARQRMS.
       01  LIN-RMS               PIC  X(200).

       FD  REL-PRT.
       01  LIN-REL               PIC  X(150).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PRT          PIC  X(02).
           03  FST-PGF          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-RMS          PIC  X(02).
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
           03  DTA-AUX          PIC  9(06).
           03  RED-AUX          REDEFINES  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).
           03  DIA-ATR          PIC S9(05).
           03  TIP-AUX          PIC  X(01).
           03  DST-AUX          PIC  X(01).
           03  STA-AUX          PIC  X(01).
           03  CLI-AUX          PIC  9(05).
           03  FAT-AUX          PIC  9(06).
           03  PRZ-AUX          PIC  9(05).
           03  CUS-AUX          PIC  9(05)V99.
           03  PTC-AUX          PIC  X(15).
           03  OPR-AUX          PIC  X(10).
           03  VAL-LIQ          PIC S9(08)V99.
           03  TOT-ENV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-STA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-RET          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ABE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VAL          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-CUS          PIC  9(07)V99  VALUE  ZEROS.

       01  PRM-FER.
           03  DTA-FER          PIC  9(06).

       01  LIN-INC.
           03  TIP-INC           PIC  X(01).
           03  DST-INC           PIC  X(01).
           03  FAT-INC           PIC  9(06).
           03  CLI-INC           PIC  9(05).
           03  CGC-INC           PIC  X(10).
           03  NOM-INC           PIC  X(40).
           03  END-INC           PIC  X(40).
           03  CID-INC           PIC  X(25).
           03  EST-INC           PIC  X(02).
           03  CEP-INC           PIC  9(08).
           03  EMI-INC           PIC  9(06).
           03  VCT-INC           PIC  9(06).
           03  VAL-INC           PIC  9(09)V99.
           03  PTC-INC           PIC  X(15).

       01  LIN-CAB1              PIC  X(150) VALUE
           "PROTESTO E NEGATIVACAO DE FATURAS EM ATRASO - MOVIMENTO".
       01  LIN-CAB2              PIC  X(150) VALUE
           "TIPO FATURA CLIENTE NOME                      VENCTO    DIAS
      -    "         VALOR D S    CUSTAS SITUACAO".
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
           03  DST-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  STA-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CUS-DET           PIC  ZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(35).

       01  LIN-CAB3              PIC  X(150) VALUE
           "TITULOS EM PROTESTO / NEGATIVACAO EM ANDAMENTO".
       01  LIN-CAB4              PIC  X(150) VALUE
           "FATURA CLIENTE VENCTO   ENVIO    DT.SIT.         VALOR    CU
      -    "STAS D S PROTOCOLO".
       01  LIN-LST.
           03  FAT-LST           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-LST           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  VCT-LST           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ENV-LST           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  STS-LST           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-LST           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CUS-LST           PIC  ZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DST-LST           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  STA-LST           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PTC-LST           PIC  X(15).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TITULOS ENVIADOS NESTE PROCESSAMENTO ...".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "RETORNOS DE SITUACAO REGISTRADOS .......".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "INSTRUCOES DE RETIRADA/BAIXA GERADAS ...".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "TITULOS EM ANDAMENTO / VALOR ...........".
           03  TOT-DET5          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  TOT-DET6          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "CUSTAS REGISTRADAS (TODOS OS TITULOS) ..".
           03  TOT-DET7          PIC  Z.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADPRT
           IF  FST-PRT   =  "35" CLOSE    CADPRT
                                 OPEN     OUTPUT   CADPRT
                                 CLOSE    CADPRT
                                 OPEN     I-O      CADPRT.
           OPEN     I-O       CADPGF
           IF  FST-PGF   =  "35" CLOSE    CADPGF
                                 OPEN     OUTPUT   CADPGF
                                 CLOSE    CADPGF
                                 OPEN     I-O      CADPGF.
           OPEN     I-O       CADFAT
           OPEN     INPUT     CADVFT    CADCLI
           OPEN     OUTPUT    ARQRMS    REL-PRT
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           PERFORM  ROT-RETI-00
              THRU  ROT-RETI-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ENV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-STA   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-RET   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-REJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90
           CLOSE    CADPRT    CADPGF    CADFAT    CADVFT
                    CADCLI    ARQRMS    REL-PRT
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQPRT
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQPRT    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           IF  TIP-AUX   =  "E"  PERFORM  ROT-ENVI-00
                                    THRU  ROT-ENVI-90.
           IF  TIP-AUX   =  "S"  PERFORM  ROT-SITU-00
                                    THRU  ROT-SITU-90.
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQPRT.
       ROT-MOVI-90.
           EXIT.

       ROT-ENVI-00.
           MOVE     ZEROS     TO  PRZ-AUX   CLI-AUX
           MOVE     SPACES    TO  DST-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              PRZ-AUX
                              DST-AUX
                              CLI-AUX
                              OPR-AUX
           IF  PRZ-AUX   =   0   MOVE     30       TO  PRZ-AUX.
           IF  DST-AUX   =  SPACE
                                 MOVE     "C"      TO  DST-AUX.
           IF  DST-AUX  NOT  =  "C"  AND  "S"
               MOVE     TIP-AUX   TO  TIP-DET
               MOVE     ZEROS     TO  FAT-DET   CLI-DET   VCT-DET
                                      ATR-DET   VAL-DET   CUS-DET
               MOVE     SPACES    TO  NOM-DET   STA-DET
               MOVE     DST-AUX   TO  DST-DET
               MOVE  "DESTINO INVALIDO (C/S)"      TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
                                 GO       ROT-ENVI-90.
           MOVE     SPACES    TO  CHV-FAT
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-ENVI-90.

       ROT-ENVI-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-ENVI-90.
           IF  CLI-AUX  NOT  =   0   AND
               CLI-FAT  NOT  =   CLI-AUX
                                 GO       ROT-ENVI-10.
           IF  FLG-FAT   =  "R"  GO       ROT-ENVI-10.
           COMPUTE  VAL-LIQ   =  VAL-FAT  -   ABT-FAT
           IF  VAL-LIQ  NOT  >   0
                                 GO       ROT-ENVI-10.
           MOVE     DTA-HOJ   TO  DTA-AUX
           PERFORM  ROT-VENC-00
              THRU  ROT-VENC-90
           IF  DIA-ATR   <       PRZ-AUX
                                 GO       ROT-ENVI-10.
           MOVE     NUM-FAT   TO  NUM-PRT
           READ     CADPRT
           IF  FST-PRT   =  "00"  AND
               STA-PRT  NOT  =  "W"
                                 GO       ROT-ENVI-10.
           MOVE     NUM-FAT   TO  NUM-PRT
           MOVE     CLI-FAT   TO  CLI-PRT
           MOVE     DTA-FAT   TO  DTA-PRT
           MOVE     DTA-VCT   TO  DTV-PRT
           MOVE     VAL-LIQ   TO  VAL-PRT
           MOVE     DST-AUX   TO  DST-PRT
           MOVE     DTA-HOJ   TO  DTE-PRT   DTS-PRT
           MOVE     "E"       TO  STA-PRT
           MOVE     SPACES    TO  PTC-PRT
           MOVE     ZEROS     TO  CUS-PRT   DTR-PRT
           MOVE     OPR-AUX   TO  OPR-PRT
           IF  FST-PRT   =  "00" REWRITE  REG-PRT
           ELSE                  WRITE    REG-PRT.
           MOVE     "I"       TO  TIP-INC
           PERFORM  ROT-GRMS-00
              THRU  ROT-GRMS-90
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     DIA-ATR   TO  ATR-DET
           MOVE     ZEROS     TO  CUS-DET
           IF  DST-PRT   =  "C"
               MOVE  "ENVIADO A CARTORIO DE PROTESTO" TO  SIT-DET
           ELSE
               MOVE  "ENVIADO PARA NEGATIVACAO"    TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           ADD      1         TO  TOT-ENV
           GO       ROT-ENVI-10.

       ROT-ENVI-90.
           EXIT.

       ROT-VENC-00.
           MOVE     DTA-FAT   TO  DTA-FER
           MOVE     NUM-FAT   TO  CHV-VFT
           READ     CADVFT
           IF  FST-VFT   =  "00" MOVE     DTV-VFT  TO  DTA-FER.
           CALL    "DYFERI"  USING  PRM-FER
           MOVE     DTA-FER   TO  DTA-VCT
           COMPUTE  DIA-ATR  =  (ANO-AUX  -   ANO-VCT)  *  365
                             +  (MES-AUX  -   MES-VCT)  *  30
                             +  (DIA-AUX  -   DIA-VCT)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
       ROT-VENC-90.
           EXIT.

       ROT-GRMS-00.
           MOVE     DST-PRT   TO  DST-INC   DST-DET
           MOVE     NUM-PRT   TO  FAT-INC   FAT-DET
           MOVE     CLI-PRT   TO  CLI-INC   CLI-DET   CHV-CLI
           MOVE     DTA-PRT   TO  EMI-INC
           MOVE     DTV-PRT   TO  VCT-INC
           MOVE     VAL-PRT   TO  VAL-INC   VAL-DET
           MOVE     PTC-PRT   TO  PTC-INC
           MOVE     STA-PRT   TO  STA-DET
           MOVE     DTV-PRT (5:2)  TO  VCT-DET (1:2)
           MOVE     DTV-PRT (3:2)  TO  VCT-DET (4:2)
           MOVE     DTV-PRT (1:2)  TO  VCT-DET (7:2)
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
                                 MOVE     SPACES   TO  REG-CLI
                                 MOVE     ZEROS    TO  CEP-CLI.
           MOVE     CGC-CLI   TO  CGC-INC
           MOVE     NOM-CLI   TO  NOM-INC   NOM-DET
           MOVE     END-CLI   TO  END-INC
           MOVE     CID-CLI   TO  CID-INC
           MOVE     EST-CLI   TO  EST-INC
           MOVE     CEP-CLI   TO  CEP-INC
           WRITE    LIN-RMS   FROM  LIN-INC.
       ROT-GRMS-90.
           EXIT.

       ROT-SITU-00.
           MOVE     ZEROS     TO  FAT-AUX   DTA-AUX   CUS-AUX
           MOVE     SPACES    TO  STA-AUX   PTC-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              FAT-AUX
                              STA-AUX
                              DTA-AUX
                              CUS-AUX
                              PTC-AUX
           IF  DTA-AUX   =   ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     FAT-AUX   TO  FAT-DET
           MOVE     ZEROS     TO  CLI-DET   VCT-DET   ATR-DET
                                  VAL-DET
           MOVE     SPACES    TO  NOM-DET   DST-DET
           MOVE     STA-AUX   TO  STA-DET
           MOVE     CUS-AUX   TO  CUS-DET
           MOVE     FAT-AUX   TO  NUM-PRT
           READ     CADPRT
           IF  FST-PRT  NOT  =  "00"
               MOVE  "TITULO NAO ENVIADO A PROTESTO" TO  SIT-DET
                                 GO       ROT-SITU-80.
           MOVE     CLI-PRT   TO  CLI-DET   CHV-CLI
           READ     CADCLI
           IF  FST-CLI   =  "00" MOVE     NOM-CLI  TO  NOM-DET.
           MOVE     DTV-PRT (5:2)  TO  VCT-DET (1:2)
           MOVE     DTV-PRT (3:2)  TO  VCT-DET (4:2)
           MOVE     DTV-PRT (1:2)  TO  VCT-DET (7:2)
           MOVE     VAL-PRT   TO  VAL-DET
           MOVE     DST-PRT   TO  DST-DET
           IF  STA-AUX  NOT  =  "P"  AND  "C"  AND  "W"
               MOVE  "SITUACAO INVALIDA (P/C/W)"   TO  SIT-DET
                                 GO       ROT-SITU-80.
           IF  STA-PRT   =  "C"  OR
               STA-PRT   =  "W"
               MOVE  "TITULO JA ENCERRADO"         TO  SIT-DET
                                 GO       ROT-SITU-80.
           IF  STA-AUX   =  "P"  AND
               STA-PRT  NOT  =  "E"
               MOVE  "TITULO NAO ESTA AGUARDANDO"  TO  SIT-DET
                                 GO       ROT-SITU-80.
           IF  STA-AUX   =  "C"  AND
               STA-PRT   =  "R"
               MOVE  "RETIRADA JA SOLICITADA"      TO  SIT-DET
                                 GO       ROT-SITU-80.
           ADD      CUS-AUX   TO  CUS-PRT
           MOVE     STA-AUX   TO  STA-PRT
           MOVE     DTA-AUX   TO  DTS-PRT
           IF  PTC-AUX  NOT  =  SPACES
                                 MOVE     PTC-AUX  TO  PTC-PRT.
           REWRITE  REG-PRT
           IF  STA-AUX   =  "P"  AND  DST-PRT  =  "C"
               MOVE  "PROTESTADO"                  TO  SIT-DET.
           IF  STA-AUX   =  "P"  AND  DST-PRT  =  "S"
               MOVE  "NEGATIVADO"                  TO  SIT-DET.
           IF  STA-AUX   =  "W"
               MOVE  "RETIRADO / BAIXADO"          TO  SIT-DET.
           IF  STA-AUX   =  "C"
               MOVE  "PAGO EM CARTORIO"            TO  SIT-DET
               PERFORM  ROT-PGCT-00
                  THRU  ROT-PGCT-90.
           ADD      1         TO  TOT-STA
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-SITU-90.

       ROT-SITU-80.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-SITU-90.
           EXIT.

       ROT-PGCT-00.
           MOVE     SPACES    TO  CHV-FAT
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-PGCT-90.

       ROT-PGCT-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-PGCT-90.
           IF  NUM-FAT  NOT  =   NUM-PRT
                                 GO       ROT-PGCT-10.
           PERFORM  ROT-VENC-00
              THRU  ROT-VENC-90
           MOVE     NUM-FAT   TO  NUM-PGF
           MOVE     CLI-FAT   TO  CLI-PGF
           MOVE     DTA-FAT   TO  DTA-PGF
           MOVE     DTA-VCT   TO  DTV-PGF
           MOVE     DTA-AUX   TO  DTP-PGF
           MOVE     VAL-FAT   TO  VAL-PGF
           MOVE     ABT-FAT   TO  ABT-PGF
           MOVE     DIA-ATR   TO  ATR-PGF
           MOVE     "C"       TO  ORG-PGF
           WRITE    REG-PGF
           IF  FST-PGF   =  "22" REWRITE  REG-PGF.
           DELETE   CADFAT
           MOVE  "PAGO EM CARTORIO - FATURA BAIXADA"  TO  SIT-DET.
       ROT-PGCT-90.
           EXIT.

       ROT-RETI-00.
           MOVE     ZEROS     TO  NUM-PRT
           START    CADPRT       KEY  >   NUM-PRT
           IF  FST-PRT  NOT  =  "00"
                                 GO       ROT-RETI-90.

       ROT-RETI-10.
           READ     CADPRT  NEXT
           IF  FST-PRT  NOT  =  "00"
                                 GO       ROT-RETI-90.
           IF  STA-PRT  NOT  =  "E"  AND  "P"
                                 GO       ROT-RETI-10.
           MOVE     NUM-PRT   TO  NUM-PGF
           READ     CADPGF
           IF  FST-PGF  NOT  =  "00"
                                 GO       ROT-RETI-10.
           MOVE     "R"       TO  STA-PRT
           MOVE     DTA-HOJ   TO  DTR-PRT   DTS-PRT
           REWRITE  REG-PRT
           MOVE     "B"       TO  TIP-INC
           PERFORM  ROT-GRMS-00
              THRU  ROT-GRMS-90
           MOVE     "B"       TO  TIP-DET
           MOVE     ATR-PGF   TO  ATR-DET
           MOVE     CUS-PRT   TO  CUS-DET
           IF  DST-PRT   =  "C"
               MOVE  "PAGO - RETIRADA DO PROTESTO" TO  SIT-DET
           ELSE
               MOVE  "PAGO - BAIXA DA NEGATIVACAO" TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           ADD      1         TO  TOT-RET
           GO       ROT-RETI-10.

       ROT-RETI-90.
           EXIT.

       ROT-LIST-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  NUM-PRT
           START    CADPRT       KEY  >   NUM-PRT
           IF  FST-PRT  NOT  =  "00"
                                 GO       ROT-LIST-80.

       ROT-LIST-10.
           READ     CADPRT  NEXT
           IF  FST-PRT  NOT  =  "00"
                                 GO       ROT-LIST-80.
           ADD      CUS-PRT   TO  TOT-CUS
           IF  STA-PRT   =  "C"  OR
               STA-PRT   =  "W"  GO       ROT-LIST-10.
           MOVE     NUM-PRT   TO  FAT-LST
           MOVE     CLI-PRT   TO  CLI-LST
           MOVE     DTV-PRT (5:2)  TO  VCT-LST (1:2)
           MOVE     DTV-PRT (3:2)  TO  VCT-LST (4:2)
           MOVE     DTV-PRT (1:2)  TO  VCT-LST (7:2)
           MOVE     DTE-PRT (5:2)  TO  ENV-LST (1:2)
           MOVE     DTE-PRT (3:2)  TO  ENV-LST (4:2)
           MOVE     DTE-PRT (1:2)  TO  ENV-LST (7:2)
           MOVE     DTS-PRT (5:2)  TO  STS-LST (1:2)
           MOVE     DTS-PRT (3:2)  TO  STS-LST (4:2)
           MOVE     DTS-PRT (1:2)  TO  STS-LST (7:2)
           MOVE     VAL-PRT   TO  VAL-LST
           MOVE     CUS-PRT   TO  CUS-LST
           MOVE     DST-PRT   TO  DST-LST
           MOVE     STA-PRT   TO  STA-LST
           MOVE     PTC-PRT   TO  PTC-LST
           ADD      1         TO  TOT-ABE
           ADD      VAL-PRT   TO  TOT-VAL
           WRITE    LIN-REL   FROM  LIN-LST
           GO       ROT-LIST-10.

       ROT-LIST-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ABE   TO  TOT-DET5
           MOVE     TOT-VAL   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-CUS   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT6.
       ROT-LIST-90.
           EXIT.
