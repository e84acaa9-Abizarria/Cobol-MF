       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6093.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADEXF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EXF
                       FILE          STATUS  IS  FST-EXF.

           SELECT      CADNFH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFH
                       FILE          STATUS  IS  FST-NFH.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       ALTERNATE RECORD  KEY     IS  CLI-FAT
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-FAT
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADMOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOT
                       FILE          STATUS  IS  FST-MOT.

           SELECT      CADVEI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VEI
                       FILE          STATUS  IS  FST-VEI.

           SELECT      ARQEXP        ASSIGN  TO  "EXPFROTA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      EXPCSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CSV.

           SELECT      EXPFIX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-FIX.

           SELECT      REL-EXP       ASSIGN  TO  "RELEXPFR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEXF.CPY.
       COPY  CADNFH.CPY.
       COPY  CADCLI.CPY.
       COPY  CADFAT.CPY.
       COPY  CADCRD.CPY.
       COPY  CADMOT.CPY.
       COPY  CADVEI.CPY.

       FD  ARQEXP.
       01  LIN-ARQ               PIC  X(90).

       FD  EXPCSV.
       01  LIN-CSV               PIC  X(160).

       FD  EXPFIX.
       01  LIN-FIX               PIC  X(150).

       FD  REL-EXP.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EXF          PIC  X(02).
           03  FST-NFH          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-MOT          PIC  X(02).
           03  FST-VEI          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-CSV          PIC  X(02).
           03  FST-FIX          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  HRA-HOJ          PIC  9(08).
           03  CLI-AUX          PIC  9(05).
           03  MES-AUX          PIC  9(04).
           03  RED-MES          REDEFINES   MES-AUX.
               05  ANO-MES      PIC  9(02).
               05  MMM-MES      PIC  9(02).
           03  MES-ANT          PIC  9(04).
           03  RED-ANT          REDEFINES   MES-ANT.
               05  ANO-ANT      PIC  9(02).
               05  MMM-ANT      PIC  9(02).
           03  DST-AUX          PIC  X(40).
           03  OPR-AUX          PIC  X(10).
           03  ENV-NOM          PIC  X(10).
           03  ARQ-CSV          PIC  X(15).
           03  ARQ-FIX          PIC  X(15).
           03  SIT-AUX          PIC  X(25).
           03  DTF-AUX.
               05  AAM-DTF      PIC  9(04).
               05  DIA-DTF      PIC  9(02).
           03  DT8-AUX.
               05  SEC-DT8      PIC  9(02).
               05  ANO-DT8      PIC  9(02).
               05  MES-DT8      PIC  9(02).
               05  DIA-DT8      PIC  9(02).
           03  PLA-AUX          PIC  X(07).
           03  KMS-AUX          PIC  9(07).
           03  LTS-AUX          PIC  9(04)V9.
           03  MOT-AUX          PIC  9(03).
           03  NMT-AUX          PIC  X(25).
           03  PRD-AUX          PIC  X(25).
           03  VEI-AUX          PIC  X(20).
           03  PRC-AUX          PIC  9(03)V999.
           03  QTD-EXP          PIC  9(05).
           03  VAL-EXP          PIC  9(08)V99.
           03  QTD-FTC          PIC  9(03).
           03  VAL-FTC          PIC  9(08)V99.
           03  IND-CRD          PIC  9(04).
           03  NCR-AUX          PIC  9(04).
           03  FLG-CRD          PIC  X(01).
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DIV          PIC  9(05)  VALUE  ZEROS.

           03  TAB-CRD.
               05  REG-TCR      OCCURS  3000.
                   07  DTA-TCR  PIC  9(06).
                   07  NUM-TCR  PIC  X(10).
                   07  PLA-TCR  PIC  X(07).
                   07  KMS-TCR  PIC  9(07).
                   07  QTD-TCR  PIC  9(04)V9.
                   07  MOT-TCR  PIC  9(03).
                   07  NOM-TCR  PIC  X(25).

       01  CAB-CSV               PIC  X(160) VALUE
           "DATA;HORA;PLACA;VEICULO;MOTORISTA;ODOMETRO;PRODUTO;LITROS;P
      -    "RECO UNITARIO;VALOR;FATURA;NOTA".
       01  DET-CSV.
           03  DTA-CSV.
               05  DIA-CSV      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-CSV      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-CSV      PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  HRA-CSV          PIC  X(05).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  PLA-CSV          PIC  X(07).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  VEI-CSV          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  MOT-CSV          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  KMS-CSV          PIC  9(07).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  PRD-CSV          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  QTD-CSV          PIC  ZZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  PRC-CSV          PIC  ZZ9,999.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  VAL-CSV          PIC  ZZZZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  FAT-CSV          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  NTA-CSV          PIC  X(10).
       01  TOT-CSV.
           03  FILLER           PIC  X(06)  VALUE  "TOTAL;".
           03  QTD-TCS          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  VAL-TCS          PIC  ZZZZZZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  ";".
           03  FAT-TCS          PIC  ZZZZZZZ9,99.

       01  HDR-FIX.
           03  FILLER           PIC  X(01)  VALUE  "0".
           03  CGC-HFX          PIC  X(10).
           03  CLI-HFX          PIC  9(05).
           03  NOM-HFX          PIC  X(40).
           03  MES-HFX          PIC  9(06).
           03  DTA-HFX          PIC  9(08).
           03  HRA-HFX          PIC  9(06).
       01  DET-FIX.
           03  FILLER           PIC  X(01)  VALUE  "1".
           03  DTA-DFX          PIC  9(08).
           03  HRA-DFX          PIC  X(04).
           03  PLA-DFX          PIC  X(07).
           03  VEI-DFX          PIC  X(20).
           03  MOT-DFX          PIC  9(03).
           03  NMT-DFX          PIC  X(25).
           03  KMS-DFX          PIC  9(07).
           03  PRD-DFX          PIC  X(25).
           03  QTD-DFX          PIC  9(05)V999.
           03  PRC-DFX          PIC  9(03)V999.
           03  VAL-DFX          PIC  9(07)V99.
           03  FAT-DFX          PIC  9(06).
           03  NTA-DFX          PIC  X(10).
       01  TRL-FIX.
           03  FILLER           PIC  X(01)  VALUE  "9".
           03  QTD-TFX          PIC  9(06).
           03  VAL-TFX          PIC  9(09)V99.
           03  FAT-TFX          PIC  9(09)V99.

       01  LIN-CAB1              PIC  X(130) VALUE
           "EXPORTACAO MENSAL DE ABASTECIMENTOS PARA CLIENTES DE FROTA".
       01  LIN-CAB2              PIC  X(130) VALUE
           "CLIENTE NOME                      MES   TRANS.  VALOR EXPORT
      -    ".  TOTAL FATURAS ARQUIVO         SITUACAO".
       01  LIN-DET.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MES-DET           PIC  99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FAT-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ARQ-DET           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(25).
       01  LIN-DST.
           03  FILLER            PIC  X(14)  VALUE  SPACES.
           03  FILLER            PIC  X(11)  VALUE  "ENVIADO A: ".
           03  DST-DET           PIC  X(40).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  FIX-DET           PIC  X(15).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ARQUIVOS GERADOS .......................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "SOLICITACOES REJEITADAS ................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ARQUIVOS DIVERGENTES DAS FATURAS .......".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           ACCEPT   HRA-HOJ   FROM  TIME
           OPEN     I-O       CADEXF
           IF  FST-EXF   =  "35" CLOSE    CADEXF
                                 OPEN     OUTPUT   CADEXF
                                 CLOSE    CADEXF
                                 OPEN     I-O      CADEXF.
           OPEN     I-O       CADNFH
           IF  FST-NFH   =  "35" CLOSE    CADNFH
                                 OPEN     OUTPUT   CADNFH
                                 CLOSE    CADNFH
                                 OPEN     I-O      CADNFH.
           OPEN     INPUT     CADCLI    CADFAT    CADCRD
                              CADMOT    CADVEI
           OPEN     OUTPUT    REL-EXP
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-DIV   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADEXF    CADNFH    CADCLI    CADFAT
                    CADCRD    CADMOT    CADVEI    REL-EXP
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQEXP
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQEXP    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  CLI-AUX   MES-AUX
           MOVE     SPACES    TO  DST-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     CLI-AUX
                              MES-AUX
                              DST-AUX
                              OPR-AUX
           IF  MES-AUX   =       ZEROS
                                 PERFORM  ROT-MANT-00
                                    THRU  ROT-MANT-90.
           MOVE     CLI-AUX   TO  CLI-DET
           MOVE     SPACES    TO  NOM-DET   ARQ-DET
           MOVE     MMM-MES   TO  MES-DET (1:2)
           MOVE     ANO-MES   TO  MES-DET (4:2)
           MOVE     ZEROS     TO  QTD-DET   VAL-DET   FAT-DET
           IF  MMM-MES   =   0   OR  MMM-MES   >   12
               MOVE  "MES DE REFERENCIA INVALIDO"  TO  SIT-DET
                                 GO       ROT-CARG-70.
           MOVE     CLI-AUX   TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
               MOVE  "CLIENTE INEXISTENTE"         TO  SIT-DET
                                 GO       ROT-CARG-70.
           MOVE     NOM-CLI   TO  NOM-DET
           IF  DST-AUX   =       SPACES
                                 MOVE     CNT-CLI  TO  DST-AUX.
           PERFORM  ROT-EXPT-00
              THRU  ROT-EXPT-90
           MOVE     QTD-EXP   TO  QTD-DET
           MOVE     VAL-EXP   TO  VAL-DET
           MOVE     VAL-FTC   TO  FAT-DET
           MOVE     ARQ-CSV   TO  ARQ-DET
           MOVE     SIT-AUX   TO  SIT-DET
           MOVE     DST-AUX   TO  DST-DET
           MOVE     ARQ-FIX   TO  FIX-DET
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           WRITE    LIN-REL   FROM  LIN-DST
           GO       ROT-CARG-10.

       ROT-CARG-70.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQEXP.
       ROT-CARG-90.
           EXIT.

       ROT-MANT-00.
           MOVE     DTA-HOJ (1:4)  TO  MES-AUX
           SUBTRACT 1         FROM  MMM-MES
           IF  MMM-MES   >   0   GO       ROT-MANT-90.
           MOVE     12        TO  MMM-MES
           IF  ANO-MES   =   0   MOVE     99       TO  ANO-MES
           ELSE                  SUBTRACT 1        FROM  ANO-MES.
       ROT-MANT-90.
           EXIT.

       ROT-EXPT-00.
           MOVE     ZEROS     TO  QTD-EXP   VAL-EXP
                                  QTD-FTC   VAL-FTC
           PERFORM  ROT-TCRD-00
              THRU  ROT-TCRD-90
           MOVE     SPACES    TO  ARQ-CSV   ARQ-FIX
           STRING   "F"       CLI-AUX   "_"   MES-AUX   ".CSV"
                     DELIMITED  BY  SIZE   INTO  ARQ-CSV
           STRING   "F"       CLI-AUX   "_"   MES-AUX   ".TXT"
                     DELIMITED  BY  SIZE   INTO  ARQ-FIX
           MOVE     "dd_EXPCSV"  TO  ENV-NOM
           DISPLAY  ENV-NOM      UPON  ENVIRONMENT-NAME
           DISPLAY  ARQ-CSV      UPON  ENVIRONMENT-VALUE
           MOVE     "dd_EXPFIX"  TO  ENV-NOM
           DISPLAY  ENV-NOM      UPON  ENVIRONMENT-NAME
           DISPLAY  ARQ-FIX      UPON  ENVIRONMENT-VALUE
           OPEN     OUTPUT    EXPCSV    EXPFIX
           WRITE    LIN-CSV   FROM  CAB-CSV
           MOVE     CGC-CLI   TO  CGC-HFX
           MOVE     CLI-AUX   TO  CLI-HFX
           MOVE     NOM-CLI   TO  NOM-HFX
           MOVE     MES-AUX   TO  MES-HFX
           IF  ANO-MES   <   50  MOVE     20       TO  MES-HFX (1:2)
           ELSE                  MOVE     19       TO  MES-HFX (1:2).
           MOVE     DTA-HOJ   TO  DTF-AUX
           PERFORM  ROT-DAT8-00
              THRU  ROT-DAT8-90
           MOVE     DT8-AUX   TO  DTA-HFX
           MOVE     HRA-HOJ (1:6)  TO  HRA-HFX
           WRITE    LIN-FIX   FROM  HDR-FIX
           MOVE     CLI-AUX   TO  CLI-FAT
           START    CADFAT       KEY  =   CLI-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-EXPT-50.

       ROT-EXPT-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"  OR
               CLI-FAT  NOT  =   CLI-AUX
                                 GO       ROT-EXPT-50.
           MOVE     DTA-FAT   TO  DTF-AUX
           IF  AAM-DTF  NOT  =   MES-AUX
                                 GO       ROT-EXPT-10.
           ADD      1         TO  QTD-FTC
           ADD      VAL-FAT   TO  VAL-FTC
           PERFORM  ROT-NOTA-00
              THRU  ROT-NOTA-90
           GO       ROT-EXPT-10.

       ROT-EXPT-50.
           MOVE     QTD-EXP   TO  QTD-TCS   QTD-TFX
           MOVE     VAL-EXP   TO  VAL-TCS   VAL-TFX
           MOVE     VAL-FTC   TO  FAT-TCS   FAT-TFX
           WRITE    LIN-CSV   FROM  TOT-CSV
           WRITE    LIN-FIX   FROM  TRL-FIX
           CLOSE    EXPCSV    EXPFIX
           MOVE     "C"       TO  SIT-EXF
           MOVE     "CONFERE COM AS FATURAS"   TO  SIT-AUX
           IF  FLG-CRD   =  "S"
               MOVE  "CONFERE - DETALHE PARCIAL"   TO  SIT-AUX.
           IF  QTD-FTC   =   0
               MOVE     "V"       TO  SIT-EXF
               MOVE  "SEM FATURAS NO MES"          TO  SIT-AUX.
           IF  VAL-EXP  NOT  =   VAL-FTC
               MOVE     "D"       TO  SIT-EXF
               MOVE  "DIVERGENTE DAS FATURAS"      TO  SIT-AUX
               ADD      1         TO  TOT-DIV.
           MOVE     CLI-AUX   TO  CLI-EXF
           MOVE     MES-AUX   TO  MES-EXF
           MOVE     ZEROS     TO  SEQ-EXF
           MOVE     DTA-HOJ   TO  DTA-EXF
           MOVE     HRA-HOJ   TO  HRA-EXF
           MOVE     DST-AUX   TO  DST-EXF
           MOVE     ARQ-CSV   TO  CSV-EXF
           MOVE     ARQ-FIX   TO  FIX-EXF
           MOVE     QTD-EXP   TO  QTD-EXF
           MOVE     VAL-EXP   TO  VAL-EXF
           MOVE     VAL-FTC   TO  FAT-EXF
           MOVE     OPR-AUX   TO  OPR-EXF.

       ROT-EXPT-60.
           ADD      1         TO  SEQ-EXF
           WRITE    REG-EXF
           IF  FST-EXF   =  "22" GO       ROT-EXPT-60.
       ROT-EXPT-90.
           EXIT.

       ROT-NOTA-00.
           MOVE     NUM-FAT   TO  FAT-NFH
           MOVE     ZEROS     TO  SEQ-NFH
           START    CADNFH       KEY  >   CHV-NFH
           IF  FST-NFH  NOT  =  "00"
                                 GO       ROT-NOTA-90.

       ROT-NOTA-10.
           READ     CADNFH  NEXT
           IF  FST-NFH  NOT  =  "00"  OR
               FAT-NFH  NOT  =   NUM-FAT
                                 GO       ROT-NOTA-90.
           PERFORM  ROT-DETL-00
              THRU  ROT-DETL-90
           GO       ROT-NOTA-10.

       ROT-NOTA-90.
           EXIT.

       ROT-DETL-00.
           MOVE     PCA-NFH   TO  PLA-AUX
           MOVE     DES-NFH   TO  PRD-AUX
           MOVE     SPACES    TO  NMT-AUX   VEI-AUX
           MOVE     ZEROS     TO  KMS-AUX   LTS-AUX
                                  MOT-AUX   PRC-AUX
           MOVE     ZEROS     TO  IND-CRD.

       ROT-DETL-10.
           ADD      1         TO  IND-CRD
           IF  IND-CRD   >       NCR-AUX
                                 GO       ROT-DETL-20.
           IF  DTA-TCR (IND-CRD)   NOT  =   DTA-NFH  OR
               NUM-TCR (IND-CRD)   NOT  =   NUM-NFH
                                 GO       ROT-DETL-10.
           MOVE     KMS-TCR (IND-CRD)   TO  KMS-AUX
           MOVE     QTD-TCR (IND-CRD)   TO  LTS-AUX
           MOVE     MOT-TCR (IND-CRD)   TO  MOT-AUX
           IF  NOM-TCR (IND-CRD)   NOT  =   SPACES
               MOVE     NOM-TCR (IND-CRD)   TO  PRD-AUX.
           IF  PLA-AUX   =       SPACES
               MOVE     PLA-TCR (IND-CRD)   TO  PLA-AUX.

       ROT-DETL-20.
           IF  MOT-AUX   >   0   MOVE     CLI-AUX  TO  CLI-MOT
                                 MOVE     MOT-AUX  TO  NUM-MOT
                                 READ     CADMOT
                                 IF  FST-MOT   =  "00"
                                     MOVE     NOM-MOT  TO  NMT-AUX.
           IF  PLA-AUX  NOT  =   SPACES
                                 MOVE     PLA-AUX  TO  CHV-VEI
                                 READ     CADVEI
                                 IF  FST-VEI   =  "00"
                                     MOVE     MOD-VEI  TO  VEI-AUX.
           IF  LTS-AUX   >   0   COMPUTE  PRC-AUX  ROUNDED  =
                                          VAL-NFH  /  LTS-AUX.
           MOVE     DTA-NFH   TO  DTF-AUX
           PERFORM  ROT-DAT8-00
              THRU  ROT-DAT8-90
           MOVE     DIA-DT8   TO  DIA-CSV
           MOVE     MES-DT8   TO  MES-CSV
           MOVE     DT8-AUX (1:4)  TO  ANO-CSV
           MOVE     SPACES    TO  HRA-CSV   HRA-DFX
           MOVE     PLA-AUX   TO  PLA-CSV   PLA-DFX
           MOVE     VEI-AUX   TO  VEI-CSV   VEI-DFX
           MOVE     NMT-AUX   TO  MOT-CSV   NMT-DFX
           MOVE     KMS-AUX   TO  KMS-CSV   KMS-DFX
           MOVE     PRD-AUX   TO  PRD-CSV   PRD-DFX
           MOVE     LTS-AUX   TO  QTD-CSV   QTD-DFX
           MOVE     PRC-AUX   TO  PRC-CSV   PRC-DFX
           MOVE     VAL-NFH   TO  VAL-CSV   VAL-DFX
           MOVE     FAT-NFH   TO  FAT-CSV   FAT-DFX
           MOVE     NUM-NFH   TO  NTA-CSV   NTA-DFX
           MOVE     DT8-AUX   TO  DTA-DFX
           MOVE     MOT-AUX   TO  MOT-DFX
           WRITE    LIN-CSV   FROM  DET-CSV
           WRITE    LIN-FIX   FROM  DET-FIX
           ADD      1         TO  QTD-EXP
           ADD      VAL-NFH   TO  VAL-EXP.
       ROT-DETL-90.
           EXIT.

       ROT-TCRD-00.
           MOVE     ZEROS     TO  NCR-AUX
           MOVE     "N"       TO  FLG-CRD
           MOVE     MES-AUX   TO  MES-ANT
           SUBTRACT 1         FROM  MMM-ANT
           IF  MMM-ANT   =   0   MOVE     12       TO  MMM-ANT
                                 IF  ANO-ANT   =   0
                                     MOVE     99       TO  ANO-ANT
                                 ELSE
                                     SUBTRACT 1        FROM  ANO-ANT.
           MOVE     SPACES    TO  CHV-CRD
           START    CADCRD       KEY  >   CHV-CRD
           IF  FST-CRD  NOT  =  "00"
                                 GO       ROT-TCRD-90.

       ROT-TCRD-10.
           READ     CADCRD  NEXT
           IF  FST-CRD  NOT  =  "00"
                                 GO       ROT-TCRD-90.
           IF  PRX-CRD  NOT  =   5   OR
               CLI-CRD  NOT  =   CLI-AUX
                                 GO       ROT-TCRD-10.
           MOVE     DTA-CRD   TO  DTF-AUX
           IF  AAM-DTF  NOT  =   MES-AUX  AND
               AAM-DTF  NOT  =   MES-ANT
                                 GO       ROT-TCRD-10.
           IF  NCR-AUX   =   3000
                                 MOVE     "S"      TO  FLG-CRD
                                 GO       ROT-TCRD-90.
           ADD      1         TO  NCR-AUX
           MOVE     DTA-CRD   TO  DTA-TCR (NCR-AUX)
           MOVE     NUM-CRD   TO  NUM-TCR (NCR-AUX)
           MOVE     PLA-CRD   TO  PLA-TCR (NCR-AUX)
           MOVE     KMS-CRD   TO  KMS-TCR (NCR-AUX)
           MOVE     QTD-CRD   TO  QTD-TCR (NCR-AUX)
           MOVE     MOT-CRD   TO  MOT-TCR (NCR-AUX)
           MOVE     NOM-CRD   TO  NOM-TCR (NCR-AUX)
           GO       ROT-TCRD-10.

       ROT-TCRD-90.
           EXIT.

       ROT-DAT8-00.
           MOVE     DTF-AUX   TO  DT8-AUX (3:6)
           IF  ANO-DT8   <   50  MOVE     20       TO  SEC-DT8
           ELSE                  MOVE     19       TO  SEC-DT8.
       ROT-DAT8-90.
           EXIT.
