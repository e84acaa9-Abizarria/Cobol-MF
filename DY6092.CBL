       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6092.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADCCL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCL
                       FILE          STATUS  IS  FST-CCL.

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

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       ALTERNATE RECORD  KEY     IS  CLI-FAT
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-FAT
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE RECORD  KEY     IS  CLI-NTA
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-NTA
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADNFH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFH
                       FILE          STATUS  IS  FST-NFH.

           SELECT      REL-NFE       ASSIGN  TO  "NFEELE.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-NFE.

           SELECT      ARQCCL        ASSIGN  TO  "CICLOFAT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-CCL       ASSIGN  TO  "RELCICLO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCCL.CPY.
       COPY  CADVFT.CPY.
       COPY  CADCLI.CPY.
       COPY  CADCTR.CPY.
       COPY  CADFAT.CPY.
       COPY  CADNTA.CPY.
       COPY  CADNFE.CPY.
       COPY  CADNFH.CPY.

       FD  ARQCCL.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-CCL.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CCL          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-CTR          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-NFE          PIC  X(02).
           03  FST-NFH          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTA-COR          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  CLI-AUX          PIC  9(05).
           03  CIC-AUX          PIC  X(01).
           03  DIA-AUX          PIC  9(02).
           03  RVN-AUX          PIC  X(01).
           03  PRZ-AUX          PIC  9(03).
           03  DTA-AUX          PIC  9(06).
           03  OPR-AUX          PIC  X(10).
           03  DTI-AUX          PIC  9(06).
           03  DTC-AUX          PIC  9(06).
           03  DTV-AUX          PIC  9(06).
           03  DCR-AUX          PIC  9(02).
           03  ULT-DIA          PIC  9(02).
           03  SEM-AUX          PIC  9(01).
           03  QTD-VLT          PIC  9(03).
           03  SIT-AUX          PIC  X(25).
           03  FLG-SCT          PIC  X(01).
           03  SCT-NOT          PIC  9(03).
           03  IND-SCT          PIC  9(02).
           03  QTD-SCT          PIC  9(02).
           03  IND2             PIC  9(02).
           03  FAT-ANH          PIC  9(06).
           03  SEQ-ANH          PIC  9(04).
           03  IND-EXC          PIC  9(03).
           03  QTD-EXC          PIC  9(03)  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DEV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-FAT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-SMV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-NFT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VAL          PIC  9(08)V99  VALUE  ZEROS.

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

           03  TOT-ANO          PIC  9(04).
           03  ANO-AX1          PIC  9(04).
           03  ANO-AX2          PIC  9(04).
           03  IND-MES          PIC  9(02).
           03  DIA-SEM          PIC  9(01).
           03  TOT-DIA          PIC  9(07).
           03  TOT-QUO          PIC  9(07).
           03  TOT-RST          PIC  9(07).

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

           03  TAB-SCT.
               05  REG-TSC      OCCURS  50.
                   07  SCT-TSC  PIC  9(03).
                   07  FAT-TSC  PIC  9(06).
                   07  QTD-TSC  PIC  9(04).
                   07  VAL-TSC  PIC  9(07)V99.
           03  TRC-TSC          PIC  X(22).

           03  TAB-EXC.
               05  REG-EXC      OCCURS  200.
                   07  CLI-EXC  PIC  9(05).
                   07  NOM-EXC  PIC  X(25).
                   07  DTC-EXC  PIC  9(06).
                   07  MOT-EXC  PIC  X(25).

       01  PRM-FER.
           03  DTA-FER          PIC  9(06).

       01  PRM-SCT.
           03  CLI-PSC          PIC  9(05).
           03  PLA-PSC          PIC  X(07).
           03  SCT-PSC          PIC  9(03).
           03  MOD-PSC          PIC  X(01).
           03  NOM-PSC          PIC  X(25).
           03  CNT-PSC          PIC  X(15).
           03  DDD-PSC          PIC  9(02).
           03  TEL-PSC          PIC  9(08).

       01  LIN-CAB1              PIC  X(120) VALUE
           "CICLOS DE FATURAMENTO DE CLIENTES - MOVIMENTO CARREGADO".
       01  LIN-CAB2              PIC  X(120) VALUE
           "T CLIENTE CICLO DIA REGRA PRAZO DATA     SITUACAO".
       01  LIN-CAB3.
           03  FILLER            PIC  X(47)  VALUE
               "FATURAMENTO AUTOMATICO POR CICLO - CORTE ATE ".
           03  COR-CB3           PIC  99/99/99.
       01  LIN-CAB4              PIC  X(120) VALUE
           "CLIENTE NOME                      CICLO     INICIO   CORTE  
      -    "  VENCTO   FATURA SUB NOTAS     VALOR SITUACAO".
       01  LIN-CAB5              PIC  X(120) VALUE
           "CLIENTES COM CORTE NO PERIODO NAO FATURADOS".
       01  LIN-CAB6              PIC  X(120) VALUE
           "CLIENTE NOME                      CORTE    MOTIVO".
       01  LIN-DET.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  CIC-DET           PIC  X(01).
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  DIA-DET           PIC  9(02).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  RVN-DET           PIC  X(01).
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  PRZ-DET           PIC  ZZ9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-FAT.
           03  CLI-LFT           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  NOM-LFT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CIC-LFT           PIC  X(09).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTI-LFT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTC-LFT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTV-LFT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FAT-LFT           PIC  ZZZZZZ.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SCT-LFT           PIC  ZZZ.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-LFT           PIC  ZZZZ.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-LFT           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-LFT           PIC  X(22).
       01  LIN-EXC.
           03  CLI-LEX           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  NOM-LEX           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTC-LEX           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-LEX           PIC  X(25).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CICLOS CARREGADOS ......................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "CICLOS REJEITADOS ......................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CLIENTES COM CORTE NO PERIODO ..........".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "FATURAS EMITIDAS .......................".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "CLIENTES SEM NOTAS NO PERIODO ..........".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "CLIENTES NAO FATURADOS .................".
           03  TOT-DET6          PIC  ZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR TOTAL FATURADO ...................".
           03  TOT-DET7          PIC  ZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ   TO  DTA-COR
           OPEN     I-O       CADCCL
           IF  FST-CCL   =  "35" CLOSE    CADCCL
                                 OPEN     OUTPUT   CADCCL
                                 CLOSE    CADCCL
                                 OPEN     I-O      CADCCL.
           OPEN     I-O       CADVFT
           IF  FST-VFT   =  "35" CLOSE    CADVFT
                                 OPEN     OUTPUT   CADVFT
                                 CLOSE    CADVFT
                                 OPEN     I-O      CADVFT.
           OPEN     INPUT     CADCLI
           OPEN     OUTPUT    REL-CCL
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
           OPEN     I-O       CADCTR    CADFAT    CADNTA
           OPEN     EXTEND    REL-NFE
           IF  FST-NFE   =  "35" OPEN     OUTPUT   REL-NFE.
           PERFORM  ROT-NFHA-00
              THRU  ROT-NFHA-90
           READ     CADCTR
           MOVE     DTA-COR (5:2)  TO  COR-CB3 (1:2)
           MOVE     DTA-COR (3:2)  TO  COR-CB3 (4:2)
           MOVE     DTA-COR (1:2)  TO  COR-CB3 (7:2)
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CICL-00
              THRU  ROT-CICL-90
           REWRITE  REG-CTR
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-DEV   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-FAT   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-SMV   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-NFT   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-VAL   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           IF  QTD-EXC   >   0   PERFORM  ROT-EXCL-00
                                    THRU  ROT-EXCL-90.
           CLOSE    CADCCL    CADVFT    CADCLI    CADCTR
                    CADFAT    CADNTA    REL-NFE   REL-CCL
                    CADNFH
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQCCL
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQCCL    AT  END  GO  ROT-CARG-80.
           MOVE     SPACES    TO  TIP-AUX   CIC-AUX   RVN-AUX
                                  OPR-AUX
           MOVE     ZEROS     TO  CLI-AUX   DIA-AUX   PRZ-AUX
                                  DTA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
           IF  TIP-AUX   =  "C"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   CLI-AUX
                                              CIC-AUX   DIA-AUX
                                              RVN-AUX   PRZ-AUX
                                              OPR-AUX.
           IF  TIP-AUX   =  "D"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   DTA-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     CLI-AUX   TO  CLI-DET
           MOVE     CIC-AUX   TO  CIC-DET
           MOVE     DIA-AUX   TO  DIA-DET
           MOVE     RVN-AUX   TO  RVN-DET
           MOVE     PRZ-AUX   TO  PRZ-DET
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           IF  TIP-AUX   =  "D"  MOVE     DTA-AUX  TO  DTA-COR
                                 MOVE  "DATA DE CORTE ALTERADA"
                                                   TO  SIT-DET.
           IF  TIP-AUX   =  "C"  PERFORM  ROT-GCCL-00
                                    THRU  ROT-GCCL-90.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQCCL.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  TIP-AUX  NOT  =  "C"  AND
               TIP-AUX  NOT  =  "D"
               MOVE  "TIPO DE REGISTRO INVALIDO"     TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX   =  "C"  GO       ROT-VALD-10.
           MOVE     DTA-AUX   TO  DTA-CAL
           IF  DTA-AUX   =       ZEROS    OR
               DTA-AUX   >       DTA-HOJ  OR
               MES-CAL   <   1   OR   MES-CAL   >   12  OR
               DIA-CAL   <   1   OR   DIA-CAL   >   31
               MOVE  "DATA DE CORTE INVALIDA"        TO  SIT-DET.
           GO       ROT-VALD-90.

       ROT-VALD-10.
           MOVE     CLI-AUX   TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
               MOVE  "CLIENTE INEXISTENTE"           TO  SIT-DET
               GO       ROT-VALD-90.
           IF  CIC-AUX  NOT  =  "S"  AND
               CIC-AUX  NOT  =  "D"  AND
               CIC-AUX  NOT  =  "Q"  AND
               CIC-AUX  NOT  =  "M"
               MOVE  "CICLO INVALIDO"                TO  SIT-DET
               GO       ROT-VALD-90.
           IF  CIC-AUX   =  "S"  AND
              (DIA-AUX   <   1   OR   DIA-AUX   >    7)
               MOVE  "DIA DA SEMANA INVALIDO"        TO  SIT-DET
               GO       ROT-VALD-90.
           IF  CIC-AUX   =  "M"  AND
              (DIA-AUX   <   1   OR   DIA-AUX   >   31)
               MOVE  "DIA DE CORTE INVALIDO"         TO  SIT-DET
               GO       ROT-VALD-90.
           IF  RVN-AUX  NOT  =  "P"  AND
               RVN-AUX  NOT  =  "F"
               MOVE  "REGRA DE VENCIMENTO INVALIDA"  TO  SIT-DET
               GO       ROT-VALD-90.
           IF  RVN-AUX   =  "F"  AND
              (PRZ-AUX   <   1   OR   PRZ-AUX   >   31)
               MOVE  "DIA DE VENCIMENTO INVALIDO"    TO  SIT-DET
               GO       ROT-VALD-90.
           IF  RVN-AUX   =  "P"  AND
               PRZ-AUX   >   90
               MOVE  "PRAZO DE VENCIMENTO INVALIDO"  TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-GCCL-00.
           MOVE     CLI-AUX   TO  CHV-CCL
           READ     CADCCL
           IF  FST-CCL   =  "00"
               MOVE  "CICLO ALTERADO"  TO  SIT-DET
           ELSE
               MOVE  "CICLO INCLUIDO"  TO  SIT-DET
               MOVE     ZEROS     TO  ULT-CCL.
           IF  CIC-AUX   =  "D"  OR
               CIC-AUX   =  "Q"  MOVE     ZEROS    TO  DIA-AUX.
           MOVE     CIC-AUX   TO  TIP-CCL
           MOVE     DIA-AUX   TO  DIA-CCL
           MOVE     RVN-AUX   TO  RVN-CCL
           MOVE     PRZ-AUX   TO  PRZ-CCL
           MOVE     DTA-HOJ   TO  DTA-CCL
           MOVE     OPR-AUX   TO  OPR-CCL
           IF  SIT-DET   =  "CICLO ALTERADO"
                                 REWRITE  REG-CCL
           ELSE                  WRITE    REG-CCL.
       ROT-GCCL-90.
           EXIT.

       ROT-CICL-00.
           MOVE     ZEROS     TO  CHV-CCL
           START    CADCCL       KEY  NOT  <  CHV-CCL
           IF  FST-CCL  NOT  =  "00"
                                 GO       ROT-CICL-90.

       ROT-CICL-10.
           READ     CADCCL  NEXT
           IF  FST-CCL  NOT  =  "00"
                                 GO       ROT-CICL-90.
           PERFORM  ROT-CORT-00
              THRU  ROT-CORT-90
           IF  DTC-AUX  NOT  >   ULT-CCL
                                 GO       ROT-CICL-10.
           ADD      1         TO  TOT-DEV
           MOVE     SPACES    TO  SIT-AUX
           MOVE     CHV-CCL   TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
               MOVE     SPACES    TO  NOM-CLI
               MOVE  "CLIENTE INEXISTENTE"      TO  SIT-AUX
           ELSE
           IF  BLQ-CLI   =  "S"
               MOVE  "CLIENTE BLOQUEADO"        TO  SIT-AUX
           ELSE
           IF  CGC-CLI   =  SPACES  OR
               END-CLI   =  SPACES  OR
               CID-CLI   =  SPACES
               MOVE  "CADASTRO INCOMPLETO"      TO  SIT-AUX.
           MOVE     ZEROS     TO  DTI-AUX
           IF  ULT-CCL   >   0   MOVE     ULT-CCL  TO  DTA-CAL
                                 PERFORM  ROT-DMAI-00
                                    THRU  ROT-DMAI-90
                                 MOVE     DTA-CAL  TO  DTI-AUX.
           PERFORM  ROT-VENC-00
              THRU  ROT-VENC-90
           PERFORM  ROT-LFAT-00
           IF  SIT-AUX  NOT  =   SPACES
                                 PERFORM  ROT-EXCE-00
                                 GO       ROT-CICL-10.
           PERFORM  ROT-FATR-00
              THRU  ROT-FATR-90
           MOVE     DTC-AUX   TO  ULT-CCL
           REWRITE  REG-CCL
           GO       ROT-CICL-10.

       ROT-CICL-90.
           EXIT.

       ROT-CORT-00.
           MOVE     DTA-COR   TO  DTA-CAL
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           MOVE     DIA-TAB (MES-CAL)  TO  ULT-DIA
           IF  TIP-CCL   =  "S"  GO       ROT-CORT-40.
           IF  TIP-CCL   =  "M"  GO       ROT-CORT-30.
           IF  DIA-CAL   =       ULT-DIA
                                 GO       ROT-CORT-80.
           IF  TIP-CCL   =  "Q"  AND  DIA-CAL  NOT  <  15
                                 MOVE     15       TO  DIA-CAL
                                 GO       ROT-CORT-80.
           IF  TIP-CCL   =  "D"  AND  DIA-CAL  NOT  <  20
                                 MOVE     20       TO  DIA-CAL
                                 GO       ROT-CORT-80.
           IF  TIP-CCL   =  "D"  AND  DIA-CAL  NOT  <  10
                                 MOVE     10       TO  DIA-CAL
                                 GO       ROT-CORT-80.
           PERFORM  ROT-MANT-00
              THRU  ROT-MANT-90
           GO       ROT-CORT-80.

       ROT-CORT-30.
           MOVE     DIA-CCL   TO  DCR-AUX
           IF  DCR-AUX   =   0   OR   DCR-AUX   >   ULT-DIA
                                 MOVE     ULT-DIA  TO  DCR-AUX.
           IF  DIA-CAL  NOT  <   DCR-AUX
                                 MOVE     DCR-AUX  TO  DIA-CAL
                                 GO       ROT-CORT-80.
           PERFORM  ROT-MANT-00
              THRU  ROT-MANT-90
           IF  DIA-CCL   >   0   AND  DIA-CCL   <   ULT-DIA
                                 MOVE     DIA-CCL  TO  DIA-CAL.
           GO       ROT-CORT-80.

       ROT-CORT-40.
           PERFORM  ROT-DSEM-00
              THRU  ROT-DSEM-90
           COMPUTE  SEM-AUX   =  DIA-SEM  -   1
           IF  SEM-AUX   =   0   MOVE     7        TO  SEM-AUX.
           MOVE     ZEROS     TO  QTD-VLT.

       ROT-CORT-50.
           IF  SEM-AUX   =       DIA-CCL  OR
               QTD-VLT   >   6   GO       ROT-CORT-80.
           PERFORM  ROT-DMEN-00
              THRU  ROT-DMEN-90
           SUBTRACT 1         FROM  SEM-AUX
           IF  SEM-AUX   =   0   MOVE     7        TO  SEM-AUX.
           ADD      1         TO  QTD-VLT
           GO       ROT-CORT-50.

       ROT-CORT-80.
           MOVE     DTA-CAL   TO  DTC-AUX.
       ROT-CORT-90.
           EXIT.

       ROT-VENC-00.
           MOVE     DTC-AUX   TO  DTA-CAL
           MOVE     ZEROS     TO  QTD-VLT
           IF  RVN-CCL   =  "F"  GO       ROT-VENC-20.

       ROT-VENC-10.
           IF  QTD-VLT  NOT  <   PRZ-CCL
                                 GO       ROT-VENC-80.
           PERFORM  ROT-DMAI-00
              THRU  ROT-DMAI-90
           ADD      1         TO  QTD-VLT
           GO       ROT-VENC-10.

       ROT-VENC-20.
           ADD      1         TO  MES-CAL
           IF  MES-CAL   >   12  AND  ANO-CAL   =   99
                                 MOVE     1        TO  MES-CAL
                                 MOVE     ZEROS    TO  ANO-CAL.
           IF  MES-CAL   >   12  MOVE     1        TO  MES-CAL
                                 ADD      1        TO  ANO-CAL.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           MOVE     PRZ-CCL   TO  DIA-CAL
           IF  PRZ-CCL   >   DIA-TAB (MES-CAL)
                                 MOVE  DIA-TAB (MES-CAL)  TO  DIA-CAL.

       ROT-VENC-80.
           MOVE     DTA-CAL   TO  DTA-FER
           CALL    "DYFERI"   USING  PRM-FER
           MOVE     DTA-FER   TO  DTV-AUX.
       ROT-VENC-90.
           EXIT.

       ROT-FATR-00.
           MOVE     CHV-CLI   TO  CLI-PSC
           MOVE     SPACES    TO  PLA-PSC
           MOVE     ZEROS     TO  SCT-PSC
           CALL    "DYSCTA"   USING  PRM-SCT
           MOVE     MOD-PSC   TO  FLG-SCT.

       ROT-FATR-05.
           MOVE     ZEROS     TO  QTD-SCT
           MOVE     SPACES    TO  CHV-NTA
           MOVE     CHV-CLI   TO  CLI-NTA.

       ROT-FATR-10.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-FATR-20.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTC-AUX      GO       ROT-FATR-20.
           PERFORM  ROT-SCTN-00
              THRU  ROT-SCTN-90
           PERFORM  ROT-SCTB-00
              THRU  ROT-SCTB-90
           IF  IND2      =   0   AND  QTD-SCT   =   50
                                 MOVE     "U"      TO  FLG-SCT
                                 GO       ROT-FATR-05.
           IF  IND2      =   0   ADD      1        TO  QTD-SCT
                                 MOVE     QTD-SCT  TO  IND2
                                 MOVE     SCT-NOT  TO  SCT-TSC (IND2)
                                 MOVE     ZEROS    TO  QTD-TSC (IND2)
                                                       VAL-TSC (IND2).
           ADD      1         TO  QTD-TSC (IND2)
           ADD      VAL-NTA   TO  VAL-TSC (IND2)
           GO       ROT-FATR-10.

       ROT-FATR-20.
           IF  QTD-SCT   =   0   ADD      1        TO  TOT-SMV
                                 MOVE  "SEM NOTAS NO PERIODO"
                                                   TO  SIT-LFT
                                 WRITE    LIN-REL  FROM  LIN-FAT
                                 GO       ROT-FATR-90.
           PERFORM  ROT-SCTO-00
              THRU  ROT-SCTO-90
           MOVE     ZEROS     TO  IND2.

       ROT-FATR-25.
           ADD      1         TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-FATR-30.
           ADD      1         TO  FAT-CTR
           MOVE     FAT-CTR   TO  FAT-TSC (IND2)
           GO       ROT-FATR-25.

       ROT-FATR-30.
           MOVE     SPACES    TO  CHV-NTA
           MOVE     CHV-CLI   TO  CLI-NTA.

       ROT-FATR-35.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-FATR-40.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTC-AUX      GO       ROT-FATR-40.
           PERFORM  ROT-SCTN-00
              THRU  ROT-SCTN-90
           PERFORM  ROT-SCTB-00
              THRU  ROT-SCTB-90
           IF  IND2      =   0   MOVE     1        TO  IND2.
           PERFORM  ROT-NFEI-00
           DELETE   CADNTA  RECORD
           GO       ROT-FATR-35.

       ROT-FATR-40.
           MOVE     ZEROS     TO  IND2.

       ROT-FATR-45.
           ADD      1         TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-FATR-90.
           MOVE     CHV-CLI   TO  CLI-FAT
           MOVE     DTC-AUX   TO  DTA-FAT
           MOVE     FAT-TSC (IND2)     TO  NUM-FAT
           MOVE     VAL-TSC (IND2)     TO  VAL-FAT
           MOVE     ZEROS     TO  ABT-FAT
           MOVE     SPACE     TO  FLG-FAT
           WRITE    REG-FAT
           MOVE     FAT-TSC (IND2)     TO  CHV-VFT
           MOVE     CHV-CLI   TO  CLI-VFT
           MOVE     SCT-TSC (IND2)     TO  SCT-VFT
           MOVE     DTI-AUX   TO  DTI-VFT
           MOVE     DTC-AUX   TO  DTC-VFT
           MOVE     DTV-AUX   TO  DTV-VFT
           WRITE    REG-VFT
           IF  FST-VFT   =  "22" REWRITE  REG-VFT.
           PERFORM  ROT-NFEC-00
           MOVE     FAT-TSC (IND2)     TO  FAT-LFT
           MOVE     SCT-TSC (IND2)     TO  SCT-LFT
           MOVE     QTD-TSC (IND2)     TO  QTD-LFT
           MOVE     VAL-TSC (IND2)     TO  VAL-LFT
           MOVE     "FATURA EMITIDA"   TO  SIT-LFT
           WRITE    LIN-REL   FROM  LIN-FAT
           ADD      1         TO  TOT-FAT
           ADD      VAL-TSC (IND2)     TO  TOT-VAL
           GO       ROT-FATR-45.

       ROT-FATR-90.
           EXIT.

       ROT-SCTN-00.
           MOVE     ZEROS     TO  SCT-NOT
           IF  FLG-SCT  NOT  =  "D"  GO       ROT-SCTN-90.
           MOVE     CHV-CLI   TO  CLI-PSC
           MOVE     PCA-NTA   TO  PLA-PSC
           MOVE     ZEROS     TO  SCT-PSC
           CALL    "DYSCTA"   USING  PRM-SCT
           MOVE     SCT-PSC   TO  SCT-NOT.
       ROT-SCTN-90.
           EXIT.

       ROT-SCTB-00.
           MOVE     ZEROS     TO  IND2.

       ROT-SCTB-10.
           ADD      1         TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-SCTB-20.
           IF  SCT-TSC (IND2)  =  SCT-NOT
                                 GO       ROT-SCTB-90.
           GO       ROT-SCTB-10.

       ROT-SCTB-20.
           MOVE     ZEROS     TO  IND2.
       ROT-SCTB-90.
           EXIT.

       ROT-SCTO-00.
           MOVE     1         TO  IND-SCT.

       ROT-SCTO-10.
           IF  IND-SCT  NOT  <   QTD-SCT
                                 GO       ROT-SCTO-90.
           COMPUTE  IND2      =  IND-SCT  +   1.

       ROT-SCTO-20.
           IF  IND2      >   QTD-SCT
                                 ADD      1        TO  IND-SCT
                                 GO       ROT-SCTO-10.
           IF  SCT-TSC (IND2)  <  SCT-TSC (IND-SCT)
                                 MOVE     REG-TSC (IND-SCT) TO TRC-TSC
                                 MOVE     REG-TSC (IND2)
                                       TO REG-TSC (IND-SCT)
                                 MOVE     TRC-TSC  TO  REG-TSC (IND2).
           ADD      1         TO  IND2
           GO       ROT-SCTO-20.

       ROT-SCTO-90.
           EXIT.

       ROT-LFAT-00.
           MOVE     CHV-CCL   TO  CLI-LFT
           MOVE     NOM-CLI   TO  NOM-LFT
           MOVE     SPACES    TO  CIC-LFT
           IF  TIP-CCL   =  "S"  MOVE     "SEMANAL"    TO  CIC-LFT.
           IF  TIP-CCL   =  "D"  MOVE     "DEZENAL"    TO  CIC-LFT.
           IF  TIP-CCL   =  "Q"  MOVE     "QUINZENAL"  TO  CIC-LFT.
           IF  TIP-CCL   =  "M"  MOVE     "MENSAL"     TO  CIC-LFT.
           MOVE     DTI-AUX (5:2)  TO  DTI-LFT (1:2)
           MOVE     DTI-AUX (3:2)  TO  DTI-LFT (4:2)
           MOVE     DTI-AUX (1:2)  TO  DTI-LFT (7:2)
           MOVE     DTC-AUX (5:2)  TO  DTC-LFT (1:2)
           MOVE     DTC-AUX (3:2)  TO  DTC-LFT (4:2)
           MOVE     DTC-AUX (1:2)  TO  DTC-LFT (7:2)
           MOVE     DTV-AUX (5:2)  TO  DTV-LFT (1:2)
           MOVE     DTV-AUX (3:2)  TO  DTV-LFT (4:2)
           MOVE     DTV-AUX (1:2)  TO  DTV-LFT (7:2)
           MOVE     ZEROS     TO  FAT-LFT   SCT-LFT   QTD-LFT
                                  VAL-LFT.

       ROT-EXCE-00.
           ADD      1         TO  TOT-NFT
           MOVE     SIT-AUX   TO  SIT-LFT
           WRITE    LIN-REL   FROM  LIN-FAT
           IF  QTD-EXC   <   200 ADD      1        TO  QTD-EXC
                                 MOVE     CHV-CCL  TO  CLI-EXC (QTD-EXC)
                                 MOVE     NOM-CLI  TO  NOM-EXC (QTD-EXC)
                                 MOVE     DTC-AUX  TO  DTC-EXC (QTD-EXC)
                                 MOVE  SIT-AUX  TO  MOT-EXC (QTD-EXC).

       ROT-EXCL-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB5
           WRITE    LIN-REL   FROM  LIN-CAB6
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND-EXC.

       ROT-EXCL-10.
           ADD      1         TO  IND-EXC
           IF  IND-EXC   >   QTD-EXC
                                 GO       ROT-EXCL-90.
           MOVE     CLI-EXC (IND-EXC)  TO  CLI-LEX
           MOVE     NOM-EXC (IND-EXC)  TO  NOM-LEX
           MOVE     DTC-EXC (IND-EXC) (5:2)  TO  DTC-LEX (1:2)
           MOVE     DTC-EXC (IND-EXC) (3:2)  TO  DTC-LEX (4:2)
           MOVE     DTC-EXC (IND-EXC) (1:2)  TO  DTC-LEX (7:2)
           MOVE     MOT-EXC (IND-EXC)  TO  MOT-LEX
           WRITE    LIN-REL   FROM  LIN-EXC
           GO       ROT-EXCL-10.

       ROT-EXCL-90.
           EXIT.

       ROT-NFEC-00.
           MOVE     "C"       TO  TIP-NFE
           MOVE     CGC-CLI   TO  CGC-NFE
           MOVE     FAT-TSC (IND2)     TO  FAT-NFE
           MOVE     DTC-AUX   TO  DTA-NFE
           MOVE     SPACES    TO  PCA-NFE  DES-NFE
           MOVE     VAL-TSC (IND2)     TO  VAL-NFE
           WRITE    LIN-NFE.

       ROT-NFEI-00.
           MOVE     "I"       TO  TIP-NFE
           MOVE     CGC-CLI   TO  CGC-NFE
           MOVE     FAT-TSC (IND2)     TO  FAT-NFE
           MOVE     DTA-NTA   TO  DTA-NFE
           MOVE     PCA-NTA   TO  PCA-NFE
           MOVE     DES-NTA   TO  DES-NFE
           MOVE     VAL-NTA   TO  VAL-NFE
           WRITE    LIN-NFE
           PERFORM  ROT-NFHG-00  THRU     ROT-NFHG-90.

       ROT-NFHA-00.
           OPEN     I-O          CADNFH
           IF  FST-NFH   =  "35" CLOSE    CADNFH
                                 OPEN     OUTPUT   CADNFH
                                 CLOSE    CADNFH
                                 OPEN     I-O      CADNFH.
           MOVE     ZEROS     TO  FAT-ANH  SEQ-ANH.
       ROT-NFHA-90.
           EXIT.

       ROT-NFHG-00.
           IF  FAT-NFE  NOT   =  FAT-ANH
                                 MOVE     FAT-NFE   TO  FAT-ANH
                                 MOVE     ZEROS     TO  SEQ-ANH.
           MOVE     FAT-NFE   TO  FAT-NFH
           MOVE     CHV-CLI   TO  CLI-NFH
           MOVE     DTA-NFE   TO  DTA-NFH
           MOVE     NUM-NTA   TO  NUM-NFH
           MOVE     PCA-NTA   TO  PCA-NFH
           MOVE     DES-NTA   TO  DES-NFH
           MOVE     VAL-NTA   TO  VAL-NFH.

       ROT-NFHG-10.
           ADD      1         TO  SEQ-ANH
           MOVE     SEQ-ANH   TO  SEQ-NFH
           WRITE    REG-NFH
           IF  FST-NFH   =  "22" GO       ROT-NFHG-10.
       ROT-NFHG-90.
           EXIT.

       ROT-MANT-00.
           SUBTRACT 1         FROM  MES-CAL
           IF  MES-CAL   =   0   AND  ANO-CAL   =   0
                                 MOVE     12       TO  MES-CAL
                                 MOVE     99       TO  ANO-CAL.
           IF  MES-CAL   =   0   MOVE     12       TO  MES-CAL
                                 SUBTRACT 1        FROM  ANO-CAL.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           MOVE     DIA-TAB (MES-CAL)  TO  ULT-DIA  DIA-CAL.
       ROT-MANT-90.
           EXIT.

       ROT-DMEN-00.
           SUBTRACT 1         FROM  DIA-CAL
           IF  DIA-CAL   >   0   GO       ROT-DMEN-90.
           PERFORM  ROT-MANT-00
              THRU  ROT-MANT-90.
       ROT-DMEN-90.
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

       ROT-DSEM-00.
           COMPUTE  TOT-DIA  =   DIA-CAL
                             +  ((TOT-ANO  -  1)  *  365)
                             +  ((TOT-ANO  -  1)  /  4)
           MOVE     ZEROS    TO  IND-MES.

       ROT-DSEM-10.
           ADD      1        TO  IND-MES
           IF  IND-MES   <       MES-CAL
               ADD      DIA-TAB (IND-MES)  TO  TOT-DIA
               GO       ROT-DSEM-10.
           COMPUTE  TOT-QUO  =   TOT-DIA  /  7
           COMPUTE  TOT-RST  =   TOT-DIA  -  (TOT-QUO  *  7)
           COMPUTE  DIA-SEM  =   TOT-RST  +  1.
       ROT-DSEM-90.
           EXIT.
