                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

           SELECT      CADNFH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFH
                       FILE          STATUS  IS  FST-NFH.

           SELECT      CADFCK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FCK
                       FILE          STATUS  IS  FST-FCK.

           SELECT      REL-NFE       ASSIGN  TO  "NFEELE.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-NFE.
       COPY  CADNTA.CPY.
       COPY  CADTMP.CPY.
       COPY  CADNFE.CPY.
       COPY  CADNFH.CPY.
       COPY  CADFCK.CPY.

       SD  CADSRT.

           03  FST-SRT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-NFE          PIC  X(02).
           03  FST-NFH          PIC  X(02).
           03  FST-FCK          PIC  X(02).

           03  IND-CTG          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  FAT-AUX          PIC  9(06).
           03  ACM-QTD          PIC  9(04).
           03  ACM-VAL          PIC  9(07)V99.
           03  FLG-SCT          PIC  X(01).
           03  CAB-PND          PIC  X(01).
           03  CLI-NOV          PIC  X(01).
           03  FIM-NTA          PIC  X(01).
           03  IND-SCT          PIC  9(02).
           03  QTD-SCT          PIC  9(02).
           03  IND2             PIC  9(02).
           03  FAT-ANH          PIC  9(06).
           03  SEQ-ANH          PIC  9(04).
           03  SCT-NOT          PIC  9(03).
           03  SAV-CLI          PIC  9(05).
           03  SAV-CHV          PIC  X(20).
           03  SAV-FAT          PIC  X(50).
           03  RTM-AUX          PIC  X(01).
           03  SIT-AUX          PIC  X(01).
           03  MOT-AUX          PIC  X(30).
           03  CLI-CKP          PIC  9(05).
           03  CLF-AUX          PIC  9(05).
           03  ETP-ATU          PIC  9(02).
           03  NUM-AUX          PIC  9(06).
           03  MAX-FAT          PIC  9(06).
           03  VNF-AUX          PIC  9(07)V99.
           03  QNF-AUX          PIC  9(04).
           03  HRA-AUX          PIC  9(08).
           03  ACM-CLF          PIC  9(05).
           03  ACM-ANT          PIC  9(05).
           03  ACM-SLT          PIC  9(05).
           03  ACM-NTF          PIC  9(06).
           03  ACM-VTF          PIC  9(09)V99.

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTP-AUX.
               05  ANO-DTP      PIC  9(02).
               05  MES-DTP      PIC  9(02).
               05  DIA-DTP      PIC  9(02).

           03  PCA-AUX.
               05  PC1-AUX      PIC  X(03).
               05  PC2-AUX      PIC  X(04).
           03  RED-PGT          REDEFINES   TAB-PGT.
               05  PGT-TAB      PIC  X(09)  OCCURS  5.

           03  TAB-SCT.
               05  REG-TSC      OCCURS  50.
                   07  SCT-TSC  PIC  9(03).
                   07  FAT-TSC  PIC  9(06).
                   07  QTD-TSC  PIC  9(04).
                   07  VAL-TSC  PIC  9(06)V99.
                   07  NOM-TSC  PIC  X(25).
                   07  CNT-TSC  PIC  X(15).
                   07  DDD-TSC  PIC  9(02).
                   07  TEL-TSC  PIC  9(08).
           03  TRC-TSC          PIC  X(71).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).

       01  CAB-014              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-016.
           03  FILLER           PIC  X(20)  VALUE
               "? CENTRO DE CUSTO :".
           03  SCT-CB5          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-CB5          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CNT-CB5          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TEL-CB5          PIC  ZZZ9.9999.
           03  FILLER           PIC  X(02)  VALUE  " ?".

       01  CAB-015              PIC  X(80)  VALUE  ALL  "- ".

       01  DET-001.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZZ.ZZ9,99.

       01  DET-003.
           03  FILLER           PIC  X(03)  VALUE  "?".
           03  FILLER           PIC  X(18)  VALUE  "CENTRO DE CUSTO :".
           03  SCT-DT3          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-DT3          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CNT-DT3          PIC  X(15).
           03  FILLER           PIC  X(11)  VALUE  "          ?".

       01  DET-004.
           03  FILLER           PIC  X(03)  VALUE  "?".
           03  FILLER           PIC  X(18)  VALUE  "SUBTOTAL NOTAS .:".
           03  QTD-DT4          PIC  Z.ZZ9.
           03  FILLER           PIC  X(41)  VALUE
               "  SUBTOTAL DO CENTRO DE CUSTO EM R$".
           03  VAL-DT4          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(03)  VALUE  "  ?".

       01  TOT-001.
           03  FILLER           PIC  X(18)  VALUE  "?  TOTAL NOTAS .:".
           03  QTD-TT1          PIC  Z.ZZ9.
      -        "           - VALOR TOTAL DO FATURAMENTO .... R$".
           03  VAL-TT3          PIC  Z.ZZZ.ZZ9,99.

       01  CAB-017.
           03  FILLER           PIC  X(64)  VALUE
               "CONTROLE DO FATURAMENTO".
           03  FILLER           PIC  X(14)  VALUE  "EXECUCAO NR.".
           03  ETP-CB7          PIC  Z9.

       01  CAB-018.
           03  FILLER           PIC  X(26)  VALUE
               "CLIENTES NAO FATURADOS".
           03  FILLER           PIC  X(24)  VALUE
               "NOME / RAZAO SOCIAL".
           03  FILLER           PIC  X(30)  VALUE  "MOTIVO".

       01  DET-005.
           03  CLI-DT5          PIC  9(05).
           03  FILLER           PIC  X(21)  VALUE  SPACES.
           03  NOM-DT5          PIC  X(20).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  MOT-DT5          PIC  X(30).

       01  TOT-004.
           03  FILLER           PIC  X(40)  VALUE
               "- CLIENTES FATURADOS ...................".
           03  QTD-TT4          PIC  ZZ.ZZ9.

       01  TOT-005.
           03  FILLER           PIC  X(40)  VALUE
               "  FATURADOS ANTES DA INTERRUPCAO .......".
           03  QTD-TT5          PIC  ZZ.ZZ9.

       01  TOT-006.
           03  FILLER           PIC  X(40)  VALUE
               "- NOTAS INCLUIDAS ......................".
           03  QTD-TT6          PIC  ZZZ.ZZ9.

       01  TOT-007.
           03  FILLER           PIC  X(40)  VALUE
               "- VALOR TOTAL FATURADO ..............R$".
           03  VAL-TT7          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-008.
           03  FILLER           PIC  X(40)  VALUE
               "- CLIENTES NAO FATURADOS ...............".
           03  QTD-TT8          PIC  ZZ.ZZ9.

       01  TXT-007.
           03  FILLER           PIC  X(15)  VALUE  "  FATURAMENTO ".
           03  DIA-T07          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-T07          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-T07          PIC  9(02).
           03  FILLER           PIC  X(15)  VALUE  " INTERROMPIDO, ".
           03  CPL-T07          PIC  X(18).

       01  MSG-001.
           03  FILLER           PIC  X(20)  VALUE  "?".
           03  OBS-MG1          PIC  X(59).
           03  CL1-IMP          PIC  9(02)  VALUE  51.
           03  CL2-IMP          PIC  9(02)  VALUE  58.

       01  PRM-SCT.
           03  CLI-PSC          PIC  9(05).
           03  PLA-PSC          PIC  X(07).
           03  SCT-PSC          PIC  9(03).
           03  MOD-PSC          PIC  X(01).
           03  NOM-PSC          PIC  X(25).
           03  CNT-PSC          PIC  X(15).
           03  DDD-PSC          PIC  9(02).
           03  TEL-PSC          PIC  9(08).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
               05  LINE 18 COLUMN 67 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 12 PIC X(55) FROM ALL "?".

       01  TELA-07.
           03  BCK-CLR 04 FOR-CLR 07.
               05  LINE 16 COLUMN 11 PIC X(56) FROM ALL "?".
               05  LINE 18 COLUMN 11 PIC X(01) FROM     "?".
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 17 COLUMN 11 PIC X(56) FROM TXT-007.
           03  BCK-CLR 00 FOR-CLR 04.
               05  LINE 17 COLUMN 67 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 67 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 12 PIC X(55) FROM ALL "?".

       01  ENTR-01     AUTO.
           03  MG1-E02 LINE 12 COLUMN 25 PIC X(40) USING OBS-MG1.
           03  MG2-E02 LINE 13 COLUMN 25 PIC X(40) USING OBS-MG2.
           ACCEPT   DTA-DTA   FROM   DATE
           OPEN     INPUT    CADCLI  CADCTR   CADNTA
           READ     CADCTR           CLOSE    CADCTR
           OPEN     I-O      CADFCK
           IF  FST-FCK   =  "35" CLOSE    CADFCK
                                 OPEN     OUTPUT   CADFCK
                                 CLOSE    CADFCK
                                 OPEN     I-O      CADFCK.
           MOVE     SPACES     TO    OBS-MG1
                                     OBS-MG2  OBS-MG3.
       ROT-ENTR-00.
       ROT-ENTR-10.
           DISPLAY  CTG-T02      PERFORM  ROT-DATA-00
           IF  FLG-DTA   =    0  GO       ROT-ENTR-00.
           PERFORM  ROT-FCKC-00  THRU     ROT-FCKC-90
           IF  RTM-AUX   =  "D"  GO       ROT-ENTR-10.
           MOVE     31       TO  IND-MSG
           MOVE     ZEROS    TO  CHV-CLI.

           READ     CADCLI  NEXT
           IF  PGT-CLI  NOT   =  IND-CTG
                                 GO       ROT-ENTR-20.
           PERFORM  ROT-FCKL-00  THRU     ROT-FCKL-90
           IF  SIT-AUX   =  "F"  OR  "P"
                                 GO       ROT-ENTR-20.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA       KEY  >   CHV-NTA
           MOVE     FAT-AUX  TO  FAT-CB4
           MOVE     NOM-CLI  TO  NOM-CB4
           MOVE     ZEROS    TO  PAG-CB1
                                 ACM-QTD  ACM-VAL
           MOVE     "N"      TO  FIM-NTA
           PERFORM  ROT-SCTA-00  THRU     ROT-SCTA-90.
       ROT-FATU-10.
           DISPLAY  PAG-T05
           MOVE     1        TO  LIN-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-006  TO  DET-TMP
           WRITE    REG-TMP
           IF  FLG-SCT   =  "D"  ADD      1        TO  CHV-TMP  LIN-TMP
                                 MOVE     CAB-016  TO  DET-TMP
                                 WRITE    REG-TMP.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-007  TO  DET-TMP
           WRITE    REG-TMP
           WRITE    REG-TMP.

       ROT-FATU-20.
           IF  CAB-PND   =  "S"  PERFORM  ROT-SCTC-00.
           MOVE     DTA-NTA  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           ADD      VAL-NTA  TO  ACM-VAL
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-FATU-22.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" MOVE     "S"      TO  FIM-NTA
                                 GO       ROT-FATU-25.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTA-DTA      GO       ROT-FATU-25.
           IF  FLG-SCT  NOT  =  "U"  PERFORM  ROT-SCTN-00.
           IF  FLG-SCT  NOT  =  "U"  AND
               SCT-NOT  NOT  =   SCT-TSC (IND-SCT)
                                 GO       ROT-FATU-22.
           IF  LIN-TMP   <   50  GO       ROT-FATU-20.
           PERFORM  ROT-FATU-30  GO       ROT-FATU-10.

       ROT-FATU-25.
           IF  FLG-SCT   =  "S"  GO       ROT-FATU-27.
           PERFORM  ROT-FATU-40
           IF  FLG-SCT   =  "D"  AND
               IND-SCT   <   QTD-SCT
                                 GO       ROT-FATU-28.
           GO       ROT-FATU-29.

       ROT-FATU-27.
           MOVE     QTD-TSC (IND-SCT)  TO  QTD-DT4
           MOVE     VAL-TSC (IND-SCT)  TO  VAL-DT4
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IND-SCT
           IF  IND-SCT   >   QTD-SCT
                                 PERFORM  ROT-FATU-40
                                 GO       ROT-FATU-29.
           MOVE     "S"      TO  CAB-PND
           MOVE     "N"      TO  FIM-NTA
           PERFORM  ROT-SCTP-00  THRU     ROT-SCTP-90
           IF  LIN-TMP   <   50  GO       ROT-FATU-20.
           PERFORM  ROT-FATU-30  GO       ROT-FATU-10.

       ROT-FATU-28.
           ADD      1        TO  IND-SCT  FAT-AUX
           MOVE     ZEROS    TO  PAG-CB1
                                 ACM-QTD  ACM-VAL
           MOVE     "N"      TO  FIM-NTA
           PERFORM  ROT-SCTF-00
           PERFORM  ROT-SCTP-00  THRU     ROT-SCTP-90
           GO       ROT-FATU-10.

       ROT-FATU-29.
           IF  FIM-NTA   =  "S"  GO       ROT-FATU-70.
           GO       ROT-FATU-60.

       ROT-FATU-30.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-010  TO  DET-TMP
           READ     CADCLI  NEXT
           IF  PGT-CLI  NOT   =  IND-CTG
                                 GO       ROT-FATU-60.
           PERFORM  ROT-FCKL-00  THRU     ROT-FCKL-90
           IF  SIT-AUX   =  "F"  OR  "P"
                                 GO       ROT-FATU-60.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA       KEY  >   CHV-NTA
                                 GO       ROT-CONF-00.
           OPEN     OUTPUT       CADTMP   REL-NFE
                    I-O          CADCTR   CADFAT
           PERFORM  ROT-NFHA-00  THRU     ROT-NFHA-90
           MOVE     ZEROS    TO  PAG-CB1
                                 CHV-TMP  PAG-TMP
           PERFORM  ROT-RTLA-00  DISPLAY  TELA-04
           READ     CADCTR       MOVE 20  TO  IND-MSG
           IF  FST-CTR   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       ROT-CONF-20.
           PERFORM  ROT-FCKI-00  THRU     ROT-FCKI-90
           COMPUTE  FAT-AUX   =  FAT-CTR  +   1.
       ROT-CONF-30.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
                                 VAL-FAT  CLI-AUX  CLI-CKP
           MOVE     "U"      TO  FLG-SCT
           SORT     CADSRT   ON  ASCENDING    KEY  CHV-SRT
                    INPUT        PROCEDURE    IS   ROT-SORT-00
                    OUTPUT       PROCEDURE    IS   ROT-SORT-35.
           REWRITE  REG-CTR      CLOSE    CADCTR   REL-NFE
                                          CADNFH
           PERFORM  ROT-FCKT-00  THRU     ROT-FCKT-90
           MOVE     PAG-TMP  TO  PAG-IMP
           DISPLAY  PAG-T05      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           READ     CADCLI
           IF  PGT-CLI  NOT   =  IND-CTG  OR  DTA-NTA
               >    DTA-DTA      GO       ROT-SORT-10.
           IF  CHV-CLI  NOT   =  CLI-CKP
                                 PERFORM  ROT-FCKV-00
                                    THRU  ROT-FCKV-90.
           IF  SIT-AUX   =  "S"  GO       ROT-SORT-10.
           IF  SIT-AUX   =  "F"  GO       ROT-SORT-05.
           MOVE     "N"      TO  CLI-NOV
           IF  CLI-AUX   =    0  MOVE     CHV-CLI  TO  CLI-AUX
                                 MOVE     "S"      TO  CLI-NOV.
           IF  CHV-CLI  NOT   =  CLI-AUX
                                 PERFORM  ROT-SORT-20
                                    THRU  ROT-SORT-24
                                 MOVE     "S"      TO  CLI-NOV.
           MOVE     CLI-NTA  TO  CHV-CLI
           READ     CADCLI
           IF  CLI-NOV   =  "S"  MOVE     CHV-NTA  TO  SAV-CHV
                                 PERFORM  ROT-SCTA-00
                                    THRU  ROT-SCTA-90
                                 MOVE     SAV-CHV  TO  CHV-NTA
                                 READ     CADNTA.
           IF  CLI-NOV   =  "S"  PERFORM  ROT-FCKN-00
                                    THRU  ROT-FCKN-90.
           PERFORM  ROT-NFEI-00
           ADD      VAL-NTA  TO  VAL-FAT
           ADD      1        TO  ACM-QTD
           RELEASE  REG-SRT      GO       ROT-SORT-05.

       ROT-SORT-15.
           IF  ACM-QTD   >    0  PERFORM  ROT-SORT-20
                                    THRU  ROT-SORT-24.
           GO       ROT-SORT-30.

       ROT-SORT-20.
           PERFORM  ROT-FCKP-00  THRU     ROT-FCKP-90
           IF  FLG-SCT   =  "D"  MOVE     ZEROS    TO  IND2
                                 GO       ROT-SORT-21.
           ADD      1        TO  FAT-CTR
           MOVE     CLI-AUX  TO  CLI-FAT
           MOVE     DTA-DTA  TO  DTA-FAT
           WRITE    REG-TMP
           MOVE     CLI-AUX  TO  CHV-CLI
           MOVE     ZEROS    TO  ACM-QTD  VAL-FAT
           ADD      1        TO  FAT-AUX
           GO       ROT-SORT-24.

       ROT-SORT-21.
           ADD      1        TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-SORT-23.
           ADD      1        TO  FAT-CTR
           MOVE     CLI-AUX  TO  CLI-FAT
           MOVE     DTA-DTA  TO  DTA-FAT
           MOVE     FAT-CTR  TO  NUM-FAT  FAT-DT2
           MOVE     VAL-TSC (IND2)     TO  VAL-FAT
           MOVE     ZEROS    TO  ABT-FAT
           MOVE     SPACE    TO  FLG-FAT
           WRITE    REG-FAT
           IF  LIN-TMP   >   60  PERFORM  ROT-SORT-25.
           MOVE     CHV-CLI  TO  SAV-CLI
           MOVE     CLI-FAT  TO  CHV-CLI
           READ     CADCLI
           MOVE     NOM-CLI  TO  NOM-DT2
           MOVE     DDD-CLI  TO  DDD-DT2
           MOVE     TEL-CLI  TO  TEL-DT2
           MOVE     CNT-CLI  TO  CNT-DT2
           IF  TEL-TSC (IND2)  NOT  =  ZEROS
                                 MOVE     DDD-TSC (IND2) TO DDD-DT2
                                 MOVE     TEL-TSC (IND2) TO TEL-DT2.
           IF  CNT-TSC (IND2)  NOT  =  SPACES
                                 MOVE     CNT-TSC (IND2) TO CNT-DT2.
           MOVE     QTD-TSC (IND2)     TO  QTD-DT2
           MOVE     VAL-FAT  TO  VAL-DT2
           PERFORM  ROT-NFEC-00
           ADD      VAL-FAT  TO  ACM-VAL
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     SAV-CLI  TO  CHV-CLI
           GO       ROT-SORT-21.

       ROT-SORT-23.
           MOVE     CHV-CLI  TO  CLI-AUX
           MOVE     ZEROS    TO  ACM-QTD  VAL-FAT
           ADD      QTD-SCT  TO  FAT-AUX.
       ROT-SORT-24.
           PERFORM  ROT-FCKF-00  THRU     ROT-FCKF-90.

       ROT-SORT-25.
           ADD      1        TO  CHV-TMP
           MOVE     "I"      TO  TIP-NFE
           MOVE     CGC-CLI  TO  CGC-NFE
           MOVE     FAT-AUX  TO  FAT-NFE
           IF  FLG-SCT   =  "D"  PERFORM  ROT-SCTD-00.
           MOVE     DTA-NTA  TO  DTA-NFE
           MOVE     PCA-NTA  TO  PCA-NFE
           MOVE     DES-NTA  TO  DES-NFE
           MOVE     VAL-NTA  TO  VAL-NFE
           WRITE    LIN-NFE
           PERFORM  ROT-NFHG-00  THRU     ROT-NFHG-90.

       ROT-NFHA-00.
           OPEN     I-O          CADNFH
           IF  FST-NFH   =  "35" CLOSE    CADNFH
                                 OPEN     OUTPUT   CADNFH
                                 CLOSE    CADNFH
                                 OPEN     I-O      CADNFH.
           MOVE     ZEROS    TO  FAT-ANH  SEQ-ANH.
       ROT-NFHA-90.
           EXIT.

       ROT-NFHG-00.
           IF  FAT-NFE  NOT   =  FAT-ANH
                                 MOVE     FAT-NFE  TO  FAT-ANH
                                 MOVE     ZEROS    TO  SEQ-ANH.
           MOVE     FAT-NFE  TO  FAT-NFH
           MOVE     CHV-CLI  TO  CLI-NFH
           MOVE     DTA-NFE  TO  DTA-NFH
           MOVE     NUM-NTA  TO  NUM-NFH
           MOVE     PCA-NTA  TO  PCA-NFH
           MOVE     DES-NTA  TO  DES-NFH
           MOVE     VAL-NTA  TO  VAL-NFH.

       ROT-NFHG-10.
           ADD      1        TO  SEQ-ANH
           MOVE     SEQ-ANH  TO  SEQ-NFH
           WRITE    REG-NFH
           IF  FST-NFH   =  "22" GO       ROT-NFHG-10.
       ROT-NFHG-90.
           EXIT.

       ROT-FCKC-00.
           MOVE     "N"      TO  RTM-AUX
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK  NOT  =  "00"  OR
               SIT-FCK  NOT  =   "P"
                                 GO       ROT-FCKC-90.
           MOVE     "S"      TO  RTM-AUX
           MOVE     "SERA RETOMADO !!!"      TO  CPL-T07
           IF  DTA-FCK  NOT  =   DTA-DTA
                                 MOVE     "D"      TO  RTM-AUX
                                 MOVE  "CONCLUA-O ANTES !"  TO  CPL-T07.
           MOVE     DTA-FCK  TO  DTP-AUX
           MOVE     DIA-DTP  TO  DIA-T07
           MOVE     MES-DTP  TO  MES-T07
           MOVE     ANO-DTP  TO  ANO-T07
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-07
           MOVE     50       TO  IND-MSG
           PERFORM  ROT-MSGM-00  PERFORM  ROT-RTLA-00
           IF  RTM-AUX   =  "S"  PERFORM  ROT-FCKM-00
                                    THRU  ROT-FCKM-90.
       ROT-FCKC-90.
           EXIT.

       ROT-FCKM-00.
           MOVE     ZEROS    TO  MAX-FAT  CLI-FCK
           MOVE     IND-CTG  TO  CTG-FCK
           START    CADFCK       KEY  >   CHV-FCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKM-80.
       ROT-FCKM-10.
           READ     CADFCK  NEXT
           IF  FST-FCK  NOT  =  "00"  OR
               CTG-FCK  NOT  =   IND-CTG
                                 GO       ROT-FCKM-80.
           IF  FTF-FCK   >   MAX-FAT  AND
              (SIT-FCK   =  "F"  OR  SIT-FCK  =  "P")
                                 MOVE     FTF-FCK  TO  MAX-FAT.
           GO       ROT-FCKM-10.

       ROT-FCKM-80.
           IF  MAX-FAT   >   FAT-CTR
                                 MOVE     MAX-FAT  TO  FAT-CTR.
       ROT-FCKM-90.
           EXIT.

       ROT-FCKL-00.
           MOVE     SPACE    TO  SIT-AUX
           IF  RTM-AUX  NOT  =  "S"
                                 GO       ROT-FCKL-90.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CHV-CLI  TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK   =  "00" MOVE     SIT-FCK  TO  SIT-AUX.
       ROT-FCKL-90.
           EXIT.

       ROT-FCKI-00.
           MOVE     REG-FAT  TO  SAV-FAT
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK
           IF  RTM-AUX   =  "S"  GO       ROT-FCKI-20.

       ROT-FCKI-10.
           START    CADFCK       KEY  NOT  <  CHV-FCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKI-15.
           READ     CADFCK  NEXT
           IF  FST-FCK  NOT  =  "00"  OR
               CTG-FCK  NOT  =   IND-CTG
                                 GO       ROT-FCKI-15.
           DELETE   CADFCK
           GO       ROT-FCKI-10.

       ROT-FCKI-15.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK  FTI-FCK  FTF-FCK
                                 QTD-FCK  VAL-FCK
           MOVE     DTA-DTA  TO  DTA-FCK
           MOVE     "P"      TO  SIT-FCK
           MOVE     1        TO  ETP-FCK  ETP-ATU
           MOVE     SPACES   TO  MOT-FCK
           PERFORM  ROT-FCKH-00
           WRITE    REG-FCK
           GO       ROT-FCKI-90.

       ROT-FCKI-20.
           READ     CADFCK
           ADD      1        TO  ETP-FCK
           MOVE     ETP-FCK  TO  ETP-ATU
           PERFORM  ROT-FCKH-00
           REWRITE  REG-FCK
           MOVE     ZEROS    TO  MAX-FAT
           START    CADFCK       KEY  >   CHV-FCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKI-80.

       ROT-FCKI-30.
           READ     CADFCK  NEXT
           IF  FST-FCK  NOT  =  "00"  OR
               CTG-FCK  NOT  =   IND-CTG
                                 GO       ROT-FCKI-80.
           IF  SIT-FCK   =  "S"  DELETE   CADFCK
                                 GO       ROT-FCKI-30.
           IF  SIT-FCK   =  "N"  PERFORM  ROT-FCKD-00
                                    THRU  ROT-FCKD-90
                                 DELETE   CADFCK
                                 GO       ROT-FCKI-30.
           IF  SIT-FCK   =  "P"  PERFORM  ROT-FCKB-00
                                    THRU  ROT-FCKB-90.
           IF  FTF-FCK   >   MAX-FAT
                                 MOVE     FTF-FCK  TO  MAX-FAT.
           PERFORM  ROT-FCKE-00  THRU     ROT-FCKE-90
           GO       ROT-FCKI-30.

       ROT-FCKI-80.
           IF  MAX-FAT   >   FAT-CTR
                                 MOVE     MAX-FAT  TO  FAT-CTR.
       ROT-FCKI-90.
           MOVE     SAV-FAT  TO  REG-FAT.

       ROT-FCKD-00.
           MOVE     FTI-FCK  TO  FAT-NFH
           MOVE     ZEROS    TO  SEQ-NFH
           START    CADNFH       KEY  >   CHV-NFH
           IF  FST-NFH  NOT  =  "00"
                                 GO       ROT-FCKD-90.
       ROT-FCKD-10.
           READ     CADNFH  NEXT
           IF  FST-NFH  NOT  =  "00"  OR
               FAT-NFH   >       FTF-FCK
                                 GO       ROT-FCKD-90.
           IF  CLI-NFH   =       CLI-FCK
                                 DELETE   CADNFH.
           GO       ROT-FCKD-10.

       ROT-FCKD-90.
           EXIT.

       ROT-FCKB-00.
           MOVE     FTI-FCK  TO  NUM-AUX.

       ROT-FCKB-10.
           IF  NUM-AUX   >   FTF-FCK
                                 GO       ROT-FCKB-80.
           PERFORM  ROT-FCKX-00  THRU     ROT-FCKX-90
           IF  SIT-AUX   =  "N"  PERFORM  ROT-FCKW-00
                                    THRU  ROT-FCKW-90.
           ADD      1        TO  NUM-AUX
           GO       ROT-FCKB-10.

       ROT-FCKB-80.
           MOVE     "F"      TO  SIT-FCK
           PERFORM  ROT-FCKH-00
           REWRITE  REG-FCK.
       ROT-FCKB-90.
           EXIT.

       ROT-FCKX-00.
           MOVE     "N"      TO  SIT-AUX
           MOVE     CLI-FCK  TO  CLI-FAT
           START    CADFAT       KEY  =   CLI-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-FCKX-90.
       ROT-FCKX-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"  OR
               CLI-FAT  NOT  =   CLI-FCK
                                 GO       ROT-FCKX-90.
           IF  NUM-FAT  NOT  =   NUM-AUX  OR
               DTA-FAT  NOT  =   DTA-FCK
                                 GO       ROT-FCKX-10.
           MOVE     "S"      TO  SIT-AUX.
       ROT-FCKX-90.
           EXIT.

       ROT-FCKW-00.
           MOVE     ZEROS    TO  VNF-AUX  QNF-AUX  SEQ-NFH
           MOVE     NUM-AUX  TO  FAT-NFH
           START    CADNFH       KEY  >   CHV-NFH
           IF  FST-NFH  NOT  =  "00"
                                 GO       ROT-FCKW-20.
       ROT-FCKW-10.
           READ     CADNFH  NEXT
           IF  FST-NFH  NOT  =  "00"  OR
               FAT-NFH  NOT  =   NUM-AUX
                                 GO       ROT-FCKW-20.
           ADD      VAL-NFH  TO  VNF-AUX
           ADD      1        TO  QNF-AUX
           GO       ROT-FCKW-10.

       ROT-FCKW-20.
           IF  QNF-AUX   =    0  GO       ROT-FCKW-90.
           MOVE     SPACES   TO  CHV-FAT
           MOVE     CLI-FCK  TO  CLI-FAT
           MOVE     DTA-FCK  TO  DTA-FAT
           MOVE     NUM-AUX  TO  NUM-FAT
           MOVE     VNF-AUX  TO  VAL-FAT
           MOVE     ZEROS    TO  ABT-FAT
           MOVE     SPACE    TO  FLG-FAT
           MOVE     NUM-AUX  TO  CHV-FAT (1:6)
           WRITE    REG-FAT.
       ROT-FCKW-90.
           EXIT.

       ROT-FCKE-00.
           MOVE     CLI-FCK  TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
                                 MOVE     SPACES   TO  CGC-CLI.
           MOVE     FTI-FCK  TO  NUM-AUX.

       ROT-FCKE-10.
           IF  NUM-AUX   >   FTF-FCK
                                 GO       ROT-FCKE-30.
           MOVE     NUM-AUX  TO  FAT-NFH
           MOVE     ZEROS    TO  SEQ-NFH
           START    CADNFH       KEY  >   CHV-NFH
           IF  FST-NFH  NOT  =  "00"
                                 GO       ROT-FCKE-25.
       ROT-FCKE-20.
           READ     CADNFH  NEXT
           IF  FST-NFH  NOT  =  "00"  OR
               FAT-NFH  NOT  =   NUM-AUX
                                 GO       ROT-FCKE-25.
           MOVE     "I"      TO  TIP-NFE
           MOVE     CGC-CLI  TO  CGC-NFE
           MOVE     FAT-NFH  TO  FAT-NFE
           MOVE     DTA-NFH  TO  DTA-NFE
           MOVE     PCA-NFH  TO  PCA-NFE
           MOVE     DES-NFH  TO  DES-NFE
           MOVE     VAL-NFH  TO  VAL-NFE
           WRITE    LIN-NFE
           GO       ROT-FCKE-20.

       ROT-FCKE-25.
           ADD      1        TO  NUM-AUX
           GO       ROT-FCKE-10.

       ROT-FCKE-30.
           MOVE     FTI-FCK  TO  NUM-AUX.

       ROT-FCKE-40.
           IF  NUM-AUX   >   FTF-FCK
                                 GO       ROT-FCKE-90.
           PERFORM  ROT-FCKX-00  THRU     ROT-FCKX-90
           IF  SIT-AUX   =  "S"  MOVE     "C"      TO  TIP-NFE
                                 MOVE     CGC-CLI  TO  CGC-NFE
                                 MOVE     NUM-AUX  TO  FAT-NFE
                                 MOVE     DTA-FCK  TO  DTA-NFE
                                 MOVE     SPACES   TO  PCA-NFE  DES-NFE
                                 MOVE     VAL-FAT  TO  VAL-NFE
                                 WRITE    LIN-NFE.
           ADD      1        TO  NUM-AUX
           GO       ROT-FCKE-40.

       ROT-FCKE-90.
           EXIT.

       ROT-FCKV-00.
           MOVE     CHV-CLI  TO  CLI-CKP
           MOVE     SPACE    TO  SIT-AUX
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CHV-CLI  TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK   =  "00" MOVE     SIT-FCK  TO  SIT-AUX
                                 GO       ROT-FCKV-90.
           MOVE     SPACES   TO  MOT-AUX
           IF  FST-CLI  NOT  =  "00"
               MOVE  "CLIENTE INEXISTENTE"      TO  MOT-AUX
           ELSE
           IF  BLQ-CLI   =  "S"
               MOVE  "CLIENTE BLOQUEADO"        TO  MOT-AUX
           ELSE
           IF  CGC-CLI   =  SPACES  OR
               END-CLI   =  SPACES  OR
               CID-CLI   =  SPACES
               MOVE  "CADASTRO INCOMPLETO"      TO  MOT-AUX.
           IF  MOT-AUX   =  SPACES
                                 PERFORM  ROT-FCKJ-00
                                    THRU  ROT-FCKJ-90.
           IF  MOT-AUX   =  SPACES
                                 GO       ROT-FCKV-90.
           MOVE     "S"      TO  SIT-AUX  SIT-FCK
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CHV-CLI  TO  CLI-FCK
           MOVE     DTA-DTA  TO  DTA-FCK
           MOVE     ETP-ATU  TO  ETP-FCK
           MOVE     ZEROS    TO  FTI-FCK  FTF-FCK
                                 QTD-FCK  VAL-FCK
           MOVE     MOT-AUX  TO  MOT-FCK
           PERFORM  ROT-FCKH-00
           WRITE    REG-FCK.
       ROT-FCKV-90.
           EXIT.

       ROT-FCKJ-00.
           MOVE     REG-FAT  TO  SAV-FAT
           MOVE     CHV-CLI  TO  CLI-FAT
           START    CADFAT       KEY  =   CLI-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-FCKJ-80.
       ROT-FCKJ-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"  OR
               CLI-FAT  NOT  =   CHV-CLI
                                 GO       ROT-FCKJ-80.
           IF  DTA-FAT  NOT  =   DTA-DTA
                                 GO       ROT-FCKJ-10.
           MOVE  "FATURA JA EMITIDA NESTA DATA"  TO  MOT-AUX.

       ROT-FCKJ-80.
           MOVE     SAV-FAT  TO  REG-FAT.
       ROT-FCKJ-90.
           EXIT.

       ROT-FCKN-00.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CHV-CLI  TO  CLI-FCK
           MOVE     DTA-DTA  TO  DTA-FCK
           MOVE     "N"      TO  SIT-FCK
           MOVE     ETP-ATU  TO  ETP-FCK
           MOVE     FAT-AUX  TO  FTI-FCK  FTF-FCK
           IF  FLG-SCT   =  "D"  COMPUTE  FTF-FCK  =
                                          FAT-AUX  +  QTD-SCT  -  1.
           MOVE     ZEROS    TO  QTD-FCK  VAL-FCK
           MOVE     SPACES   TO  MOT-FCK
           PERFORM  ROT-FCKH-00
           WRITE    REG-FCK
           IF  FST-FCK   =  "22" REWRITE  REG-FCK.
       ROT-FCKN-90.
           EXIT.

       ROT-FCKP-00.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CLI-AUX  TO  CLI-FCK  CLF-AUX
           READ     CADFCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKP-90.
           MOVE     "P"      TO  SIT-FCK
           COMPUTE  FTI-FCK   =  FAT-CTR  +   1
           MOVE     FTI-FCK  TO  FTF-FCK
           IF  FLG-SCT   =  "D"  COMPUTE  FTF-FCK  =
                                          FAT-CTR  +  QTD-SCT.
           MOVE     ACM-QTD  TO  QTD-FCK
           MOVE     VAL-FAT  TO  VAL-FCK
           PERFORM  ROT-FCKH-00
           REWRITE  REG-FCK.
       ROT-FCKP-90.
           EXIT.

       ROT-FCKF-00.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     CLF-AUX  TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKF-90.
           MOVE     "F"      TO  SIT-FCK
           PERFORM  ROT-FCKH-00
           REWRITE  REG-FCK.
       ROT-FCKF-90.
           EXIT.

       ROT-FCKT-00.
           MOVE     ZEROS    TO  ACM-CLF  ACM-ANT  ACM-SLT
                                 ACM-NTF  ACM-VTF  CLI-FCK
           MOVE     IND-CTG  TO  CTG-FCK
           START    CADFCK       KEY  >   CHV-FCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKT-20.
       ROT-FCKT-10.
           READ     CADFCK  NEXT
           IF  FST-FCK  NOT  =  "00"  OR
               CTG-FCK  NOT  =   IND-CTG
                                 GO       ROT-FCKT-20.
           IF  SIT-FCK   =  "S"  ADD      1        TO  ACM-SLT.
           IF  SIT-FCK  NOT  =  "F"
                                 GO       ROT-FCKT-10.
           ADD      1        TO  ACM-CLF
           ADD      QTD-FCK  TO  ACM-NTF
           ADD      VAL-FCK  TO  ACM-VTF
           IF  ETP-FCK   <   ETP-ATU
                                 ADD      1        TO  ACM-ANT.
           GO       ROT-FCKT-10.

       ROT-FCKT-20.
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK   =  "00" MOVE     "F"      TO  SIT-FCK
                                 MOVE     ACM-NTF  TO  QTD-FCK
                                 MOVE     ACM-VTF  TO  VAL-FCK
                                 PERFORM  ROT-FCKH-00
                                 REWRITE  REG-FCK.
           MOVE     ETP-ATU  TO  ETP-CB7
           MOVE     ACM-CLF  TO  QTD-TT4
           MOVE     ACM-ANT  TO  QTD-TT5
           MOVE     ACM-NTF  TO  QTD-TT6
           MOVE     ACM-VTF  TO  VAL-TT7
           MOVE     ACM-SLT  TO  QTD-TT8
           IF  LIN-TMP   >   50  PERFORM  ROT-SORT-25.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-017  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-014  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-004  TO  DET-TMP
           WRITE    REG-TMP
           IF  ACM-ANT   >    0  ADD      1        TO  CHV-TMP  LIN-TMP
                                 MOVE     TOT-005  TO  DET-TMP
                                 WRITE    REG-TMP.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-006  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-007  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-008  TO  DET-TMP
           WRITE    REG-TMP
           IF  ACM-SLT   =    0  GO       ROT-FCKT-90.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-018  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-014  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     IND-CTG  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK
           START    CADFCK       KEY  >   CHV-FCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKT-90.
       ROT-FCKT-30.
           READ     CADFCK  NEXT
           IF  FST-FCK  NOT  =  "00"  OR
               CTG-FCK  NOT  =   IND-CTG
                                 GO       ROT-FCKT-90.
           IF  SIT-FCK  NOT  =  "S"
                                 GO       ROT-FCKT-30.
           IF  LIN-TMP   >   60  PERFORM  ROT-SORT-25.
           MOVE     CLI-FCK  TO  CLI-DT5  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
                                 MOVE     SPACES   TO  NOM-CLI.
           MOVE     NOM-CLI  TO  NOM-DT5
           MOVE     MOT-FCK  TO  MOT-DT5
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-005  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-FCKT-30.

       ROT-FCKT-90.
           EXIT.

       ROT-FCKH-00.
           ACCEPT   DTG-FCK  FROM  DATE
           ACCEPT   HRA-AUX  FROM  TIME
           MOVE     HRA-AUX (1:6)  TO  HRG-FCK
           MOVE     PRM-OPR  TO  OPR-FCK.

       ROT-SCTA-00.
           MOVE     CHV-CLI  TO  CLI-PSC
           MOVE     SPACES   TO  PLA-PSC  CAB-PND
           MOVE     ZEROS    TO  SCT-PSC  QTD-SCT
           MOVE     1        TO  IND-SCT
           CALL    "DYSCTA"  USING  PRM-SCT
           MOVE     MOD-PSC  TO  FLG-SCT
           IF  FLG-SCT   =  "U"  GO       ROT-SCTA-90.

       ROT-SCTA-10.
           PERFORM  ROT-SCTN-00
           PERFORM  ROT-SCTB-00  THRU     ROT-SCTB-90
           IF  IND2      =    0  PERFORM  ROT-SCTI-00
                                    THRU  ROT-SCTI-90.
           IF  FLG-SCT   =  "U"  GO       ROT-SCTA-50.
           ADD      1        TO  QTD-TSC (IND2)
           ADD      VAL-NTA  TO  VAL-TSC (IND2)
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-SCTA-20.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTA-DTA      GO       ROT-SCTA-20.
           GO       ROT-SCTA-10.

       ROT-SCTA-20.
           PERFORM  ROT-SCTO-00  THRU     ROT-SCTO-90
           MOVE     ZEROS    TO  IND2.

       ROT-SCTA-30.
           ADD      1        TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-SCTA-40.
           MOVE     FAT-AUX  TO  FAT-TSC (IND2)
           IF  FLG-SCT   =  "D"  COMPUTE  FAT-TSC (IND2)  =
                                          FAT-AUX  +  IND2  -  1.
           GO       ROT-SCTA-30.

       ROT-SCTA-40.
           MOVE     1        TO  IND-SCT
           IF  FLG-SCT   =  "D"  PERFORM  ROT-SCTF-00.
           IF  FLG-SCT   =  "S"  MOVE     "S"      TO  CAB-PND.
           PERFORM  ROT-SCTP-00  THRU     ROT-SCTP-90
           GO       ROT-SCTA-90.

       ROT-SCTA-50.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA
           START    CADNTA       KEY  >   CHV-NTA
           READ     CADNTA  NEXT.
       ROT-SCTA-90.
           EXIT.

       ROT-SCTB-00.
           MOVE     ZEROS    TO  IND2.

       ROT-SCTB-10.
           ADD      1        TO  IND2
           IF  IND2      >   QTD-SCT
                                 GO       ROT-SCTB-20.
           IF  SCT-TSC (IND2)  =  SCT-NOT
                                 GO       ROT-SCTB-90.
           GO       ROT-SCTB-10.

       ROT-SCTB-20.
           MOVE     ZEROS    TO  IND2.
       ROT-SCTB-90.
           EXIT.

       ROT-SCTI-00.
           IF  QTD-SCT   =   50  MOVE     "U"      TO  FLG-SCT
                                 MOVE     1        TO  IND2.
           IF  FLG-SCT   =  "U"  GO       ROT-SCTI-90.
           ADD      1        TO  QTD-SCT
           MOVE     QTD-SCT  TO  IND2
           MOVE     SCT-NOT  TO  SCT-TSC (IND2)
           MOVE     ZEROS    TO  FAT-TSC (IND2)
                                 QTD-TSC (IND2)
                                 VAL-TSC (IND2)
           MOVE     NOM-PSC  TO  NOM-TSC (IND2)
           MOVE     CNT-PSC  TO  CNT-TSC (IND2)
           MOVE     DDD-PSC  TO  DDD-TSC (IND2)
           MOVE     TEL-PSC  TO  TEL-TSC (IND2).
       ROT-SCTI-90.
           EXIT.

       ROT-SCTD-00.
           PERFORM  ROT-SCTN-00
           PERFORM  ROT-SCTB-00  THRU     ROT-SCTB-90
           IF  IND2      =    0  MOVE     1        TO  IND2.
           MOVE     FAT-TSC (IND2)     TO  FAT-NFE.

       ROT-SCTO-00.
           MOVE     1        TO  IND-SCT.

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
           ADD      1        TO  IND2
           GO       ROT-SCTO-20.

       ROT-SCTO-90.
           EXIT.

       ROT-SCTP-00.
           MOVE     SPACES   TO  CHV-NTA
           MOVE     CHV-CLI  TO  CLI-NTA.

       ROT-SCTP-10.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-SCTP-90.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTA-DTA      GO       ROT-SCTP-90.
           PERFORM  ROT-SCTN-00
           IF  SCT-NOT  NOT  =   SCT-TSC (IND-SCT)
                                 GO       ROT-SCTP-10.
       ROT-SCTP-90.
           EXIT.

       ROT-SCTN-00.
           MOVE     CHV-CLI  TO  CLI-PSC
           MOVE     PCA-NTA  TO  PLA-PSC
           MOVE     ZEROS    TO  SCT-PSC
           CALL    "DYSCTA"  USING  PRM-SCT
           MOVE     SCT-PSC  TO  SCT-NOT.

       ROT-SCTF-00.
           MOVE     FAT-TSC (IND-SCT)  TO  FAT-CB4
           MOVE     SCT-TSC (IND-SCT)  TO  SCT-CB5
           MOVE     NOM-TSC (IND-SCT)  TO  NOM-CB5
           MOVE     CNT-TSC (IND-SCT)  TO  CNT-CB5
           MOVE     TEL-TSC (IND-SCT)  TO  TEL-CB5.

       ROT-SCTC-00.
           MOVE     SCT-TSC (IND-SCT)  TO  SCT-DT3
           MOVE     NOM-TSC (IND-SCT)  TO  NOM-DT3
           MOVE     CNT-TSC (IND-SCT)  TO  CNT-DT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "N"      TO  CAB-PND.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.
           MOVE     PRM-CAB   TO    DTA-CB2  DTA-CB3.

       ROT-EXIT-00.
           CLOSE    CADCLI  CADNTA  CADFCK
           GOBACK.
