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

           03  IND1             PIC  9(02).
           03  IND-FCK          PIC  9(01).
           03  FLG-FCK          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ACM-PSQ          PIC  9(02).
           03  ACM-QTD          PIC  9(04).
           03  ACM-VAL          PIC  9(06)V99.
           03  FAT-AUX          PIC  9(06).
           03  PAG-TOT          PIC  9(03).
           03  FLG-SCT          PIC  X(01).
           03  CAB-PND          PIC  X(01).
           03  IND-SCT          PIC  9(02).
           03  QTD-SCT          PIC  9(02).
           03  IND2             PIC  9(02).
           03  FAT-ANH          PIC  9(06).
           03  SEQ-ANH          PIC  9(04).
           03  SCT-NOT          PIC  9(03).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  RED-NOM          REDEFINES   NOM-PSQ.
               05  LET-PSQ      PIC  X(01)  OCCURS  20.

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

       01  CAB-012              PIC  X(80)  VALUE  ALL  "- ".

       01  CAB-013.
           03  FILLER           PIC  X(20)  VALUE
               "? CENTRO DE CUSTO :".
           03  SCT-CB3          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-CB3          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CNT-CB3          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TEL-CB3          PIC  ZZZ9.9999.
           03  FILLER           PIC  X(02)  VALUE  " ?".

       01  DET-001.
           03  FILLER           PIC  X(03)  VALUE  "?".
           03  DIA-DT1          PIC  9(02).
           03  VAL-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(03)  VALUE  "  ?".

       01  DET-002.
           03  FILLER           PIC  X(03)  VALUE  "?".
           03  FILLER           PIC  X(18)  VALUE  "CENTRO DE CUSTO :".
           03  SCT-DT2          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  NOM-DT2          PIC  X(25).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CNT-DT2          PIC  X(15).
           03  FILLER           PIC  X(11)  VALUE  "          ?".

       01  DET-003.
           03  FILLER           PIC  X(03)  VALUE  "?".
           03  FILLER           PIC  X(18)  VALUE  "SUBTOTAL NOTAS .:".
           03  QTD-DT3          PIC  Z.ZZ9.
           03  FILLER           PIC  X(41)  VALUE
               "  SUBTOTAL DO CENTRO DE CUSTO EM R$".
           03  VAL-DT3          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(03)  VALUE  "  ?".

       01  TOT-001.
           03  FILLER           PIC  X(18)  VALUE  "?  TOTAL NOTAS .:".
           03  QTD-TT1          PIC  Z.ZZ9.
           03  CL1-IMP          PIC  9(02)  VALUE  53.
           03  CL2-IMP          PIC  9(02)  VALUE  61.

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
               05  LINE 18 COLUMN 70 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 10 PIC X(60) FROM ALL "?".

       01  TELA-06.
           03  BCK-CLR 04 FOR-CLR 07.
               05  LINE 16 COLUMN 09 PIC X(61) FROM ALL "?".
               05  LINE 18 COLUMN 09 PIC X(01) FROM     "?".
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 17 COLUMN 09 PIC X(61) FROM
                   " FATURAMENTO GERAL INTERROMPIDO, RETOME-O ANTES !!".
           03  BCK-CLR 00 FOR-CLR 04.
               05  LINE 17 COLUMN 70 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 70 PIC X(01) FROM     " ".
               05  LINE 18 COLUMN 10 PIC X(60) FROM ALL "?".

       01  ENTR-01     AUTO.
           03  CHV-E02 LINE 10 COLUMN 20 PIC ZZZZ9 USING CHV-CLI.
           03  PSQ-E02 LINE 10 COLUMN 28 PIC X(20) USING NOM-PSQ.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     OUTPUT   CADTMP
                    INPUT    CADCLI   CADNTA.
           PERFORM  ROT-FCKC-00  THRU     ROT-FCKC-90
           IF  FLG-FCK   =    1  GO       ROT-EXIT-00.

       ROT-CODE-00.
           DISPLAY  TELA-02      MOVE  0  TO  CHV-CLI
           CLOSE    CADCTR       PERFORM  ROT-GTLA-00
           DISPLAY  TELA-03
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
                                 ACM-QTD  ACM-VAL  PAG-TOT
           PERFORM  ROT-SCTA-00  THRU     ROT-SCTA-90.
       ROT-IMPR-00.
           DISPLAY  PAG-T02
           MOVE     1        TO  LIN-TMP
           ADD      1        TO  PAG-CB1  CHV-TMP  PAG-TOT
           MOVE     PAG-TOT  TO  PAG-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           IF  FLG-SCT   =  "D"  ADD      1        TO  CHV-TMP  LIN-TMP
                                 MOVE     CAB-013  TO  DET-TMP
                                 WRITE    REG-TMP.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           WRITE    REG-TMP.

       ROT-IMPR-10.
           IF  CAB-PND   =  "S"  PERFORM  ROT-SCTC-00.
           MOVE     DTA-NTA  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           ADD      1        TO  ACM-QTD
                                 CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-15.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-IMPR-30.
           READ     CADNTA  NEXT
           IF  CLI-NTA  NOT   =  CHV-CLI  OR  DTA-NTA
               >    DTA-DTA      GO       ROT-IMPR-30.
           IF  FLG-SCT  NOT  =  "U"  PERFORM  ROT-SCTN-00.
           IF  FLG-SCT  NOT  =  "U"  AND
               SCT-NOT  NOT  =   SCT-TSC (IND-SCT)
                                 GO       ROT-IMPR-15.
           IF  LIN-TMP   <   50  GO       ROT-IMPR-10.

       ROT-IMPR-20.
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP      GO       ROT-IMPR-00.

       ROT-IMPR-22.
           MOVE     QTD-TSC (IND-SCT)  TO  QTD-DT3
           MOVE     VAL-TSC (IND-SCT)  TO  VAL-DT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IND-SCT
           IF  IND-SCT   >   QTD-SCT
                                 GO       ROT-IMPR-33.
           MOVE     "S"      TO  CAB-PND
           PERFORM  ROT-SCTP-00  THRU     ROT-SCTP-90
           IF  LIN-TMP   <   50  GO       ROT-IMPR-10.
           GO       ROT-IMPR-20.

       ROT-IMPR-25.
           ADD      1        TO  CHV-TMP
           MOVE     91       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     92       TO  LIN-TMP
           MOVE     CAB-012  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     93       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IND-SCT
           MOVE     ZEROS    TO  PAG-CB1  ACM-QTD  ACM-VAL
           PERFORM  ROT-SCTF-00
           PERFORM  ROT-SCTP-00  THRU     ROT-SCTP-90
           GO       ROT-IMPR-00.

       ROT-IMPR-30.
           IF  FLG-SCT   =  "S"  GO       ROT-IMPR-22.

       ROT-IMPR-33.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-008  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-011  TO  DET-TMP
           WRITE    REG-TMP
           IF  FLG-SCT   =  "D"  AND
               IND-SCT   <   QTD-SCT
                                 GO       ROT-IMPR-25.
           MOVE     PAG-TOT  TO  PAG-IMP
           DISPLAY  PAG-T02      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           DELETE     FILE       CADTMP
           IF  RSP-OPC  NOT   =  "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05      OPEN     OUTPUT   REL-NFE
           PERFORM  ROT-NFHA-00  THRU     ROT-NFHA-90
           PERFORM  ROT-CONF-10  CLOSE    REL-NFE  CADNFH
           PERFORM  ROT-RTLA-00  GO       ROT-CODE-00.

       ROT-CONF-10.
           READ     CADCTR       MOVE 20  TO  IND-MSG
           IF  FST-CTR   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       ROT-SORT-50.
           IF  FLG-SCT   =  "D"  MOVE     ZEROS    TO  IND2
                                 GO       ROT-SORT-55.
           ADD      1        TO  FAT-CTR
           MOVE     CHV-CLI  TO  CLI-FAT
           MOVE     DTA-DTA  TO  DTA-FAT
           MOVE     ZEROS    TO  ABT-FAT
           MOVE     SPACE    TO  FLG-FAT
           REWRITE  REG-CTR      WRITE    REG-FAT
           PERFORM  ROT-NFEC-00  GO       ROT-SORT-58.

       ROT-SORT-55.
           ADD      1        TO  IND2
           IF  IND2      >   QTD-SCT
                                 REWRITE  REG-CTR
                                 GO       ROT-SORT-58.
           ADD      1        TO  FAT-CTR
           MOVE     CHV-CLI  TO  CLI-FAT
           MOVE     DTA-DTA  TO  DTA-FAT
           MOVE     FAT-CTR  TO  NUM-FAT
           MOVE     VAL-TSC (IND2)  TO  VAL-FAT
           MOVE     ZEROS    TO  ABT-FAT
           MOVE     SPACE    TO  FLG-FAT
           WRITE    REG-FAT
           PERFORM  ROT-NFEC-00  GO       ROT-SORT-55.

       ROT-SORT-58.
           CLOSE    CADCTR       CADFAT   CADNTA
           OPEN     INPUT        CADNTA.

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
           MOVE     0        TO  FLG-FCK  IND-FCK
           OPEN     INPUT        CADFCK
           IF  FST-FCK  NOT  =  "00"
                                 GO       ROT-FCKC-90.
       ROT-FCKC-10.
           ADD      1        TO  IND-FCK
           IF  IND-FCK   >    5  GO       ROT-FCKC-80.
           MOVE     IND-FCK  TO  CTG-FCK
           MOVE     ZEROS    TO  CLI-FCK
           READ     CADFCK
           IF  FST-FCK  NOT  =  "00"  OR
               SIT-FCK  NOT  =   "P"
                                 GO       ROT-FCKC-10.
           MOVE     1        TO  FLG-FCK
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-06
           MOVE     50       TO  IND-MSG
           PERFORM  ROT-MSGM-00  PERFORM  ROT-RTLA-00.
       ROT-FCKC-80.
           CLOSE    CADFCK.
       ROT-FCKC-90.
           EXIT.

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
           MOVE     SCT-TSC (IND-SCT)  TO  SCT-CB3
           MOVE     NOM-TSC (IND-SCT)  TO  NOM-CB3
           MOVE     CNT-TSC (IND-SCT)  TO  CNT-CB3
           MOVE     TEL-TSC (IND-SCT)  TO  TEL-CB3.

       ROT-SCTC-00.
           MOVE     SCT-TSC (IND-SCT)  TO  SCT-DT2
           MOVE     NOM-TSC (IND-SCT)  TO  NOM-DT2
           MOVE     CNT-TSC (IND-SCT)  TO  CNT-DT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "N"      TO  CAB-PND.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.
