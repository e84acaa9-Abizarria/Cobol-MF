                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADLVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LVR
                       FILE          STATUS  IS  FST-LVR.

           SELECT      CADPLM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLM
                       FILE          STATUS  IS  FST-PLM.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      CADPRS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADCXA.CPY.
       COPY  CADECR.CPY.
       COPY  CADLCP.CPY.
       COPY  CADLVR.CPY.
       COPY  CADPLM.CPY.
       COPY  CADPRS.CPY.
       COPY  CADTTQ.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADTMP.CPY.

           03  FST-TNQ          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-LMC          PIC  X(02).
           03  FST-LVR          PIC  X(02).
           03  FST-PLM          PIC  X(02).
           03  FST-TTQ          PIC  X(02).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  IND3             PIC  9(02).
           03  ACM-PAG          PIC  9(03).
           03  ACM-SDI          PIC  9(06)V9.
           03  ACM-SDF          PIC  9(06)V9.
           03  ACM-VDD          PIC  9(07)V99.
           03  ACM-VDM          PIC  9(08)V99.

           03  FLG-ABR          PIC  9(01).
           03  FLG-ENC          PIC  9(01).
           03  FLG-RCS          PIC  9(01).
           03  NUM-ABR          PIC  9(04).
           03  PGI-ABR          PIC  9(03).
           03  DTA-ABR          PIC  9(06).
           03  RSA-ABR          PIC  X(30).
           03  NUM-ENC          PIC  9(04).
           03  PGI-ENC          PIC  9(03).
           03  PGF-ENC          PIC  9(03).
           03  DTE-ENC          PIC  9(06).
           03  RSE-ENC          PIC  X(30).
           03  DTA-TRM.
               05  ANO-TRM      PIC  9(02).
               05  MES-TRM      PIC  9(02).
               05  DIA-TRM      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
           03  TOT-D04          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(03)  VALUE  "  ?".

       01  DET-005.
           03  FILLER           PIC  X(61)  VALUE  "?".
           03  FILLER           PIC  X(13)  VALUE  "? TRANSF. TQ".
           03  TNO-D05          PIC  9(02).
           03  FILLER           PIC  X(07)  VALUE  " P/ TQ".
           03  TND-D05          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  QTD-D05          PIC  ZZZ.ZZ9,9.
           03  FILLER           PIC  X(05)  VALUE  " L -".
           03  MOT-D05          PIC  X(30).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  FILLER           PIC  X(01)  VALUE  "?".

       01  TRM-001.
           03  FILLER           PIC  X(45)  VALUE  SPACES.
           03  TIT-TR1          PIC  X(45).

       01  TRM-002.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(19)  VALUE  "LIVRO NUMERO ....:".
           03  NUM-TR2          PIC  9(04).
           03  FILLER           PIC  X(19)  VALUE  "     PRODUTO ....:".
           03  CMB-TR2          PIC  X(10).

       01  TRM-003.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(42)  VALUE
               "ESTE LIVRO CONTEM AS FOLHAS NUMERADAS DE".
           03  PGI-TR3          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " A".
           03  PGF-TR3          PIC  9(03).
           03  FILLER           PIC  X(60)  VALUE  " DESTINADAS AO LIVR
      -        "O DE MOVIMENTACAO DE COMBUSTIVEIS - LMC".

       01  TRM-004.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(19)  VALUE  "ESTABELECIMENTO .:".
           03  CLI-TR4          PIC  X(40).

       01  TRM-005.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(19)  VALUE  "CNPJ ............:".
           03  CGC-TR5          PIC  99.999.999/9999.99.
           03  FILLER           PIC  X(22)  VALUE
               "   INSCR. ESTADUAL .:".
           03  INS-TR5          PIC  X(15).

       01  TRM-006.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(19)  VALUE  "ENDERECO ........:".
           03  END-TR6          PIC  X(40).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  CID-TR6          PIC  X(25).
           03  FILLER           PIC  X(03)  VALUE  " -".
           03  EST-TR6          PIC  X(02).

       01  TRM-007.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  DES-TR7          PIC  X(19).
           03  DIA-TR7          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-TR7          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-TR7          PIC  9(02).

       01  TRM-008.
           03  FILLER           PIC  X(70)  VALUE  SPACES.
           03  FILLER           PIC  X(40)  VALUE  ALL  "_".

       01  TRM-009.
           03  FILLER           PIC  X(70)  VALUE  SPACES.
           03  FILLER           PIC  X(14)  VALUE  "RESPONSAVEL :".
           03  RSP-TR9          PIC  X(30).

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-SCR.
           03  FLG-SCR          PIC  X(01).
           03  P01-SCR          PIC  X(01).
       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     I-O          CADCTR
                    INPUT        CADCXA
           MOVE     ZEROS    TO  CHV-CXA  ACM-PAG
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01.

           READ     CADCTR       PERFORM  ROT-NOME-00
           ADD      1        TO  LMC-CTR
           MOVE     LMC-CTR  TO  PAG-C01
           PERFORM  ROT-LIVR-00
              THRU  ROT-LIVR-90
           CLOSE    CADCTR       CADCXA
           IF  FLG-RCS   =    1  MOVE 89  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 PERFORM  ROT-RTLA-00
                                 GOBACK.
           ACCEPT   ARQ-IMP       FROM    TIME
           OPEN     OUTPUT       CADTMP   REL-LMC
                    INPUT        CADCMB   CADECR
           START    CADCMB       KEY  >   CHV-CMB
                    INVALID      KEY  GO  ROT-IMPR-65.
           READ     CADCMB  NEXT DISPLAY  PAG-T01
           IF  FLG-ENC   =    1  PERFORM  ROT-TENC-00
                                    THRU  ROT-TENC-90.
           IF  FLG-ABR   =    1  PERFORM  ROT-TABR-00
                                    THRU  ROT-TABR-90.
           ADD      1        TO  ACM-PAG  CHV-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     ACM-PAG  TO  PAG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-030  TO  DET-TMP
           WRITE    REG-TMP
           PERFORM  ROT-OTRF-00
              THRU  ROT-OTRF-90
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-032  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     93       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           IF  FLG-ENC   =    2  PERFORM  ROT-TENC-00
                                    THRU  ROT-TENC-90.
           GO       ROT-IMPR-00.

       ROT-IMPR-65.
           MOVE     ACM-PAG  TO  PAG-IMP
           CALL    "DYIMPR"      USING    PRM-IMP
           PERFORM  ROT-RTLA-00  GO       ROT-EXIT-00.

       ROT-OTRF-00.
           MOVE     ZEROS    TO  IND3
           OPEN     INPUT    CADTTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-OTRF-80.
           MOVE     DTA-AUX  TO  DTA-TTQ
           MOVE     ZEROS    TO  SEQ-TTQ
           START    CADTTQ       KEY  NOT  <  CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-OTRF-80.

       ROT-OTRF-10.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"  OR
               DTA-TTQ  NOT  =   DTA-AUX  OR
               IND3      =   03  GO       ROT-OTRF-80.
           IF  CMB-TTQ  NOT  =   CHV-CMB
                                 GO       ROT-OTRF-10.
           ADD      1        TO  IND3
           MOVE     TNO-TTQ  TO  TNO-D05
           MOVE     TND-TTQ  TO  TND-D05
           MOVE     QTD-TTQ  TO  QTD-D05
           MOVE     MOT-TTQ  TO  MOT-D05
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-005  TO  DET-TMP
           WRITE    REG-TMP      GO       ROT-OTRF-10.

       ROT-OTRF-80.
           CLOSE    CADTTQ.

       ROT-OTRF-85.
           IF  IND3      =   03  GO       ROT-OTRF-90.
           ADD      1        TO  IND3
                                 CHV-TMP  LIN-TMP
           MOVE     CAB-031  TO  DET-TMP
           WRITE    REG-TMP      GO       ROT-OTRF-85.

       ROT-OTRF-90.
           EXIT.

       ROT-EXPT-00.
           MOVE     1        TO  IND2.
       ROT-EXPT-10.
       ROT-EXPT-90.
           EXIT.

       ROT-LIVR-00.
           MOVE     0        TO  FLG-ABR  FLG-ENC  FLG-RCS
           OPEN     I-O      CADLVR
           IF  FST-LVR   =  "35" CLOSE    CADLVR
                                 OPEN     OUTPUT   CADLVR
                                 CLOSE    CADLVR
                                 OPEN     I-O      CADLVR.
           OPEN     I-O      CADPLM
           IF  FST-PLM   =  "35" CLOSE    CADPLM
                                 OPEN     OUTPUT   CADPLM
                                 CLOSE    CADPLM
                                 OPEN     I-O      CADPLM.
           MOVE     9999     TO  CHV-LVR
           START    CADLVR       KEY  <   CHV-LVR
           IF  FST-LVR  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-LVR
                                 GO       ROT-LIVR-10.
           READ     CADLVR       PREVIOUS
           IF  FST-LVR  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-LVR
                                 GO       ROT-LIVR-10.
           IF  STA-LVR   =  "E"  AND
               DTE-LVR  NOT  =   DTA-AUX
                                 GO       ROT-LIVR-10.
           IF  STA-LVR   =  "E"  GO       ROT-LIVR-20.
           IF  PAG-C01  NOT  >   160
                                 GO       ROT-LIVR-20.
           MOVE     "E"      TO  STA-LVR
           MOVE     DTA-AUX  TO  DTE-LVR
           REWRITE  REG-LVR
           MOVE     CHV-LVR  TO  NUM-ENC
           MOVE     PGI-LVR  TO  PGI-ENC
           MOVE     PGF-LVR  TO  PGF-ENC
           MOVE     DTE-LVR  TO  DTE-ENC
           MOVE     RSE-LVR  TO  RSE-ENC
           MOVE     1        TO  FLG-ENC.

       ROT-LIVR-10.
           IF  CHV-LVR   >    0  OR
               PAG-C01   >  160  MOVE     ZEROS    TO  LMC-CTR
                                 REWRITE  REG-CTR
                                 MOVE     1        TO  PAG-C01.
           ADD      1        TO  CHV-LVR
           MOVE     PAG-C01  TO  PGI-LVR
           MOVE     ZEROS    TO  PGF-LVR  DTE-LVR
           MOVE     DTA-AUX  TO  DTA-LVR
           MOVE     SPACES   TO  RSA-LVR  RSE-LVR
           MOVE     "A"      TO  STA-LVR
           WRITE    REG-LVR
           MOVE     CHV-LVR  TO  NUM-ABR
           MOVE     PGI-LVR  TO  PGI-ABR
           MOVE     DTA-LVR  TO  DTA-ABR
           MOVE     RSA-LVR  TO  RSA-ABR
           MOVE     1        TO  FLG-ABR.

       ROT-LIVR-20.
           MOVE     CHV-LVR  TO  LVR-PLM
           MOVE     PAG-C01  TO  PAG-PLM
           READ     CADPLM
           IF  FST-PLM   =  "00" AND
               DTA-PLM  NOT  =   DTA-AUX  AND
               STA-PLM  NOT  =  "R"
                                 MOVE     1        TO  FLG-RCS
                                 GO       ROT-LIVR-80.
           MOVE     DTA-AUX  TO  DTA-PLM
           ACCEPT   HRA-PLM  FROM  TIME
           MOVE     "I"      TO  STA-PLM
           IF  FST-PLM   =  "00" REWRITE  REG-PLM
           ELSE                  WRITE    REG-PLM.
           IF  PAG-C01   >       PGF-LVR
                                 MOVE     PAG-C01  TO  PGF-LVR.
           IF  PAG-C01  NOT  <   160
                                 MOVE     "E"      TO  STA-LVR
                                 MOVE     DTA-AUX  TO  DTE-LVR
                                 MOVE     CHV-LVR  TO  NUM-ENC
                                 MOVE     PGI-LVR  TO  PGI-ENC
                                 MOVE     PGF-LVR  TO  PGF-ENC
                                 MOVE     DTE-LVR  TO  DTE-ENC
                                 MOVE     RSE-LVR  TO  RSE-ENC
                                 MOVE     2        TO  FLG-ENC.
           REWRITE  REG-LVR.

       ROT-LIVR-80.
           CLOSE    CADLVR       CADPLM.

       ROT-LIVR-90.
           EXIT.

       ROT-TABR-00.
           MOVE     "T E R M O   D E   A B E R T U R A"  TO  TIT-TR1
           MOVE     NUM-ABR  TO  NUM-TR2
           MOVE     PGI-ABR  TO  PGI-TR3
           MOVE     160      TO  PGF-TR3
           MOVE     "DATA DE ABERTURA :"  TO  DES-TR7
           MOVE     DTA-ABR  TO  DTA-TRM
           MOVE     RSA-ABR  TO  RSP-TR9
           PERFORM  ROT-TERM-00
              THRU  ROT-TERM-90.

       ROT-TABR-90.
           EXIT.

       ROT-TENC-00.
           MOVE     "T E R M O   D E   E N C E R R A M E N T O"
                             TO  TIT-TR1
           MOVE     NUM-ENC  TO  NUM-TR2
           MOVE     PGI-ENC  TO  PGI-TR3
           MOVE     PGF-ENC  TO  PGF-TR3
           MOVE     "DATA ENCERRAMENTO:"  TO  DES-TR7
           MOVE     DTE-ENC  TO  DTA-TRM
           MOVE     RSE-ENC  TO  RSP-TR9
           PERFORM  ROT-TERM-00
              THRU  ROT-TERM-90.

       ROT-TENC-90.
           EXIT.

       ROT-TERM-00.
           MOVE     DES-CMB  TO  CMB-TR2
           MOVE     CLI-NOM  TO  CLI-TR4
           MOVE     CGC-NOM  TO  CGC-TR5
           MOVE     INS-NOM  TO  INS-TR5
           MOVE     END-NOM  TO  END-TR6
           MOVE     CID-NOM  TO  CID-TR6
           MOVE     EST-NOM  TO  EST-TR6
           MOVE     DIA-TRM  TO  DIA-TR7
           MOVE     MES-TRM  TO  MES-TR7
           MOVE     ANO-TRM  TO  ANO-TR7
           ADD      1        TO  ACM-PAG  CHV-TMP
           MOVE     ACM-PAG  TO  PAG-TMP
           MOVE     05       TO  LIN-TMP
           MOVE     TRM-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     10       TO  LIN-TMP
           MOVE     TRM-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     13       TO  LIN-TMP
           MOVE     TRM-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     16       TO  LIN-TMP
           MOVE     TRM-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     18       TO  LIN-TMP
           MOVE     TRM-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     20       TO  LIN-TMP
           MOVE     TRM-006  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     23       TO  LIN-TMP
           MOVE     TRM-007  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     30       TO  LIN-TMP
           MOVE     TRM-008  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     31       TO  LIN-TMP
           MOVE     TRM-009  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     91       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     92       TO  LIN-TMP
           MOVE     CAB-040  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     93       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP.

       ROT-TERM-90.
           EXIT.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-GTLA-00.
           MOVE   "G"        TO    FLG-SCR
           CALL   "DYTELA"  USING  PRM-SCR.
