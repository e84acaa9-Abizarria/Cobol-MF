                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

           SELECT      CADTSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TSV
                       FILE          STATUS  IS  FST-TSV.

           SELECT      CADFSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FSV
                       FILE          STATUS  IS  FST-FSV.

           SELECT      CADRET        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RET
                       FILE          STATUS  IS  FST-RET.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      CADOVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OVR
                       FILE          STATUS  IS  FST-OVR.

           SELECT      CADALC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALC
                       FILE          STATUS  IS  FST-ALC.

           SELECT      CADAPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APV
                       FILE          STATUS  IS  FST-APV.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADDSP.CPY.
       COPY  CADLDP.CPY.
       COPY  CADSDO.CPY.
       COPY  CADTSV.CPY.
       COPY  CADFSV.CPY.
       COPY  CADRET.CPY.
       COPY  CADOPR.CPY.
       COPY  CADOVR.CPY.
       COPY  CADALC.CPY.
       COPY  CADAPV.CPY.

       WORKING-STORAGE SECTION.

           03  FRN-AUX          PIC  9(04).
           03  FST-LDP          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-TSV          PIC  X(02).
           03  FST-FSV          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-OVR          PIC  X(02).
           03  FST-ALC          PIC  X(02).
           03  FST-APV          PIC  X(02).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(01).
           03  RED-DIA          REDEFINES   TAB-DIA.
               05  DIA-TAB      PIC  9(02)  OCCURS 12.

           03  VBR-AUX          PIC  9(07)V99.
           03  VLQ-AUX          PIC  9(07)V99.
           03  ISS-AUX          PIC  9(07)V99.
           03  INS-AUX          PIC  9(07)V99.
           03  IRF-AUX          PIC  9(07)V99.
           03  PCC-AUX          PIC  9(07)V99.
           03  RET-TOT          PIC  9(07)V99.
           03  RTX-AUX          PIC  9(07)V99.
           03  DSP-RTX          PIC  9(06)V99.
           03  DIA-RTX          PIC  9(02).
           03  DES-RTX          PIC  X(09).
           03  DIS-AUX          PIC  9(02).
           03  DSP-ISS          PIC  9(06)V99  VALUE  2041.
           03  DSP-INS          PIC  9(06)V99  VALUE  2042.
           03  DSP-IRF          PIC  9(06)V99  VALUE  2043.
           03  DSP-PCC          PIC  9(06)V99  VALUE  2044.
           03  DTR-AUX.
               05  ANO-RTX      PIC  9(02).
               05  MES-RTX      PIC  9(02).
               05  DIR-RTX      PIC  9(02).
           03  LDR-AUX.
               05  FILLER       PIC  X(01)  VALUE  "R".
               05  DTA-LDR      PIC  9(06).
               05  SEQ-LDR      PIC  9(03).
           03  LDP-PAI          PIC  X(10).
           03  FLG-PAI          PIC  X(10).

           03  SPV-AUX          PIC  X(10).
           03  PWD-AUX          PIC  X(10).
           03  FLG-SPV          PIC  X(01).
           03  FLG-DUP          PIC  9(01).
           03  PRZ-DUP          PIC  9(02)  VALUE  5.
           03  DIA-ENT          PIC  9(07).
           03  DIF-DUP          PIC S9(07).
           03  DTA-DUP          PIC  9(06).
           03  VAL-DUP          PIC  9(07)V99.
           03  HST-DUP          PIC  X(25).
           03  LDP-SAV          PIC  X(164).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  23.

       LINKAGE         SECTION.

       01  OPR-LNK              PIC  X(10).

       SCREEN          SECTION.

           03  LINE 21 COLUMN 10 PIC X(60) FROM SPACES.
           03  LINE 22 COLUMN 10 PIC X(60) FROM SPACES.

       01  TELA-RET     BCK-CLR 04 FOR-CLR 15.
           03  LINE 23 COLUMN 10 PIC X(16) FROM "Retencoes ...R$".
           03  LINE 23 COLUMN 27 PIC ZZ.ZZ9,99    FROM RET-TOT.
           03  LINE 23 COLUMN 40 PIC X(16) FROM "Liquido .....R$".
           03  LINE 23 COLUMN 57 PIC Z.ZZZ.ZZ9,99 FROM VLQ-AUX.
       01  LIMP-RET.
           03  LINE 23 COLUMN 10 PIC X(60) FROM SPACES.

       01  TELA-DUP     BCK-CLR 04 FOR-CLR 15.
           03  LINE 20 COLUMN 10 PIC X(12) FROM "Ja Lancado:".
           03  LINE 20 COLUMN 23 PIC 99/99/99     FROM DTA-DUP.
           03  LINE 20 COLUMN 32 PIC Z.ZZZ.ZZ9,99 FROM VAL-DUP.
           03  LINE 20 COLUMN 45 PIC X(25)        FROM HST-DUP.
       01  LIMP-DUP.
           03  LINE 20 COLUMN 10 PIC X(60) FROM SPACES.

       01  TELA-SPV     BCK-CLR 07 FOR-CLR 15.
           03  LINE 21 COLUMN 15 PIC X(30) FROM
               "Operador Autorizante :".
           03  LINE 22 COLUMN 15 PIC X(30) FROM
               "Senha Autorizante ...:".

       01  SPV-E02  LINE 21 COLUMN 40 PIC X(10)  USING SPV-AUX.
       01  SPV-T02  BCK-CLR 07 FOR-CLR 12
                    LINE 21 COLUMN 40 PIC X(10)  FROM SPV-AUX.
       01  PWD-E02  NO-ECHO
                    LINE 22 COLUMN 40 PIC X(10)  USING PWD-AUX.
       01  PWD-T02  BCK-CLR 07 FOR-CLR 12
                    LINE 22 COLUMN 40 PIC X(10)  FROM ALL "*".

       PROCEDURE       DIVISION  USING  OPR-LNK.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    OPR-LNK  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.  DISPLAY  TELA-01
           OPEN     I-O      CADLDP
                    INPUT    CADCTR   CADDSP   CADFRN
                             CADTSV   CADFSV   CADOPR
                             CADALC
           OPEN     I-O      CADAPV
           IF  FST-APV   =  "35" CLOSE    CADAPV
                                 OPEN     OUTPUT   CADAPV
                                 CLOSE    CADAPV
                                 OPEN     I-O      CADAPV.
           OPEN     I-O      CADOVR
           IF  FST-OVR   =  "35" CLOSE    CADOVR
                                 OPEN     OUTPUT   CADOVR
                                 CLOSE    CADOVR
                                 OPEN     I-O      CADOVR.
           READ     CADCTR.

       ROT-CODE-00.
                                 GO       ROT-ENTR-30.
           IF  VAL-LDP   =       ZEROS
                                 GO       ROT-ENTR-30.
           PERFORM  ROT-RETC-00
              THRU  ROT-RETC-90.
       ROT-ENTR-35.
           MOVE     SPACES   TO  LDG-AUX
           DISPLAY  TELA-BOL
                                 GO       ROT-ENTR-35.
           IF  LDG-AUX   =       SPACES
                                 DISPLAY  LIMP-BOL
                                 GO       ROT-ENTR-38.
           PERFORM  ROT-BOLE-00
              THRU  ROT-BOLE-90
           IF  FLG-BOL   =   0   MOVE     75  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTR-35.
           DISPLAY  LIMP-BOL.

       ROT-ENTR-38.
           PERFORM  ROT-BDUP-00
              THRU  ROT-BDUP-90
           IF  FLG-DUP   =   0   GO       ROT-ENTR-40.
           DISPLAY  TELA-DUP
           IF  FLG-DUP   =   1   MOVE     76  TO  IND-MSG
           ELSE                  MOVE     92  TO  IND-MSG.
           PERFORM  ROT-MSGM-00
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           DISPLAY  LIMP-BOL     LIMP-DUP
           IF  FLG-SPV  NOT  =  "S"
                                 GO       ROT-ENTR-30.

       ROT-ENTR-40.
           MOVE 10  TO  IND-MSG  PERFORM  ROT-MSGM-00
           MOVE     CCU-AUX  TO  CCU-LDP
           MOVE     FRN-AUX  TO  FRN-LDP
           MOVE     DTA-DTA  TO  DTA-LDP
           MOVE     SPACE    TO  REM-LDP
           MOVE     LDG-AUX  TO  LDG-LDP
           MOVE     SPACES   TO  ORG-LDP
           MOVE     VAL-LDP  TO  VBR-AUX
           MOVE     VLQ-AUX  TO  VAL-LDP
           PERFORM  ROT-ALCD-00
              THRU  ROT-ALCD-90
           MOVE     1        TO  LCT-LDP.

       ROT-ENTR-50.
           WRITE    REG-LDP      ADD  1   TO  LCT-LDP
           IF  FST-LDP   =  "22" GO       ROT-ENTR-50.
           MOVE     CHV-LDP  TO  LDP-PAI
           MOVE     FLG-LDP  TO  FLG-PAI
           OPEN     I-O          CADSDO
           MOVE     2        TO  PRX-SDO
           MOVE     PRX-LDP  TO  SUF-SDO.
           IF  FST-SDO   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTR-60.
           ADD      VAL-LDP  TO  ENT-SDO
           ADD      RET-TOT  TO  ENT-SDO
           REWRITE  REG-SDO      CLOSE    CADSDO
           IF  FLG-LDP   =  "A"  PERFORM  ROT-GAPV-00
                                    THRU  ROT-GAPV-90.
           IF  RET-TOT   >   0   PERFORM  ROT-GRET-00
                                    THRU  ROT-GRET-90
                                 DISPLAY  LIMP-RET.
           IF  FLG-LDP   =  "A"  MOVE     93  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           PERFORM  ROT-RTLA-00  GO       ROT-ENTR-00.

       ROT-ALCD-00.
           MOVE     "P"      TO  FLG-LDP
           MOVE     OPR-LNK  TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
                                 GO       ROT-ALCD-90.
           MOVE     PRF-OPR  TO  CHV-ALC
           READ     CADALC
           IF  FST-ALC  NOT  =  "00"
                                 GO       ROT-ALCD-90.
           IF  LIM-ALC   >   0   AND  VBR-AUX  >  LIM-ALC
                                 MOVE     "A"      TO  FLG-LDP.
       ROT-ALCD-90.
           EXIT.

       ROT-GAPV-00.
           ACCEPT   DTA-APV  FROM  DATE
           ACCEPT   HRA-APV  FROM  TIME
           MOVE     ZEROS    TO  SEQ-APV
           MOVE     CHV-LDP  TO  LDP-APV
           MOVE     "R"      TO  ACA-APV
           MOVE     OPR-LNK  TO  OPR-APV
           MOVE     VBR-AUX  TO  VAL-APV
           MOVE     HST-LDP  TO  HST-APV.
       ROT-GAPV-10.
           ADD      1        TO  SEQ-APV
           WRITE    REG-APV
           IF  FST-APV   =  "22" GO       ROT-GAPV-10.
       ROT-GAPV-90.
           EXIT.

       ROT-RETC-00.
           MOVE     ZEROS    TO  ISS-AUX  INS-AUX  IRF-AUX  PCC-AUX
                                 RET-TOT
           MOVE     VAL-LDP  TO  VLQ-AUX
           DISPLAY  LIMP-RET
           IF  FRN-AUX   =   0   GO       ROT-RETC-90.
           MOVE     FRN-AUX  TO  CHV-FSV
           READ     CADFSV
           IF  FST-FSV  NOT  =  "00"
                                 GO       ROT-RETC-90.
           MOVE     TSV-FSV  TO  CHV-TSV
           READ     CADTSV
           IF  FST-TSV  NOT  =  "00"
                                 GO       ROT-RETC-90.
           COMPUTE  ISS-AUX  ROUNDED  =  VAL-LDP  *  ISS-TSV  /  100
           COMPUTE  INS-AUX  ROUNDED  =  VAL-LDP  *  INS-TSV  /  100
           IF  SMP-FSV  NOT  =  "S"
               COMPUTE  IRF-AUX  ROUNDED  =  VAL-LDP  *  IRF-TSV
                                          /  100
               COMPUTE  PCC-AUX  ROUNDED  =  VAL-LDP  *  PCC-TSV
                                          /  100.
           IF  IRF-AUX   <   10  MOVE     ZEROS    TO  IRF-AUX.
           IF  PCC-AUX   <   10  MOVE     ZEROS    TO  PCC-AUX.
           COMPUTE  RET-TOT  =   ISS-AUX  +  INS-AUX  +  IRF-AUX
                             +   PCC-AUX
           IF  RET-TOT   NOT  <  VAL-LDP
                                 MOVE     ZEROS    TO  RET-TOT
                                 GO       ROT-RETC-90.
           COMPUTE  VLQ-AUX  =   VAL-LDP  -  RET-TOT
           DISPLAY  TELA-RET.
       ROT-RETC-90.
           EXIT.

       ROT-GRET-00.
           MOVE     ANO-DTA  TO  ANO-RTX
           MOVE     MES-DTA  TO  MES-RTX
           ADD      1        TO  MES-RTX
           IF  MES-RTX   >   12  MOVE     1  TO  MES-RTX
                                 ADD      1  TO  ANO-RTX.
           MOVE     DIS-TSV  TO  DIS-AUX
           IF  DIS-AUX   =   0   MOVE     10 TO  DIS-AUX.
           MOVE     DTA-DTA  TO  DTA-LDR
           MOVE     ZEROS    TO  SEQ-LDR
           MOVE     ZEROS    TO  FRN-LDP
           MOVE     SPACES   TO  LDG-LDP
           MOVE     ISS-AUX  TO  RTX-AUX
           MOVE     DSP-ISS  TO  DSP-RTX
           MOVE     DIS-AUX  TO  DIA-RTX
           MOVE     "ISS RET."  TO  DES-RTX
           PERFORM  ROT-GTAX-00
              THRU  ROT-GTAX-90
           MOVE     INS-AUX  TO  RTX-AUX
           MOVE     DSP-INS  TO  DSP-RTX
           MOVE     20       TO  DIA-RTX
           MOVE     "INSS RET."  TO  DES-RTX
           PERFORM  ROT-GTAX-00
              THRU  ROT-GTAX-90
           MOVE     IRF-AUX  TO  RTX-AUX
           MOVE     DSP-IRF  TO  DSP-RTX
           MOVE     20       TO  DIA-RTX
           MOVE     "IRRF RET."  TO  DES-RTX
           PERFORM  ROT-GTAX-00
              THRU  ROT-GTAX-90
           MOVE     PCC-AUX  TO  RTX-AUX
           MOVE     DSP-PCC  TO  DSP-RTX
           MOVE     20       TO  DIA-RTX
           MOVE     "PCC RET."  TO  DES-RTX
           PERFORM  ROT-GTAX-00
              THRU  ROT-GTAX-90
           OPEN     I-O          CADRET
           IF  FST-RET   =  "35" CLOSE    CADRET
                                 OPEN     OUTPUT   CADRET
                                 CLOSE    CADRET
                                 OPEN     I-O      CADRET.
           MOVE     ANO-DTA  TO  MES-RET (1:2)
           MOVE     MES-DTA  TO  MES-RET (3:2)
           MOVE     FRN-AUX  TO  FRN-RET
           MOVE     ZEROS    TO  SEQ-RET
           MOVE     DTA-DTA  TO  DTA-RET
           MOVE     TSV-FSV  TO  TSV-RET
           MOVE     VBR-AUX  TO  VBR-RET
           MOVE     ISS-AUX  TO  ISS-RET
           MOVE     INS-AUX  TO  INS-RET
           MOVE     IRF-AUX  TO  IRF-RET
           MOVE     PCC-AUX  TO  PCC-RET
           MOVE     VLQ-AUX  TO  VLQ-RET
           MOVE     NOM-FRN  TO  HST-RET
           MOVE     LDP-PAI  TO  LDP-RET.

       ROT-GRET-10.
           ADD      1        TO  SEQ-RET
           WRITE    REG-RET
           IF  FST-RET   =  "22" GO       ROT-GRET-10.
           CLOSE    CADRET.
       ROT-GRET-90.
           EXIT.

       ROT-GTAX-00.
           IF  RTX-AUX   =   0   GO       ROT-GTAX-90.
           MOVE     DIA-TAB (MES-RTX)  TO  DIR-RTX
           IF  DIA-RTX   <       DIR-RTX
                                 MOVE     DIA-RTX  TO  DIR-RTX.
           MOVE     DSP-RTX  TO  DSP-LDP
           MOVE     DTR-AUX  TO  DTA-LDP
           MOVE     RTX-AUX  TO  VAL-LDP
           MOVE     FLG-PAI  TO  FLG-LDP
           MOVE     LDP-PAI  TO  ORG-LDP
           MOVE     SPACES   TO  HST-LDP
           STRING   DES-RTX       DELIMITED  BY  "  "
                    " "           DELIMITED  BY  SIZE
                    NOM-FRN       DELIMITED  BY  SIZE
                    INTO     HST-LDP.

       ROT-GTAX-10.
           ADD      1        TO  SEQ-LDR
           MOVE     LDR-AUX  TO  CHV-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" GO       ROT-GTAX-10.
       ROT-GTAX-90.
           EXIT.

       ROT-PESQ-00.
           CALL    "DYPESQ"      USING    PRM-PSQ
                                          PRM-HLP.
           MOVE     LDG-AUX (37:11)  TO  COD-B48 (34:11)
           MOVE     COD-B48 (5:11)   TO  VAL-B48 (1:11)
           IF  VAL-B48  NOT  =   ZEROS  AND
               VAL-B48  NOT  =   VLQ-AUX
                                 MOVE     0  TO  FLG-BOL.
           GO       ROT-BOLE-90.

           MOVE     LDG-AUX (34:4)   TO  FTR-BOL
           MOVE     LDG-AUX (38:10)  TO  VAL-BOL (1:10)
           IF  VAL-BOL  NOT  =   ZEROS  AND
               VAL-BOL  NOT  =   VLQ-AUX
                                 MOVE     0  TO  FLG-BOL
                                 GO       ROT-BOLE-90.
           IF  FTR-BOL   =   ZEROS
           EXIT.

       ROT-BDUP-00.
           MOVE     0        TO  FLG-DUP
           MOVE     REG-LDP  TO  LDP-SAV
           MOVE     DTA-DTA  TO  DTA-CLC
           PERFORM  ROT-NDIA-00
              THRU  ROT-NDIA-90
           MOVE     TOT-DIA  TO  DIA-ENT
           MOVE     SPACES   TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-BDUP-80.

       ROT-BDUP-10.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-BDUP-80.
           IF  FLG-LDP   =  "E"  GO       ROT-BDUP-10.
           IF  LDG-AUX  NOT  =   SPACES   AND
               LDG-LDP   =       LDG-AUX
                                 MOVE     1  TO  FLG-DUP
                                 GO       ROT-BDUP-70.
           IF  FRN-AUX   =   0            OR
               FRN-LDP  NOT  =   FRN-AUX  OR
               VAL-LDP  NOT  =   VLQ-AUX
                                 GO       ROT-BDUP-10.
           MOVE     DTA-LDP  TO  DTA-CLC
           PERFORM  ROT-NDIA-00
              THRU  ROT-NDIA-90
           COMPUTE  DIF-DUP  =   TOT-DIA  -  DIA-ENT
           IF  DIF-DUP   <   0   COMPUTE  DIF-DUP  =  DIA-ENT - TOT-DIA.
           IF  DIF-DUP   >       PRZ-DUP
                                 GO       ROT-BDUP-10.
           MOVE     2        TO  FLG-DUP.

       ROT-BDUP-70.
           MOVE     DTA-LDP (5:2)  TO  DTA-DUP (1:2)
           MOVE     DTA-LDP (3:2)  TO  DTA-DUP (3:2)
           MOVE     DTA-LDP (1:2)  TO  DTA-DUP (5:2)
           MOVE     VAL-LDP  TO  VAL-DUP
           MOVE     HST-LDP  TO  HST-DUP.
       ROT-BDUP-80.
           MOVE     LDP-SAV  TO  REG-LDP.
       ROT-BDUP-90.
           EXIT.

       ROT-SUPV-00.
           MOVE     "N"      TO  FLG-SPV
           MOVE     SPACES   TO  SPV-AUX
           DISPLAY  TELA-SPV     SPV-T02
           ACCEPT   SPV-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-SUPV-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-SUPV-00.
           IF  SPV-AUX   =       SPACES  OR
               SPV-AUX   =       OPR-LNK
                                 GO       ROT-SUPV-90.
           MOVE     SPV-AUX  TO  CHV-OPR
           READ     CADOPR       MOVE 23  TO  IND-MSG
           IF  FST-OPR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-SUPV-00.
           MOVE     SPACES   TO  PWD-AUX
           DISPLAY  PWD-T02
           ACCEPT   PWD-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-SUPV-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-SUPV-00.
           MOVE     25       TO  IND-MSG
           IF  PWD-AUX  NOT  =   COD-OPR
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-SUPV-90.
           MOVE     "S"      TO  FLG-SPV
           MOVE     "1320"   TO  PRG-OVR
           ACCEPT   DTA-OVR  FROM  DATE
           ACCEPT   HRA-OVR  FROM  TIME
           MOVE     ZEROS    TO  LCT-OVR
           MOVE     OPR-LNK  TO  OPR-OVR
           MOVE     SPV-AUX  TO  SPV-OVR
           MOVE     VLQ-AUX  TO  VOR-OVR
           MOVE     VAL-DUP  TO  VNV-OVR.
       ROT-SUPV-10.
           WRITE    REG-OVR      ADD   1  TO  LCT-OVR
           IF  FST-OVR   =  "22" GO       ROT-SUPV-10.
       ROT-SUPV-90.
           EXIT.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

           CALL    "DYTELA"  USING  PRM-SCR (IND2).

       ROT-EXIT-00.
           CLOSE    CADCTR   CADDSP  CADLDP  CADFRN
                    CADTSV   CADFSV  CADOPR  CADOVR
                    CADALC   CADAPV  GOBACK.
