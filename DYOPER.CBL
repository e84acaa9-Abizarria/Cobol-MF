                       RECORD        KEY     IS  CHV-LOG
                       FILE          STATUS  IS  FST-LOG.

           SELECT      CADTRM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TRM
                       FILE          STATUS  IS  FST-TRM.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADOPR.CPY.
       COPY  CADLOG.CPY.
       COPY  CADTRM.CPY.

       WORKING-STORAGE SECTION.

           03  TECLADO          PIC  9(02).
           03  FST-OPR          PIC  X(02).
           03  FST-LOG          PIC  X(02).
           03  FST-TRM          PIC  X(02).
           03  COD-AUX          PIC  X(10).
           03  EST-AUX          PIC  X(15).
           03  SPV-AUX          PIC  X(10).
           03  SNH-AUX          PIC  X(10).
           03  OPR-AUX          PIC  X(10).
           03  CXA-AUX          PIC  9(02).
           03  FLG-TRM          PIC  X(01).
           03  HRA-TRN          PIC  9(04).
           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  ORD-SYS          PIC  9(05).
           03  ORD-OPR          PIC  9(05).
           03  DIF-SNH          PIC  S9(05).
           03  TNT-SNH          PIC  9(02).
           03  FLG-BLQ          PIC  X(01).
           03  MIN-FAL          PIC  9(04).
           03  MIN-ANT          PIC  9(04).
           03  MIN-SYS          PIC  9(04).
           03  HRA-FAL          PIC  9(08).
           03  RED-FAL          REDEFINES  HRA-FAL.
               05  HOR-FAL      PIC  9(02).
               05  MNT-FAL      PIC  9(02).
               05  FILLER       PIC  9(04).
           03  HRA-SYS          PIC  9(08).
           03  RED-SYS          REDEFINES  HRA-SYS.
               05  HOR-SYS      PIC  9(02).
               05  MNT-SYS      PIC  9(02).
               05  FILLER       PIC  9(04).

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "OPER".
       01  ENTR-04  BCK-CLR 05 FOR-CLR 15
                    LINE 14 COLUMN 43 PIC X(10) FROM  ALL "*".

       01  TELA-04.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 18 COLUMN 21 PIC X(39) FROM SPACES.
               05  LINE 19 COLUMN 21 PIC X(39) FROM SPACES.
               05  LINE 20 COLUMN 21 PIC X(39) FROM SPACES.
               05  LINE 21 COLUMN 21 PIC X(39) FROM SPACES.
               05  LINE 18 COLUMN 23 VALUE "Estacao nao cadastrada".
               05  LINE 19 COLUMN 23 PIC X(15) FROM EST-AUX.
               05  LINE 20 COLUMN 23 VALUE "Supervisor ....:".
               05  LINE 21 COLUMN 23 VALUE "Senha .........:".

       01  ENTR-05  BCK-CLR 04 FOR-CLR 15
                    LINE 20 COLUMN 41 PIC X(10) USING SPV-AUX.
       01  ENTR-06  NO-ECHO
                    LINE 21 COLUMN 41 PIC X(10) USING SNH-AUX.
       01  ENTR-07  BCK-CLR 04 FOR-CLR 15
                    LINE 21 COLUMN 41 PIC X(10) FROM  ALL "*".

       01  LIMP-04  BCK-CLR 00.
           03  LINE 18 COLUMN 21 PIC X(39) FROM SPACES.
           03  LINE 19 COLUMN 21 PIC X(39) FROM SPACES.
           03  LINE 20 COLUMN 21 PIC X(39) FROM SPACES.
           03  LINE 21 COLUMN 21 PIC X(39) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           READ     CADOPR       MOVE 23  TO  IND-MSG
           IF  FST-OPR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-OPER-00.
           PERFORM  ROT-TENT-00  THRU  ROT-TENT-90
           IF  FLG-BLQ   =  "S"  MOVE     20       TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-OPER-00.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-03.

       ROT-OPER-10.
                                 PERFORM  ROT-LOGA-00
                                    THRU  ROT-LOGA-10
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-OPER-20.
           MOVE     "S"      TO  RSL-LOG
           PERFORM  ROT-LOGA-00
              THRU  ROT-LOGA-10
                                 MOVE  60  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-OPER-10.
           PERFORM  ROT-TERM-00  THRU  ROT-TERM-90
           IF  FLG-TRM   =  "N"  MOVE     "T"  TO  RSL-LOG
                                 PERFORM  ROT-LOGA-00
                                    THRU  ROT-LOGA-10
                                 GO       ROT-EXIT-00.
           PERFORM  ROT-EXPS-00  THRU  ROT-EXPS-90
           MOVE     CHV-OPR  TO  PRM-OPR
           GO       ROT-EXIT-00.

       ROT-OPER-20.
           PERFORM  ROT-TENT-00  THRU  ROT-TENT-90
           IF  FLG-BLQ  NOT  =  "S"
                                 GO       ROT-OPER-10.
           PERFORM  ROT-ALRT-00  THRU  ROT-ALRT-90
           MOVE     20       TO  IND-MSG
           PERFORM  ROT-MSGM-00
           PERFORM  ROT-RTLA-00  GO       ROT-OPER-00.

       ROT-TENT-00.
           MOVE     "N"      TO  FLG-BLQ
           MOVE     ZEROS    TO  TNT-SNH  MIN-ANT
           MOVE     CHV-OPR  TO  OPR-LOG
           ACCEPT   DTA-LOG  FROM  DATE
           MOVE     DTA-LOG  TO  DTA-SYS
           MOVE     0        TO  LCT-LOG
           START    CADLOG       KEY  NOT  <  CHV-LOG
           IF  FST-LOG  NOT  =  "00"
                                 GO       ROT-TENT-90.

       ROT-TENT-10.
           READ     CADLOG  NEXT
           IF  FST-LOG  NOT  =  "00"
                                 GO       ROT-TENT-20.
           IF  OPR-LOG  NOT  =   CHV-OPR  OR
               DTA-LOG  NOT  =   DTA-SYS
                                 GO       ROT-TENT-20.
           IF  RSL-LOG   =  "S"  MOVE     ZEROS    TO  TNT-SNH
                                 GO       ROT-TENT-10.
           IF  RSL-LOG  NOT  =  "N"
                                 GO       ROT-TENT-10.
           MOVE     HRA-LOG (1:8)    TO  HRA-FAL
           COMPUTE  MIN-FAL  =   HOR-FAL  *  60  +  MNT-FAL
           IF  TNT-SNH   >   0   AND
               MIN-FAL - MIN-ANT  >=  30
                                 MOVE     ZEROS    TO  TNT-SNH.
           ADD      1        TO  TNT-SNH
           MOVE     MIN-FAL  TO  MIN-ANT
           GO       ROT-TENT-10.

       ROT-TENT-20.
           IF  TNT-SNH   <   3   GO       ROT-TENT-90.
           ACCEPT   HRA-SYS  FROM  TIME
           COMPUTE  MIN-SYS  =   HOR-SYS  *  60  +  MNT-SYS
           IF  MIN-SYS - MIN-ANT  <   30
                                 MOVE     "S"      TO  FLG-BLQ.

       ROT-TENT-90.
           EXIT.

       ROT-ALRT-00.
           MOVE     SPACES   TO  EST-AUX
           DISPLAY  "COMPUTERNAME"  UPON  ENVIRONMENT-NAME
           ACCEPT   EST-AUX  FROM   ENVIRONMENT-VALUE
           MOVE     "LOG"    TO  EVT-ALR
           MOVE     "OPER"   TO  PRG-ALR
           MOVE     CHV-OPR  TO  OPR-ALR
           MOVE     EST-AUX  TO  REF-ALR
           MOVE     TNT-SNH  TO  VAL-ALR
           MOVE     SPACES   TO  MSG-ALR
           STRING   "LOGIN BLOQUEADO - SENHA INVALIDA - OPERADOR "
                                         DELIMITED  BY  SIZE
                    CHV-OPR              DELIMITED  BY  SPACE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALRT-90.
           EXIT.

       ROT-EXPS-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTS-OPR  TO  DTA-OPR
       ROT-EXPS-90.
           EXIT.

       ROT-TERM-00.
           MOVE     "N"      TO  FLG-TRM
           MOVE     SPACES   TO  EST-AUX
           DISPLAY  "COMPUTERNAME"  UPON  ENVIRONMENT-NAME
           ACCEPT   EST-AUX  FROM   ENVIRONMENT-VALUE
           IF  EST-AUX   =       SPACES
                                 MOVE     27  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-TERM-90.
           OPEN     I-O          CADTRM
           IF  FST-TRM   =  "35" CLOSE    CADTRM
                                 OPEN     OUTPUT  CADTRM
                                 CLOSE    CADTRM
                                 OPEN     I-O     CADTRM.
           MOVE     EST-AUX  TO  CHV-TRM
           READ     CADTRM
           IF  FST-TRM   =  "00" GO       ROT-TERM-50.
           MOVE     CHV-OPR  TO  OPR-AUX
           DISPLAY  TELA-04.

       ROT-TERM-10.
           MOVE     SPACES   TO  SPV-AUX  SNH-AUX
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-TERM-80.
           IF  SPV-AUX   =       SPACES
                                 GO       ROT-TERM-10.

       ROT-TERM-20.
           ACCEPT   ENTR-06      DISPLAY  ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-TERM-10.
           MOVE     SPV-AUX  TO  CHV-OPR
           READ     CADOPR       MOVE 27  TO  IND-MSG
           IF  FST-OPR   =  "00" AND
               SNH-AUX   =   COD-OPR  AND
               PRG-OP1 (63)  =  "S"
                                 GO       ROT-TERM-30.
           MOVE     OPR-AUX  TO  CHV-OPR
           READ     CADOPR
           PERFORM  ROT-MSGM-00  GO       ROT-TERM-10.

       ROT-TERM-30.
           MOVE     EST-AUX  TO  CHV-TRM
           MOVE     "CADASTRADA NO LOGIN"  TO  DES-TRM
           MOVE     SPACES   TO  IMP-TRM
           MOVE     ZEROS    TO  CXA-TRM
           MOVE     "T"      TO  DST-TRM
           MOVE     SPV-AUX  TO  SPV-TRM
           ACCEPT   DTA-TRM  FROM  DATE
           MOVE     1        TO  IND1.

       ROT-TERM-40.
           MOVE     "S"      TO  PRG-TR1 (IND1)
           IF  IND1      <  100  ADD      1  TO  IND1
                                 GO       ROT-TERM-40.
           WRITE    REG-TRM
           MOVE     OPR-AUX  TO  CHV-OPR
           READ     CADOPR
           DISPLAY  LIMP-04.

       ROT-TERM-50.
           MOVE     "S"      TO  FLG-TRM
           MOVE     CXA-TRM  TO  CXA-AUX
           DISPLAY  "DYESTACAO"     UPON  ENVIRONMENT-NAME
           DISPLAY  CHV-TRM         UPON  ENVIRONMENT-VALUE
           DISPLAY  "DYCAIXA"       UPON  ENVIRONMENT-NAME
           DISPLAY  CXA-AUX         UPON  ENVIRONMENT-VALUE
           DISPLAY  "DYIMPRESSORA"  UPON  ENVIRONMENT-NAME
           DISPLAY  IMP-TRM         UPON  ENVIRONMENT-VALUE.

       ROT-TERM-80.
           CLOSE    CADTRM.

       ROT-TERM-90.
           EXIT.

       ROT-LOGA-00.
           MOVE     CHV-OPR  TO  OPR-LOG
           ACCEPT   DTA-LOG  FROM  DATE
