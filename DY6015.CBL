                       RECORD        KEY     IS  CHV-AGE
                       FILE          STATUS  IS  FST-AGE.

           SELECT      CADSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SES
                       FILE          STATUS  IS  FST-SES.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

           SELECT      REL-AGE       ASSIGN  TO  "AGENDALOG.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.
       FILE            SECTION.

       COPY  CADAGE.CPY.
       COPY  CADSES.CPY.
       COPY  CADTMP.CPY.

       FD  REL-AGE.
       01  LIN-AGE               PIC  X(80).
       01  AUXILIARES.
           03  FST-AGE          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-SES          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  ARQ-SES          PIC  X(40).
           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
       ROT-EXEC-00.
           IF  PRG-AGE   <   01  OR  >  18  GO  ROT-EXEC-90.
           MOVE     NOM-PRG (PRG-AGE)  TO  PRG-CAB
           PERFORM  ROT-TEMP-00
              THRU  ROT-TEMP-90
           EVALUATE PRG-AGE
               WHEN  01  CALL  "DYRDIA"
               WHEN  02  CALL  "DY1152"  USING  PRM-OPR
               WHEN  17  CALL  "DY1556"  USING  PRM-OPR
               WHEN  18  CALL  "DYRANA"
           END-EVALUATE
           PERFORM  ROT-TEMP-50
              THRU  ROT-TEMP-60
           ACCEPT   HRA-EXE  FROM  TIME
           MOVE     "X"       TO  STA-AGE
           MOVE     HRA-EXE   TO  HRX-AGE
       ROT-EXEC-90.
           CONTINUE.

       ROT-TEMP-00.
           ACCEPT   HRA-EXE  FROM  TIME
           MOVE     SPACES   TO  ARQ-SES
           STRING   "CTAGD"            DELIMITED  BY  SIZE
                    NOM-PRG (PRG-AGE)  DELIMITED  BY  SIZE
                    "."                DELIMITED  BY  SIZE
                    HRA-EXE (1:6)      DELIMITED  BY  SIZE
                    INTO  ARQ-SES
           DISPLAY  "dd_CADTMP"  UPON  ENVIRONMENT-NAME
           DISPLAY  ARQ-SES      UPON  ENVIRONMENT-VALUE
           OPEN     I-O      CADSES
           IF  FST-SES   =  "35" CLOSE    CADSES
                                 OPEN     OUTPUT   CADSES
                                 CLOSE    CADSES
                                 OPEN     I-O      CADSES.
           MOVE     ARQ-SES  TO  CHV-SES
           MOVE     "AGENDADOR"  TO  EST-SES
           MOVE     PRM-OPR  TO  OPR-SES
           MOVE     DTA-CMP  TO  DTA-SES
           MOVE     HRA-EXE  TO  HRA-SES
           MOVE     "A"      TO  STA-SES
           WRITE    REG-SES
           IF  FST-SES   =  "22" REWRITE  REG-SES.
           CLOSE    CADSES.

       ROT-TEMP-90.
           EXIT.

       ROT-TEMP-50.
           DELETE   FILE     CADTMP
           OPEN     I-O      CADSES
           IF  FST-SES  NOT  =  "00"
                                 GO       ROT-TEMP-60.
           MOVE     ARQ-SES  TO  CHV-SES
           READ     CADSES
           IF  FST-SES   =  "00" MOVE     "F"      TO  STA-SES
                                 REWRITE  REG-SES.
           CLOSE    CADSES.

       ROT-TEMP-60.
           EXIT.

       ROT-AGE-90.
           CLOSE    CADAGE   REL-AGE
           GOBACK.
