                       RECORD        KEY     IS  CHV-SPL
                       FILE          STATUS  IS  FST-SPL.

           SELECT      CADTRM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TRM
                       FILE          STATUS  IS  FST-TRM.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADOPR.CPY.
       COPY  CADSPL.CPY.
       COPY  CADTRM.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-OPR          PIC  X(02).
           03  FST-SPL          PIC  X(02).
           03  FST-TRM          PIC  X(02).
           03  DST-AUX          PIC  X(01).
           03  DSP-AUX          PIC  X(01).
           03  EST-AUX          PIC  X(15).
           03  FLG-TRM          PIC  X(01).
           03  TECLADO          PIC  9(02).
           03  HRA-TRN          PIC  9(04).

           03  BCK-CLR 00 FOR-CLR 05.
               05  LINE 19 COLUMN 16 PIC X(50) FROM ALL "?".

       01  TELA-04.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 17 COLUMN 15 PIC X(51) FROM SPACES.
               05  LINE 18 COLUMN 15 PIC X(51) FROM
                   "  Opcao nao permitida nesta estacao".
               05  LINE 19 COLUMN 15 PIC X(51) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR  PRM-SPL.

       ROT-0000-00.
                                 MOVE  60  TO  IND-MSG
                                 GO        ROT-MSGM-00.

       ROT-TERM-00.
           MOVE     "T"       TO  DSP-AUX
           MOVE     SPACES    TO  EST-AUX
           DISPLAY  "DYESTACAO"  UPON  ENVIRONMENT-NAME
           ACCEPT   EST-AUX   FROM   ENVIRONMENT-VALUE
           IF  EST-AUX   =   SPACES  GO   ROT-DEST-00.
           MOVE     "N"       TO  FLG-TRM
           OPEN     INPUT         CADTRM
           MOVE     EST-AUX   TO  CHV-TRM
           READ     CADTRM
           IF  FST-TRM   =  "00"      AND
               PRG-TR1 (PRG-SPL)  NOT  =  "N"  AND
               (CXA-TRM   >   0   OR
                PRG-SPL  NOT  =   40  AND  NOT  =  42)
                                 MOVE  "S"      TO  FLG-TRM.
           IF  FLG-TRM   =  "S"  AND
               (DST-TRM  =  "I"  OR  "P"  OR  "E")
                                 MOVE  DST-TRM  TO  DSP-AUX.
           CLOSE    CADTRM
           IF  FLG-TRM   =  "N"  DISPLAY   TELA-04
                                 MOVE  50  TO  IND-MSG
                                 GO        ROT-MSGM-00.

       ROT-DEST-00.
           MOVE     DSP-AUX   TO  DST-AUX
           DISPLAY  TELA-01      TELA-02   TELA-03
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  DST-AUX  NOT  =   "T"  AND  NOT  =  "I"
               AND          NOT  =     "P" AND  NOT  =  "E"
                                 MOVE  DSP-AUX TO  DST-AUX.

       ROT-SPOL-00.
           ACCEPT   DTA-SPL  FROM  DATE
           MOVE     PRG-SPL   TO   IND-SPL
           MOVE     DST-AUX   TO   DST-SPL
           MOVE     5         TO   PRI-SPL
           MOVE     ZEROS     TO   RPT-SPL
           MOVE     SPACES    TO   TMP-SPL
           DISPLAY  "dd_CADTMP"   UPON  ENVIRONMENT-NAME
           ACCEPT   TMP-SPL   FROM   ENVIRONMENT-VALUE
           IF  TMP-SPL   =   SPACES  MOVE  "CADTMP"  TO  TMP-SPL.

       ROT-SPOL-10.
           ACCEPT   HRA-SPL  FROM  TIME
