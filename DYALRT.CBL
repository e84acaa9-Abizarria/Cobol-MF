       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYALRT.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADALT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALT
                       FILE          STATUS  IS  FST-ALT.

           SELECT      CADASB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ASB
                       FILE          STATUS  IS  FST-ASB.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADALT.CPY.
       COPY  CADASB.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ALT          PIC  X(02).
           03  FST-ASB          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  LIM-AUX          PIC  9(09)V99.
           03  VAL-ABS          PIC  9(09)V99.

       LINKAGE         SECTION.

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       PROCEDURE       DIVISION  USING  PRM-ALR.

       ROT-0000-00.
           MOVE     "N"      TO  RET-ALR
           MOVE     ZEROS    TO  LIM-AUX
           IF  EVT-ALR   = "CXA" MOVE     50       TO  LIM-AUX.
           IF  EVT-ALR   = "CHQ" MOVE     1000     TO  LIM-AUX.
           IF  EVT-ALR   = "TNQ" MOVE     10       TO  LIM-AUX.
           OPEN     INPUT        CADASB
           IF  FST-ASB   =  "00" MOVE     EVT-ALR  TO  EVT-ASB
                                 MOVE     ZEROS    TO  SEQ-ASB
                                 READ     CADASB
                                 IF  FST-ASB   =  "00"
                                     MOVE     LIM-ASB  TO  LIM-AUX.
           CLOSE    CADASB
           MOVE     VAL-ALR  TO  VAL-ABS
           IF  EVT-ALR   = "CXA" OR  EVT-ALR  =  "CHQ"
               IF  VAL-ABS   <   LIM-AUX
                                 GOBACK.
           IF  EVT-ALR   = "TNQ"
               IF  VAL-ABS   >   LIM-AUX
                                 GOBACK.
           ACCEPT   DTA-HOJ  FROM  DATE
           OPEN     I-O          CADALT
           IF  FST-ALT   =  "35" CLOSE    CADALT
                                 OPEN     OUTPUT   CADALT
                                 CLOSE    CADALT
                                 OPEN     I-O      CADALT.
           IF  FST-ALT  NOT  =  "00"
                                 GOBACK.
           IF  EVT-ALR   = "TNQ" PERFORM  ROT-DUPL-00
                                    THRU  ROT-DUPL-90
                                 IF  RET-ALR   =  "D"
                                     MOVE     "N"      TO  RET-ALR
                                     GO       ROT-EXIT-00.
           MOVE     DTA-HOJ  TO  DTA-ALT
           MOVE     ZEROS    TO  SEQ-ALT
           ACCEPT   HRA-ALT  FROM  TIME
           MOVE     EVT-ALR  TO  EVT-ALT
           MOVE     PRG-ALR  TO  PRG-ALT
           MOVE     OPR-ALR  TO  OPR-ALT
           MOVE     REF-ALR  TO  REF-ALT
           MOVE     VAL-ALR  TO  VAL-ALT
           MOVE     LIM-AUX  TO  LIM-ALT
           MOVE     MSG-ALR  TO  MSG-ALT
           MOVE     "P"      TO  STA-ALT
           MOVE     ZEROS    TO  QEN-ALT  QFL-ALT.

       ROT-0000-10.
           ADD      1        TO  SEQ-ALT
           WRITE    REG-ALT
           IF  FST-ALT   =  "22" GO       ROT-0000-10.
           MOVE     "S"      TO  RET-ALR.

       ROT-EXIT-00.
           CLOSE    CADALT       GOBACK.

       ROT-DUPL-00.
           MOVE     DTA-HOJ  TO  DTA-ALT
           MOVE     ZEROS    TO  SEQ-ALT
           START    CADALT       KEY  >   CHV-ALT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-DUPL-90.

       ROT-DUPL-10.
           READ     CADALT  NEXT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-DUPL-90.
           IF  DTA-ALT  NOT  =   DTA-HOJ
                                 GO       ROT-DUPL-90.
           IF  EVT-ALT   =       EVT-ALR  AND
               REF-ALT   =       REF-ALR
                                 MOVE     "D"      TO  RET-ALR
                                 GO       ROT-DUPL-90.
           GO       ROT-DUPL-10.

       ROT-DUPL-90.
           EXIT.
