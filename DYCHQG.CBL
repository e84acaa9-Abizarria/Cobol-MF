       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYCHQG.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CGC
                       FILE          STATUS  IS  FST-CGC.

           SELECT      CADCDV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CDV
                       FILE          STATUS  IS  FST-CDV.

           SELECT      ARQCGQ        ASSIGN  TO  "CHQREQ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CGQ.

           SELECT      ARQCGR        ASSIGN  TO  "CHQRESP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CGR.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCGC.CPY.
       COPY  CADCDV.CPY.

       FD  ARQCGQ.
       01  LIN-CGQ               PIC  X(80).

       FD  ARQCGR.
       01  LIN-CGR               PIC  X(80).

       WORKING-STORAGE SECTION.

       01  AUXLIARES.
           03  FST-CGC          PIC  X(02).
           03  FST-CDV          PIC  X(02).
           03  FST-CGQ          PIC  X(02).
           03  FST-CGR          PIC  X(02).
           03  CPF-A11          PIC  9(11).
           03  CPF-A10          PIC  X(10).
           03  VAL-ED           PIC  9(07),99.
           03  CPF-RSP          PIC  9(14).
           03  VAL-RSP          PIC  9(07)V99.
           03  STA-RSP          PIC  X(01).
           03  APR-RSP          PIC  X(10).

       LINKAGE         SECTION.

       01  PRM-CGR.
           03  FUN-CGR          PIC  X(01).
           03  PRG-CGR          PIC  X(04).
           03  OPR-CGR          PIC  X(10).
           03  CPF-CGR          PIC  9(14).
           03  BCO-CGR          PIC  9(03).
           03  AGE-CGR          PIC  9(04).
           03  CTA-CGR          PIC  X(12).
           03  NUM-CGR          PIC  9(07).
           03  VAL-CGR          PIC  9(07)V99.
           03  DOC-CGR          PIC  9(06).
           03  RSP-CGR          PIC  X(01).
           03  APR-CGR          PIC  X(10).
           03  DEV-CGR          PIC  X(01).
           03  STA-CGR          PIC  X(01).
           03  SPV-CGR          PIC  X(10).
           03  CHV-CGR          PIC  X(10).

       PROCEDURE       DIVISION  USING  PRM-CGR.

       ROT-0000-00.
           OPEN     I-O      CADCGC
           IF  FST-CGC   =  "35" CLOSE    CADCGC
                                 OPEN     OUTPUT   CADCGC
                                 CLOSE    CADCGC
                                 OPEN     I-O      CADCGC.
           IF  FUN-CGR   =  "R"  GO       ROT-DECI-00.
           MOVE     "S"      TO  RSP-CGR
           MOVE     "N"      TO  DEV-CGR
           MOVE     SPACES   TO  APR-CGR  STA-CGR  SPV-CGR
           PERFORM  ROT-HIST-00
              THRU  ROT-HIST-90
           PERFORM  ROT-CONS-00
              THRU  ROT-CONS-90
           ACCEPT   DTA-CGC  FROM  DATE
           ACCEPT   HRA-CGC  FROM  TIME
           MOVE     ZEROS    TO  SEQ-CGC
           MOVE     PRG-CGR  TO  PRG-CGC
           MOVE     OPR-CGR  TO  OPR-CGC
           MOVE     CPF-CGR  TO  CPF-CGC
           MOVE     BCO-CGR  TO  BCO-CGC
           MOVE     AGE-CGR  TO  AGE-CGC
           MOVE     CTA-CGR  TO  CTA-CGC
           MOVE     NUM-CGR  TO  NUM-CGC
           MOVE     VAL-CGR  TO  VAL-CGC
           MOVE     DOC-CGR  TO  DOC-CGC
           MOVE     RSP-CGR  TO  RSP-CGC
           MOVE     APR-CGR  TO  APR-CGC
           MOVE     DEV-CGR  TO  DEV-CGC
           MOVE     SPACES   TO  STA-CGC  SPV-CGC.

       ROT-0000-10.
           ADD      1        TO  SEQ-CGC
           WRITE    REG-CGC
           IF  FST-CGC   =  "22" GO       ROT-0000-10.
           MOVE     CHV-CGC  TO  CHV-CGR
           GO       ROT-EXIT-00.

       ROT-DECI-00.
           MOVE     CHV-CGR  TO  CHV-CGC
           READ     CADCGC
           IF  FST-CGC  NOT  =  "00"
                                 GO       ROT-EXIT-00.
           MOVE     STA-CGR  TO  STA-CGC
           MOVE     SPV-CGR  TO  SPV-CGC
           REWRITE  REG-CGC
           GO       ROT-EXIT-00.

       ROT-HIST-00.
           OPEN     INPUT    CADCDV
           IF  FST-CDV  NOT  =  "00"
                                 GO       ROT-HIST-90.
           MOVE     CPF-CGR  TO  CPF-A11
           MOVE     CPF-A11  TO  CPF-A10
           MOVE     SPACES   TO  CHV-CDV
           START    CADCDV       KEY  >   CHV-CDV
           IF  FST-CDV  NOT  =  "00"
                                 GO       ROT-HIST-80.

       ROT-HIST-10.
           READ     CADCDV  NEXT
           IF  FST-CDV  NOT  =  "00"
                                 GO       ROT-HIST-80.
           IF  CPF-CDV  NOT  =   CPF-A10
                                 GO       ROT-HIST-10.
           IF  STA-CDV   =  "D"  OR  STA-CDV  =  "N"
               OR  STA-CDV  =  "R"  OR  STA-CDV  =  "Q"
               OR  STA-CDV  =  "P"
                                 MOVE     "S"      TO  DEV-CGR
                                 GO       ROT-HIST-80.
           GO       ROT-HIST-10.

       ROT-HIST-80.
           CLOSE    CADCDV.
       ROT-HIST-90.
           EXIT.

       ROT-CONS-00.
           OPEN     OUTPUT   ARQCGQ
           MOVE     VAL-CGR  TO  VAL-ED
           MOVE     SPACES   TO  LIN-CGQ
           STRING   "CONSULTA|"  DELIMITED  BY  SIZE
                    CPF-CGR   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    BCO-CGR   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    AGE-CGR   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CTA-CGR   DELIMITED  BY  SPACE
                    "|"       DELIMITED  BY  SIZE
                    NUM-CGR   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    VAL-ED    DELIMITED  BY  SIZE
                    INTO      LIN-CGQ
           WRITE    LIN-CGQ
           CLOSE    ARQCGQ
           OPEN     INPUT    ARQCGR
           IF  FST-CGR  NOT  =  "00"
                                 GO       ROT-CONS-90.
           MOVE     ZEROS    TO  CPF-RSP  VAL-RSP
           MOVE     SPACES   TO  STA-RSP  APR-RSP
           READ     ARQCGR   AT  END  GO  ROT-CONS-80.
           UNSTRING  LIN-CGR  DELIMITED  BY  "|"
                     INTO     CPF-RSP
                              VAL-RSP
                              STA-RSP
                              APR-RSP
           IF  CPF-RSP  NOT  =   CPF-CGR  OR
               VAL-RSP  NOT  =   VAL-CGR
                                 GO       ROT-CONS-80.
           IF  STA-RSP   =  "A"  AND  APR-RSP  NOT  =  SPACES
                                 MOVE     "A"      TO  RSP-CGR
                                 MOVE     APR-RSP  TO  APR-CGR.
           IF  STA-RSP   =  "N"  MOVE     "N"      TO  RSP-CGR.
       ROT-CONS-80.
           CLOSE    ARQCGR
           IF  RSP-CGR  NOT  =  "S"
                                 OPEN     OUTPUT   ARQCGR
                                 MOVE  "PROCESSADO"  TO  LIN-CGR
                                 WRITE    LIN-CGR
                                 CLOSE    ARQCGR.
       ROT-CONS-90.
           EXIT.

       ROT-EXIT-00.
           CLOSE    CADCGC       GOBACK.
