       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6107.
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

           SELECT      CADAEN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AEN
                       FILE          STATUS  IS  FST-AEN.

           SELECT      ARQPAR        ASSIGN  TO  "ALERTAS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PAR.

           SELECT      ARQENV        ASSIGN  TO  "ALERTENV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ENV.

           SELECT      ARQRET        ASSIGN  TO  "ALERTRET.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-RET.

           SELECT      REL-ALT       ASSIGN  TO  "RELALERT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADALT.CPY.
       COPY  CADASB.CPY.
       COPY  CADAEN.CPY.

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(120).

       FD  ARQENV.
       01  LIN-ENV               PIC  X(150).

       FD  ARQRET.
       01  LIN-RET               PIC  X(80).

       FD  REL-ALT.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ALT          PIC  X(02).
           03  FST-ASB          PIC  X(02).
           03  FST-AEN          PIC  X(02).
           03  FST-PAR          PIC  X(02).
           03  FST-ENV          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  TOT-ASB          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ALT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-SAS          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ENV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ENT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-RTN          PIC  9(05)  VALUE  ZEROS.
           03  TOT-FAL          PIC  9(05)  VALUE  ZEROS.

           03  MAX-TNT          PIC  9(01)  VALUE  3.
           03  QTD-AUX          PIC  9(02).
           03  STA-AUX          PIC  X(01).
           03  EVT-AUX          PIC  X(03).
           03  SEQ-AUX          PIC  9(02).
           03  NOM-AUX          PIC  X(30).
           03  CAN-AUX          PIC  X(01).
           03  END-AUX          PIC  X(50).
           03  ATV-AUX          PIC  X(01).
           03  LIM-AUX          PIC  9(09)V99.

       01  LIN-CAB1              PIC  X(100)  VALUE
           "DISTRIBUICAO DE ALERTAS AOS GERENTES".
       01  LIN-CAB2              PIC  X(100)  VALUE
           "DATA   SEQ  EVT DESTINATARIO                   C SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-DET           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EVT-DET           PIC  X(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CAN-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ASSINANTES CARREGADOS DO PARAMETRO .....".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ALERTAS DISTRIBUIDOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ALERTAS SEM ASSINANTE ATIVO ............".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "MENSAGENS ENVIADAS AO GATEWAY ..........".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "MENSAGENS ENTREGUES ....................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "MENSAGENS COM REENVIO PROGRAMADO .......".
           03  TOT-DET6          PIC  ZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "MENSAGENS COM FALHA DEFINITIVA .........".
           03  TOT-DET7          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     OUTPUT    REL-ALT
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     I-O       CADALT
           IF  FST-ALT   =  "35" CLOSE    CADALT
                                 OPEN     OUTPUT   CADALT
                                 CLOSE    CADALT
                                 OPEN     I-O      CADALT.
           OPEN     I-O       CADASB
           IF  FST-ASB   =  "35" CLOSE    CADASB
                                 OPEN     OUTPUT   CADASB
                                 CLOSE    CADASB
                                 OPEN     I-O      CADASB.
           OPEN     I-O       CADAEN
           IF  FST-AEN   =  "35" CLOSE    CADAEN
                                 OPEN     OUTPUT   CADAEN
                                 CLOSE    CADAEN
                                 OPEN     I-O      CADAEN.
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           PERFORM  ROT-RETN-00
              THRU  ROT-RETN-90
           PERFORM  ROT-DIST-00
              THRU  ROT-DIST-90
           PERFORM  ROT-ENVI-00
              THRU  ROT-ENVI-90
           GO       ROT-FECH-00.

       ROT-PARM-00.
           OPEN     INPUT     ARQPAR
           IF  FST-PAR  NOT  =  "00"
                                 GO       ROT-PARM-90.

       ROT-PARM-10.
           READ     ARQPAR    AT  END  GO  ROT-PARM-80.
           MOVE     SPACES    TO  EVT-AUX  NOM-AUX  CAN-AUX
                                  END-AUX  ATV-AUX
           MOVE     ZEROS     TO  SEQ-AUX  LIM-AUX
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     EVT-AUX
                              SEQ-AUX
                              NOM-AUX
                              CAN-AUX
                              END-AUX
                              ATV-AUX
                              LIM-AUX
           IF  EVT-AUX   =       SPACES
                                 GO       ROT-PARM-10.
           MOVE     EVT-AUX   TO  EVT-ASB
           MOVE     SEQ-AUX   TO  SEQ-ASB
           READ     CADASB
           MOVE     NOM-AUX   TO  NOM-ASB
           MOVE     CAN-AUX   TO  CAN-ASB
           MOVE     END-AUX   TO  END-ASB
           MOVE     LIM-AUX   TO  LIM-ASB
           IF  ATV-AUX   =  "N"  MOVE     "N"      TO  ATV-ASB
           ELSE                  MOVE     "S"      TO  ATV-ASB.
           IF  FST-ASB   =  "00" REWRITE  REG-ASB
           ELSE                  WRITE    REG-ASB.
           ADD      1         TO  TOT-ASB
           GO       ROT-PARM-10.

       ROT-PARM-80.
           CLOSE    ARQPAR.
       ROT-PARM-90.
           EXIT.

       ROT-RETN-00.
           OPEN     INPUT     ARQRET
           IF  FST-RET  NOT  =  "00"
                                 GO       ROT-RETN-90.

       ROT-RETN-10.
           READ     ARQRET    AT  END  GO  ROT-RETN-80.
           MOVE     SPACES    TO  STA-AUX
           UNSTRING  LIN-RET  DELIMITED  BY  "|"
                     INTO     DTA-AEN
                              SEQ-AEN
                              ASB-AEN
                              STA-AUX
           READ     CADAEN
           IF  FST-AEN  NOT  =  "00"
                                 GO       ROT-RETN-10.
           IF  STA-AEN  NOT  =  "A"
                                 GO       ROT-RETN-10.
           IF  STA-AUX   =  "E"  MOVE     "E"      TO  STA-AEN
                                 ADD      1        TO  TOT-ENT
           ELSE
               IF  TNT-AEN   <   MAX-TNT
                                 MOVE     "P"      TO  STA-AEN
                                 ADD      1        TO  TOT-RTN
               ELSE
                                 MOVE     "F"      TO  STA-AEN
                                 ADD      1        TO  TOT-FAL.
           REWRITE  REG-AEN
           IF  STA-AEN   =  "E"  OR  STA-AEN  =  "F"
                                 PERFORM  ROT-CALT-00
                                    THRU  ROT-CALT-90.
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           GO       ROT-RETN-10.

       ROT-RETN-80.
           CLOSE    ARQRET
           OPEN     OUTPUT    ARQRET
           CLOSE    ARQRET.
       ROT-RETN-90.
           EXIT.

       ROT-CALT-00.
           MOVE     DTA-AEN   TO  DTA-ALT
           MOVE     SEQ-AEN   TO  SEQ-ALT
           READ     CADALT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-CALT-90.
           IF  STA-AEN   =  "E"  ADD      1        TO  QEN-ALT
           ELSE                  ADD      1        TO  QFL-ALT.
           REWRITE  REG-ALT.
       ROT-CALT-90.
           EXIT.

       ROT-DIST-00.
           MOVE     ZEROS     TO  CHV-ALT
           START    CADALT       KEY  >   CHV-ALT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-DIST-90.

       ROT-DIST-10.
           READ     CADALT  NEXT
           IF  FST-ALT  NOT  =  "00"
                                 GO       ROT-DIST-90.
           IF  STA-ALT  NOT  =  "P"
                                 GO       ROT-DIST-10.
           MOVE     ZEROS     TO  QTD-AUX
           MOVE     EVT-ALT   TO  EVT-ASB
           MOVE     ZEROS     TO  SEQ-ASB
           START    CADASB       KEY  >   CHV-ASB
           IF  FST-ASB  NOT  =  "00"
                                 GO       ROT-DIST-30.

       ROT-DIST-20.
           READ     CADASB  NEXT
           IF  FST-ASB  NOT  =  "00"
                                 GO       ROT-DIST-30.
           IF  EVT-ASB  NOT  =   EVT-ALT
                                 GO       ROT-DIST-30.
           IF  ATV-ASB  NOT  =  "S"  OR  END-ASB  =  SPACES
                                 GO       ROT-DIST-20.
           MOVE     DTA-ALT   TO  DTA-AEN
           MOVE     SEQ-ALT   TO  SEQ-AEN
           MOVE     SEQ-ASB   TO  ASB-AEN
           MOVE     EVT-ALT   TO  EVT-AEN
           MOVE     NOM-ASB   TO  NOM-AEN
           MOVE     CAN-ASB   TO  CAN-AEN
           MOVE     END-ASB   TO  END-AEN
           MOVE     "P"       TO  STA-AEN
           MOVE     ZEROS     TO  TNT-AEN   DTE-AEN
           MOVE     SPACES    TO  HRE-AEN
           WRITE    REG-AEN
           IF  FST-AEN   =  "00" ADD      1        TO  QTD-AUX.
           GO       ROT-DIST-20.

       ROT-DIST-30.
           IF  QTD-AUX   =    0  MOVE     "S"      TO  STA-ALT
                                 ADD      1        TO  TOT-SAS
                                 MOVE     DTA-ALT  TO  DTA-DET
                                 MOVE     SEQ-ALT  TO  SEQ-DET
                                 MOVE     EVT-ALT  TO  EVT-DET
                                 MOVE     SPACES   TO  NOM-DET  CAN-DET
                                 MOVE  "SEM ASSINANTE ATIVO"
                                                   TO  SIT-DET
                                 WRITE    LIN-REL  FROM  LIN-DET
           ELSE                  MOVE     "D"      TO  STA-ALT
                                 ADD      1        TO  TOT-ALT.
           REWRITE  REG-ALT
           GO       ROT-DIST-10.

       ROT-DIST-90.
           EXIT.

       ROT-ENVI-00.
           OPEN     OUTPUT    ARQENV
           MOVE     ZEROS     TO  CHV-AEN
           START    CADAEN       KEY  >   CHV-AEN
           IF  FST-AEN  NOT  =  "00"
                                 GO       ROT-ENVI-80.

       ROT-ENVI-10.
           READ     CADAEN  NEXT
           IF  FST-AEN  NOT  =  "00"
                                 GO       ROT-ENVI-80.
           IF  STA-AEN  NOT  =  "P"
                                 GO       ROT-ENVI-10.
           MOVE     DTA-AEN   TO  DTA-ALT
           MOVE     SEQ-AEN   TO  SEQ-ALT
           READ     CADALT
           IF  FST-ALT  NOT  =  "00"
                                 MOVE     SPACES   TO  MSG-ALT.
           MOVE     SPACES    TO  LIN-ENV
           STRING   DTA-AEN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    SEQ-AEN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    ASB-AEN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CAN-AEN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    END-AEN   DELIMITED  BY  SPACE
                    "|"       DELIMITED  BY  SIZE
                    EVT-AEN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    MSG-ALT   DELIMITED  BY  "  "
                    INTO      LIN-ENV
           WRITE    LIN-ENV
           ADD      1         TO  TNT-AEN
           MOVE     "A"       TO  STA-AEN
           ACCEPT   DTE-AEN   FROM  DATE
           ACCEPT   HRE-AEN   FROM  TIME
           REWRITE  REG-AEN
           ADD      1         TO  TOT-ENV
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           GO       ROT-ENVI-10.

       ROT-ENVI-80.
           CLOSE    ARQENV.
       ROT-ENVI-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     DTA-AEN   TO  DTA-DET
           MOVE     SEQ-AEN   TO  SEQ-DET
           MOVE     EVT-AEN   TO  EVT-DET
           MOVE     NOM-AEN   TO  NOM-DET
           MOVE     CAN-AEN   TO  CAN-DET
           IF  STA-AEN   =  "A"  MOVE  "ENVIADO AO GATEWAY"
                                                  TO  SIT-DET.
           IF  STA-AEN   =  "E"  MOVE  "ENTREGUE"
                                                  TO  SIT-DET.
           IF  STA-AEN   =  "P"  MOVE  "NAO ENTREGUE - REENVIAR"
                                                  TO  SIT-DET.
           IF  STA-AEN   =  "F"  MOVE  "FALHA - TENTATIVAS ESGOTADAS"
                                                  TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-IMPR-90.
           EXIT.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ASB   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ALT   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-SAS   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-ENV   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-ENT   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-RTN   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-FAL   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           CLOSE    CADALT    CADASB    CADAEN    REL-ALT
           GOBACK.
