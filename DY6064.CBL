       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6064.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADARQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ARQ
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      ARQTAB        ASSIGN  TO  "ARQUEACAO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-TAB.

           SELECT      REL-ARQ       ASSIGN  TO  "RELARQ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADARQ.CPY.
       COPY  CADTNQ.CPY.

       FD  ARQTAB.
       01  LIN-TAB               PIC  X(80).

       FD  REL-ARQ.
       01  LIN-REL               PIC  X(90).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ARQ          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-TAB          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TOT-LID          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-INC          PIC  9(03)  VALUE  ZEROS.
           03  FLG-FIM          PIC  9(01)  VALUE  0.

           03  TNQ-VER          PIC  9(02).
           03  VIG-VER          PIC  9(06).
           03  QTD-VER          PIC  9(04).
           03  ALT-ULT          PIC  9(03)V9.
           03  VOL-ULT          PIC  9(06)V9.
           03  FLG-DEC          PIC  X(01).

       01  LIN-CAB1              PIC  X(90)  VALUE
           "TABELAS DE ARQUEACAO DOS TANQUES - VERSOES CADASTRADAS".
       01  LIN-CAB2              PIC  X(90)  VALUE
           "TQ VIGENCIA LINHAS ALT.MAX.CM  VOLUME MAX.  CAPACIDADE SITUA
      -    "CAO    CONSISTENCIA".
       01  LIN-DET.
           03  TNQ-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VIG-DET           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  QTD-DET           PIC  Z.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  ALT-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  VOL-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  CAP-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(11).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CON-DET           PIC  X(19).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS CARREGADAS DO ARQUIVO ...........".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS REJEITADAS - TANQUE INEXISTENTE .".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "VERSOES COM INCONSISTENCIA .............".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADARQ
           IF  FST-ARQ   =  "35" CLOSE    CADARQ
                                 OPEN     OUTPUT   CADARQ
                                 CLOSE    CADARQ
                                 OPEN     I-O      CADARQ.
           OPEN     INPUT     CADTNQ
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           OPEN     OUTPUT    REL-ARQ
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CHV-ARQ  TNQ-VER  VIG-VER  QTD-VER
           START    CADARQ       KEY  NOT  <  CHV-ARQ
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-FECH-00.

       ROT-ARQ-10.
           READ     CADARQ  NEXT
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-ARQ-80.
           IF  TNQ-ARQ  NOT  =   TNQ-VER  OR
               VIG-ARQ  NOT  =   VIG-VER
                                 PERFORM  ROT-VERS-00
                                    THRU  ROT-VERS-90.
           ADD      1         TO  QTD-VER
           IF  VOL-ARQ   <       VOL-ULT
                                 MOVE     "S"      TO  FLG-DEC.
           MOVE     ALT-ARQ   TO  ALT-ULT
           MOVE     VOL-ARQ   TO  VOL-ULT
           GO       ROT-ARQ-10.

       ROT-ARQ-80.
           MOVE     1         TO  FLG-FIM
           PERFORM  ROT-VERS-00
              THRU  ROT-VERS-90.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-INC   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADARQ    CADTNQ    REL-ARQ
           GOBACK.

       ROT-VERS-00.
           IF  QTD-VER   =   0   GO       ROT-VERS-10.
           MOVE     TNQ-VER   TO  TNQ-DET
           MOVE     VIG-VER (5:2)  TO  VIG-DET (1:2)
           MOVE     VIG-VER (3:2)  TO  VIG-DET (4:2)
           MOVE     VIG-VER (1:2)  TO  VIG-DET (7:2)
           MOVE     QTD-VER   TO  QTD-DET
           MOVE     ALT-ULT   TO  ALT-DET
           MOVE     VOL-ULT   TO  VOL-DET
           IF  VIG-VER   >       DTA-HOJ
               MOVE  "FUTURA"       TO  SIT-DET
           ELSE
           IF  FLG-FIM   =   0   AND
               TNQ-ARQ   =       TNQ-VER  AND
               VIG-ARQ  NOT  >   DTA-HOJ
               MOVE  "SUBSTITUIDA"  TO  SIT-DET
           ELSE
               MOVE  "VIGENTE"      TO  SIT-DET.
           MOVE     TNQ-VER   TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
                                 MOVE     ZEROS    TO  CAP-TNQ.
           MOVE     CAP-TNQ   TO  CAP-DET
           IF  FST-TNQ  NOT  =  "00"
               MOVE  "TANQUE INEXISTENTE"   TO  CON-DET
               ADD      1    TO  TOT-INC
           ELSE
           IF  FLG-DEC   =  "S"
               MOVE  "VOLUME DECRESCENTE"   TO  CON-DET
               ADD      1    TO  TOT-INC
           ELSE
           IF  VOL-ULT   >       CAP-TNQ
               MOVE  "ACIMA DA CAPACIDADE"  TO  CON-DET
               ADD      1    TO  TOT-INC
           ELSE
               MOVE  "OK"                   TO  CON-DET.
           WRITE    LIN-REL   FROM  LIN-DET.

       ROT-VERS-10.
           MOVE     TNQ-ARQ   TO  TNQ-VER
           MOVE     VIG-ARQ   TO  VIG-VER
           MOVE     ZEROS     TO  QTD-VER  ALT-ULT  VOL-ULT
           MOVE     "N"       TO  FLG-DEC.
       ROT-VERS-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQTAB
           IF  FST-TAB   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQTAB    AT  END  GO  ROT-CARG-80.
           MOVE     SPACES    TO  OPR-ARQ
           UNSTRING  LIN-TAB  DELIMITED  BY  "|"
                     INTO     TNQ-ARQ
                              VIG-ARQ
                              ALT-ARQ
                              VOL-ARQ
                              OPR-ARQ
           MOVE     TNQ-ARQ   TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-CARG-10.
           MOVE     DTA-HOJ   TO  DTA-ARQ
           ADD      1         TO  TOT-LID
           WRITE    REG-ARQ
           IF  FST-ARQ   =  "22" REWRITE  REG-ARQ.
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQTAB.
       ROT-CARG-90.
           EXIT.
