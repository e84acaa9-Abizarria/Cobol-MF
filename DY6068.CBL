       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6068.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADTES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TES
                       FILE          STATUS  IS  FST-TES.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADMLG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MLG
                       FILE          STATUS  IS  FST-MLG.

           SELECT      ARQTES        ASSIGN  TO  "ESTANQ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-TES       ASSIGN  TO  "RELTES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADTES.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADMLG.CPY.

       FD  ARQTES.
       01  LIN-ARQ               PIC  X(120).

       FD  REL-TES.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-TES          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-MLG          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TNQ-AUX          PIC  9(02).
           03  TNQ-ED           PIC  9(02).
           03  TIP-AUX          PIC  X(01).
           03  IND1             PIC  9(01).
           03  TOT-LID          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-BLQ          PIC  9(03)  VALUE  ZEROS.
           03  TOT-VNC          PIC  9(03)  VALUE  ZEROS.

           03  TAB-TIP          PIC  X(03)  VALUE  "TLP".
           03  RED-TIP          REDEFINES   TAB-TIP.
               05  TIP-TAB      PIC  X(01)  OCCURS  03.

       01  LIN-CAB1              PIC  X(110) VALUE
           "TESTES DE ESTANQUEIDADE E POCOS DE MONITORAMENTO - SITUACAO
      -    "POR TANQUE".
       01  LIN-CAB2              PIC  X(110) VALUE
           "TQ T DATA     EMPRESA              R CERTIFICADO     PROXIMO
      -    "   VAPOR  PRODUTO  SITUACAO".
       01  LIN-DET.
           03  TNQ-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EMP-DET           PIC  X(20).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RSL-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CRT-DET           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAP-DET           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRD-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SIT-DET           PIC  X(22).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS CARREGADOS DO ARQUIVO ........".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS REJEITADOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "TANQUES BLOQUEADOS POR REPROVACAO ......".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TESTES VENCIDOS OU INEXISTENTES ........".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADTES
           IF  FST-TES   =  "35" CLOSE    CADTES
                                 OPEN     OUTPUT   CADTES
                                 CLOSE    CADTES
                                 OPEN     I-O      CADTES.
           OPEN     I-O       CADMLG
           IF  FST-MLG   =  "35" CLOSE    CADMLG
                                 OPEN     OUTPUT   CADMLG
                                 CLOSE    CADMLG
                                 OPEN     I-O      CADMLG.
           OPEN     I-O       CADTNQ
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           OPEN     OUTPUT    REL-TES
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CHV-TNQ.

       ROT-TNQ-10.
           START    CADTNQ       KEY  >   CHV-TNQ
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-FECH-00.
           READ     CADTNQ  NEXT
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-FECH-00.
           MOVE     CHV-TNQ   TO  TNQ-AUX
           MOVE     ZEROS     TO  IND1.

       ROT-TNQ-20.
           ADD      1         TO  IND1
           IF  IND1      >    3  GO       ROT-TNQ-10.
           MOVE     TIP-TAB (IND1)  TO  TIP-AUX
           PERFORM  ROT-ULTM-00
              THRU  ROT-ULTM-90
           IF  FST-TES  NOT  =  "00"
               IF  TIP-AUX   =  "T"
                   MOVE  SPACES      TO  LIN-DET
                   MOVE  TNQ-AUX     TO  TNQ-DET
                   MOVE  TIP-AUX     TO  TIP-DET
                   MOVE  "SEM TESTE REGISTRADO" TO  SIT-DET
                   ADD   1           TO  TOT-VNC
                   WRITE LIN-REL     FROM  LIN-DET
                   GO    ROT-TNQ-20
               ELSE
                   GO    ROT-TNQ-20.
           MOVE     TNQ-TES   TO  TNQ-DET
           MOVE     TIP-TES   TO  TIP-DET
           MOVE     DTA-TES (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-TES (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-TES (1:2)  TO  DTA-DET (7:2)
           MOVE     EMP-TES   TO  EMP-DET
           MOVE     RSL-TES   TO  RSL-DET
           MOVE     CRT-TES   TO  CRT-DET
           MOVE     PRX-TES (5:2)  TO  PRX-DET (1:2)
           MOVE     PRX-TES (3:2)  TO  PRX-DET (4:2)
           MOVE     PRX-TES (1:2)  TO  PRX-DET (7:2)
           MOVE     VAP-TES   TO  VAP-DET
           MOVE     PRD-TES   TO  PRD-DET
           IF  RSL-TES   =  "R"
               MOVE  "REPROVADO - BLOQUEADO"  TO  SIT-DET
           ELSE
           IF  TIP-TES  NOT  =  "P"  AND
               PRX-TES   <       DTA-HOJ
               MOVE  "VENCIDO"                TO  SIT-DET
               ADD      1    TO  TOT-VNC
           ELSE
               MOVE  "EM DIA"                 TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-TNQ-20.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-BLQ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-VNC   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADTES    CADTNQ    CADMLG    REL-TES
           GOBACK.

       ROT-ULTM-00.
           MOVE     TNQ-AUX   TO  TNQ-TES
           MOVE     TIP-AUX   TO  TIP-TES
           MOVE     999999    TO  DTA-TES
           START    CADTES       KEY  <   CHV-TES
           IF  FST-TES  NOT  =  "00"
                                 GO       ROT-ULTM-90.
           READ     CADTES       PREVIOUS
           IF  FST-TES   =  "00"  AND
              (TNQ-TES  NOT  =   TNQ-AUX  OR
               TIP-TES  NOT  =   TIP-AUX)
                                 MOVE     "23"     TO  FST-TES.
       ROT-ULTM-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQTES
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQTES    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  TNQ-TES   DTA-TES   PRX-TES
                                  VAP-TES   PRD-TES
           MOVE     SPACES    TO  TIP-TES   EMP-TES   RSL-TES
                                  CRT-TES   OPR-TES
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TNQ-TES
                              TIP-TES
                              DTA-TES
                              EMP-TES
                              RSL-TES
                              CRT-TES
                              PRX-TES
                              VAP-TES
                              PRD-TES
                              OPR-TES
           IF  TIP-TES   =  "P"  AND  RSL-TES  =  SPACES
               IF  PRD-TES   >    0
                                 MOVE     "R"      TO  RSL-TES
               ELSE              MOVE     "A"      TO  RSL-TES.
           IF  TIP-TES  NOT  =  "T"  AND  NOT  =  "L"  AND
                        NOT  =  "P"  OR
               RSL-TES  NOT  =  "A"  AND  NOT  =  "R"  OR
               DTA-TES   =       ZEROS
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-CARG-10.
           MOVE     TNQ-TES   TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-CARG-10.
           ACCEPT   HRA-TES   FROM  TIME
           ADD      1         TO  TOT-LID
           WRITE    REG-TES
           IF  FST-TES   =  "22" REWRITE  REG-TES.
           IF  RSL-TES  NOT  =  "R"
                                 GO       ROT-CARG-10.
           MOVE     "S"       TO  BLQ-TNQ
           REWRITE  REG-TNQ
           ADD      1         TO  TOT-BLQ
           MOVE     TNQ-TES   TO  TNQ-ED
           ACCEPT   DTA-MLG   FROM  DATE
           ACCEPT   HRA-MLG   FROM  TIME
           MOVE     ZEROS     TO  SEQ-MLG
           MOVE     76        TO  IND-MLG
           MOVE     SPACES    TO  MSG-MLG
           STRING   "TANQUE "  DELIMITED  BY  SIZE
                    TNQ-ED     DELIMITED  BY  SIZE
                    " BLOQUEADO - ESTANQUEIDADE/MONITORAMENTO REPROVADO"
                               DELIMITED  BY  SIZE
                    INTO       MSG-MLG.

       ROT-CARG-20.
           WRITE    REG-MLG
           IF  FST-MLG   =  "22" ADD      1  TO  SEQ-MLG
                                 GO       ROT-CARG-20.
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQTES.
       ROT-CARG-90.
           EXIT.
