       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6073.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADCGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CGC
                       FILE          STATUS  IS  FST-CGC.

           SELECT      REL-CGC       ASSIGN  TO  "RELCGC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCGC.CPY.

       FD  REL-CGC.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CGC          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  MES-AUX          PIC  9(04).
           03  TOT-CNS          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LIB          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DEV          PIC  9(05)  VALUE  ZEROS.
           03  VAL-LIB          PIC  9(09)V99  VALUE  ZEROS.

       01  LIN-CAB1.
           03  FILLER            PIC  X(50)  VALUE
               "CONSULTAS DE CHEQUES A GARANTIDORA - MES : ".
           03  MES-CB1           PIC  99/99.
       01  LIN-CAB2              PIC  X(130) VALUE
           "DATA     SEQ  PRG  OPERADOR   CPF/CNPJ        BCO AGEN CONTA
      -    "        CHEQUE        VALOR RESPOSTA AUTORIZ.  DEV DECISAO
      -    "    SUPERVISOR".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRG-DET           PIC  X(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  OPR-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CPF-DET           PIC  9(14).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  BCO-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AGE-DET           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CTA-DET           PIC  X(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NUM-DET           PIC  9(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RSP-DET           PIC  X(08).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  APR-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DEV-DET           PIC  X(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  STA-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SPV-DET           PIC  X(10).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CONSULTAS REALIZADAS ...................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "CHEQUES ACEITOS COM AUTORIZACAO ........".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CHEQUES RECUSADOS ......................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "CHEQUES LIBERADOS POR SUPERVISOR .......".
           03  TOT-DET4          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VAL-DET4          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "EMITENTES COM DEVOLUCAO NO HISTORICO ...".
           03  TOT-DET5          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  MES-AUX
           OPEN     OUTPUT    REL-CGC
           MOVE     MES-AUX (3:2)  TO  MES-CB1 (1:2)
           MOVE     MES-AUX (1:2)  TO  MES-CB1 (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     CADCGC
           IF  FST-CGC   =  "35" GO       ROT-FECH-00.
           MOVE     MES-AUX   TO  DTA-CGC (1:4)
           MOVE     "00"      TO  DTA-CGC (5:2)
           MOVE     ZEROS     TO  SEQ-CGC
           START    CADCGC       KEY  NOT  <  CHV-CGC
           IF  FST-CGC  NOT  =  "00"
                                 GO       ROT-CGC-80.

       ROT-CGC-10.
           READ     CADCGC  NEXT
           IF  FST-CGC  NOT  =  "00"  OR
               DTA-CGC (1:4)  NOT  =  MES-AUX
                                 GO       ROT-CGC-80.
           MOVE     DTA-CGC (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-CGC (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-CGC (1:2)  TO  DTA-DET (7:2)
           MOVE     SEQ-CGC   TO  SEQ-DET
           MOVE     PRG-CGC   TO  PRG-DET
           MOVE     OPR-CGC   TO  OPR-DET
           MOVE     CPF-CGC   TO  CPF-DET
           MOVE     BCO-CGC   TO  BCO-DET
           MOVE     AGE-CGC   TO  AGE-DET
           MOVE     CTA-CGC   TO  CTA-DET
           MOVE     NUM-CGC   TO  NUM-DET
           MOVE     VAL-CGC   TO  VAL-DET
           IF  RSP-CGC   =  "A"  MOVE  "APROVADO"  TO  RSP-DET
           ELSE
           IF  RSP-CGC   =  "N"  MOVE  "NEGADO"    TO  RSP-DET
           ELSE                  MOVE  "SEM RESP"  TO  RSP-DET.
           MOVE     APR-CGC   TO  APR-DET
           IF  DEV-CGC   =  "S"  MOVE  "SIM"       TO  DEV-DET
                                 ADD   1           TO  TOT-DEV
           ELSE                  MOVE  "NAO"       TO  DEV-DET.
           IF  STA-CGC   =  "A"  MOVE  "ACEITO"    TO  STA-DET
                                 ADD   1           TO  TOT-ACE
           ELSE
           IF  STA-CGC   =  "L"  MOVE  "LIBERADO"  TO  STA-DET
                                 ADD   1           TO  TOT-LIB
                                 ADD   VAL-CGC     TO  VAL-LIB
           ELSE
           IF  STA-CGC   =  "R"  MOVE  "RECUSADO"  TO  STA-DET
                                 ADD   1           TO  TOT-REC
           ELSE                  MOVE  "PENDENTE"  TO  STA-DET.
           MOVE     SPV-CGC   TO  SPV-DET
           ADD      1         TO  TOT-CNS
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CGC-10.

       ROT-CGC-80.
           CLOSE    CADCGC.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-CNS   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ACE   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REC   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-LIB   TO  TOT-DET4
           MOVE     VAL-LIB   TO  VAL-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-DEV   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           CLOSE    REL-CGC
           GOBACK.
