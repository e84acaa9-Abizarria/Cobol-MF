       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6070.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADVAS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VAS
                       FILE          STATUS  IS  FST-VAS.

           SELECT      CADMVS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MVS
                       FILE          STATUS  IS  FST-MVS.

           SELECT      ARQCAD        ASSIGN  TO  "VASCAD.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CAD.

           SELECT      ARQMOV        ASSIGN  TO  "VASILH.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-MOV.

           SELECT      REL-VAS       ASSIGN  TO  "RELVAS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADVAS.CPY.
       COPY  CADMVS.CPY.

       FD  ARQCAD.
       01  LIN-CAD               PIC  X(90).

       FD  ARQMOV.
       01  LIN-MOV               PIC  X(90).

       FD  REL-VAS.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-VAS          PIC  X(02).
           03  FST-MVS          PIC  X(02).
           03  FST-CAD          PIC  X(02).
           03  FST-MOV          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(03).
           03  DES-AUX          PIC  X(25).
           03  PRX-AUX          PIC  X(01).
           03  SUF-AUX          PIC  9(03).
           03  PRD-AUX          PIC  X(01).
           03  SFD-AUX          PIC  9(03).
           03  DEP-AUX          PIC  9(05)V99.
           03  CHE-AUX          PIC  9(05).
           03  VAZ-AUX          PIC  9(05).
           03  EMP-AUX          PIC  9(05).
           03  DTA-AUX          PIC  9(06).
           03  OPE-AUX          PIC  X(01).
           03  QTD-AUX          PIC  9(05).
           03  VAL-AUX          PIC  9(07)V99.
           03  DOC-AUX          PIC  9(09).
           03  OPR-AUX          PIC  X(10).
           03  DIF-CHE          PIC S9(05).
           03  DIF-VAZ          PIC S9(05).
           03  VAL-DEP          PIC  9(08)V99.
           03  TOT-CAD          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DIV          PIC  9(03)  VALUE  ZEROS.
           03  TOT-DEP          PIC  9(09)V99  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(110) VALUE
           "CONTROLE DE VASILHAMES - MOVIMENTOS REGISTRADOS".
       01  LIN-CAB2              PIC  X(110) VALUE
           "DATA     TIPO OPERACAO            QTDE       VALOR  DOCUMENT
      -    "O  RESPONSAVEL  SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-DET           PIC  X(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  OPE-DET           PIC  X(20).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DOC-DET           PIC  ZZZZZZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  OPR-DET           PIC  X(10).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SIT-DET           PIC  X(28).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TIPOS DE VASILHAME CADASTRADOS/ALTERADOS".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REGISTRADOS .................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       01  LIN-CAB3              PIC  X(110) VALUE
           "CONCILIACAO DE VASILHAMES - SALDO X CONTAGEM FISICA".
       01  LIN-CAB4              PIC  X(110) VALUE
           "TIPO DESCRICAO           CHEIOS CONTADO  DIF VAZIOS CONTADO
      -    " DIF EMPREST. DEPOSITOS   CONTAGEM SITUACAO".
       01  LIN-CNC.
           03  TIP-CNC           PIC  X(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DES-CNC           PIC  X(20).
           03  CHE-CNC           PIC  --.--9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CTC-CNC           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DFC-CNC           PIC  ---9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAZ-CNC           PIC  --.--9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CTV-CNC           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DFV-CNC           PIC  ---9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EMP-CNC           PIC  --.--9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DEP-CNC           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTC-CNC           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-CNC           PIC  X(12).
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TIPOS COM DIVERGENCIA NA CONTAGEM ......".
           03  TOT-DET4          PIC  ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "DEPOSITOS A DEVOLVER A CLIENTES ........".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADVAS
           IF  FST-VAS   =  "35" CLOSE    CADVAS
                                 OPEN     OUTPUT   CADVAS
                                 CLOSE    CADVAS
                                 OPEN     I-O      CADVAS.
           OPEN     I-O       CADMVS
           IF  FST-MVS   =  "35" CLOSE    CADMVS
                                 OPEN     OUTPUT   CADMVS
                                 CLOSE    CADMVS
                                 OPEN     I-O      CADMVS.
           OPEN     OUTPUT    REL-VAS
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CADV-00
              THRU  ROT-CADV-90
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-CAD   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ACE   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           PERFORM  ROT-CONC-00
              THRU  ROT-CONC-90
           CLOSE    CADVAS    CADMVS    REL-VAS
           GOBACK.

       ROT-CADV-00.
           OPEN     INPUT     ARQCAD
           IF  FST-CAD   =  "35" GO       ROT-CADV-90.

       ROT-CADV-10.
           READ     ARQCAD    AT  END  GO  ROT-CADV-80.
           MOVE     SPACES    TO  TIP-AUX   DES-AUX   PRX-AUX
                                  PRD-AUX
           MOVE     ZEROS     TO  SUF-AUX   SFD-AUX   DEP-AUX
                                  CHE-AUX   VAZ-AUX   EMP-AUX
           UNSTRING  LIN-CAD  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              DES-AUX
                              PRX-AUX
                              SUF-AUX
                              PRD-AUX
                              SFD-AUX
                              DEP-AUX
                              CHE-AUX
                              VAZ-AUX
                              EMP-AUX
           IF  TIP-AUX   =       SPACES
                                 GO       ROT-CADV-10.
           MOVE     TIP-AUX   TO  CHV-VAS
           READ     CADVAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-CADV-20.
           MOVE     DES-AUX   TO  DES-VAS
           MOVE     PRX-AUX   TO  PRX-VAS
           MOVE     SUF-AUX   TO  SUF-VAS
           MOVE     PRD-AUX   TO  PRD-VAS
           MOVE     SFD-AUX   TO  SFD-VAS
           MOVE     DEP-AUX   TO  DEP-VAS
           REWRITE  REG-VAS
           ADD      1         TO  TOT-CAD
           GO       ROT-CADV-10.

       ROT-CADV-20.
           MOVE     DES-AUX   TO  DES-VAS
           MOVE     PRX-AUX   TO  PRX-VAS
           MOVE     SUF-AUX   TO  SUF-VAS
           MOVE     PRD-AUX   TO  PRD-VAS
           MOVE     SFD-AUX   TO  SFD-VAS
           MOVE     DEP-AUX   TO  DEP-VAS
           MOVE     CHE-AUX   TO  CHE-VAS
           MOVE     VAZ-AUX   TO  VAZ-VAS
           MOVE     EMP-AUX   TO  EMP-VAS
           MOVE     ZEROS     TO  DTC-VAS   CTC-VAS   CTV-VAS
           WRITE    REG-VAS
           ADD      1         TO  TOT-CAD
           GO       ROT-CADV-10.

       ROT-CADV-80.
           CLOSE    ARQCAD.
       ROT-CADV-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQMOV
           IF  FST-MOV   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQMOV    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  DTA-AUX   QTD-AUX   VAL-AUX
                                  DOC-AUX
           MOVE     SPACES    TO  TIP-AUX   OPE-AUX   OPR-AUX
           UNSTRING  LIN-MOV  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              TIP-AUX
                              OPE-AUX
                              QTD-AUX
                              VAL-AUX
                              DOC-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     QTD-AUX   TO  QTD-DET
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     DOC-AUX   TO  DOC-DET
           MOVE     OPR-AUX   TO  OPR-DET
           IF  OPE-AUX   =  "R"
               MOVE  "DEVOLUCAO DEPOSITO"   TO  OPE-DET
           ELSE
           IF  OPE-AUX   =  "C"
               MOVE  "CONTAGEM CHEIOS"      TO  OPE-DET
           ELSE
           IF  OPE-AUX   =  "Z"
               MOVE  "CONTAGEM VAZIOS"      TO  OPE-DET
           ELSE
               MOVE  OPE-AUX                TO  OPE-DET.
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           IF  OPE-AUX   =  "R"  SUBTRACT QTD-AUX  FROM  EMP-VAS
                                 ADD      QTD-AUX  TO    VAZ-VAS.
           IF  OPE-AUX   =  "C"  MOVE     QTD-AUX  TO  CTC-VAS
                                 MOVE     DTA-AUX  TO  DTC-VAS.
           IF  OPE-AUX   =  "Z"  MOVE     QTD-AUX  TO  CTV-VAS
                                 MOVE     DTA-AUX  TO  DTC-VAS.
           REWRITE  REG-VAS
           MOVE     DTA-AUX   TO  DTA-MVS
           MOVE     ZEROS     TO  SEQ-MVS
           MOVE     TIP-AUX   TO  TIP-MVS
           MOVE     OPE-AUX   TO  OPE-MVS
           MOVE     QTD-AUX   TO  QTD-MVS
           MOVE     VAL-AUX   TO  VAL-MVS
           MOVE     DOC-AUX   TO  DOC-MVS
           MOVE     OPR-AUX   TO  OPR-MVS
           ACCEPT   HRA-MVS   FROM  TIME.

       ROT-CARG-20.
           ADD      1         TO  SEQ-MVS
           WRITE    REG-MVS
           IF  FST-MVS   =  "22" GO       ROT-CARG-20.
           MOVE     "REGISTRADO"   TO  SIT-DET
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQMOV.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  OPE-AUX  NOT  =  "R"  AND
               OPE-AUX  NOT  =  "C"  AND
               OPE-AUX  NOT  =  "Z"
               MOVE  "OPERACAO INVALIDA"           TO  SIT-DET
               GO       ROT-VALD-90.
           IF  DTA-AUX   >       DTA-HOJ
               MOVE  "DATA INVALIDA"               TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     TIP-AUX   TO  CHV-VAS
           READ     CADVAS
           IF  FST-VAS  NOT  =  "00"
               MOVE  "VASILHAME INEXISTENTE"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  OPE-AUX   =  "R"  AND
               QTD-AUX   =       ZEROS
               MOVE  "QUANTIDADE INVALIDA"         TO  SIT-DET
               GO       ROT-VALD-90.
           IF  OPE-AUX   =  "R"  AND
               QTD-AUX   >       EMP-VAS
               MOVE  "EXCEDE EMPRESTADOS"          TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-CONC-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     SPACES    TO  CHV-VAS
           START    CADVAS       KEY  >   CHV-VAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-CONC-80.

       ROT-CONC-10.
           READ     CADVAS  NEXT
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-CONC-80.
           MOVE     CHV-VAS   TO  TIP-CNC
           MOVE     DES-VAS   TO  DES-CNC
           MOVE     CHE-VAS   TO  CHE-CNC
           MOVE     VAZ-VAS   TO  VAZ-CNC
           MOVE     EMP-VAS   TO  EMP-CNC
           MOVE     CTC-VAS   TO  CTC-CNC
           MOVE     CTV-VAS   TO  CTV-CNC
           MOVE     DTC-VAS (5:2)  TO  DTC-CNC (1:2)
           MOVE     DTC-VAS (3:2)  TO  DTC-CNC (4:2)
           MOVE     DTC-VAS (1:2)  TO  DTC-CNC (7:2)
           MOVE     ZEROS     TO  VAL-DEP
           IF  EMP-VAS   >       ZEROS
               COMPUTE  VAL-DEP  =   EMP-VAS  *   DEP-VAS.
           MOVE     VAL-DEP   TO  DEP-CNC
           ADD      VAL-DEP   TO  TOT-DEP
           COMPUTE  DIF-CHE   =  CTC-VAS  -   CHE-VAS
           COMPUTE  DIF-VAZ   =  CTV-VAS  -   VAZ-VAS
           MOVE     DIF-CHE   TO  DFC-CNC
           MOVE     DIF-VAZ   TO  DFV-CNC
           IF  DTC-VAS   =       ZEROS
               MOVE  ZEROS          TO  DFC-CNC  DFV-CNC
               MOVE  "SEM CONTAGEM" TO  SIT-CNC
           ELSE
           IF  DIF-CHE  NOT  =   ZEROS  OR
               DIF-VAZ  NOT  =   ZEROS
               MOVE  "DIVERGENTE"   TO  SIT-CNC
               ADD      1    TO  TOT-DIV
           ELSE
               MOVE  "CONFERE"      TO  SIT-CNC.
           WRITE    LIN-REL   FROM  LIN-CNC
           GO       ROT-CONC-10.

       ROT-CONC-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-DIV   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-DEP   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5.
       ROT-CONC-90.
           EXIT.
