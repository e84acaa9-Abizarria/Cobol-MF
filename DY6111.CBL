       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6111.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADCEP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CEP
                       FILE          STATUS  IS  FST-CEP.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      REL-DIV       ASSIGN  TO  "RELCEPD.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCEP.CPY.
       COPY  CADCLI.CPY.
       COPY  CADMDR.CPY.
       COPY  CADFRN.CPY.

       FD  REL-DIV.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CEP          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  FLG-DIV          PIC  X(01).
           03  TOT-LID          PIC  9(06).
           03  TOT-DIV          PIC  9(06).
           03  TOT-GER          PIC  9(06)  VALUE  ZEROS.

           03  CEP-AUX          PIC  X(08).
           03  CEP-NUM          REDEFINES   CEP-AUX
                                PIC  9(08).
           03  CID-AUX          PIC  X(25).
           03  EST-AUX          PIC  X(02).

           03  MIN-LET          PIC  X(26)  VALUE
               "abcdefghijklmnopqrstuvwxyz".
           03  MAI-LET          PIC  X(26)  VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  LIN-CAB1              PIC  X(132) VALUE
           "CONFERENCIA DE CEP / CIDADE / UF DOS CADASTROS".
       01  LIN-CAB2.
           03  FILLER            PIC  X(42)  VALUE
               "CADASTRO  COD.  NOME".
           03  FILLER            PIC  X(36)  VALUE
               "CEP       CIDADE".
           03  FILLER            PIC  X(54)  VALUE
               "UF OCORRENCIA".
       01  LIN-MSG1              PIC  X(132) VALUE
           "BASE DE CEP NAO CARREGADA - EXECUTE A CARGA DO ARQUIVO CEP.T
      -    "XT".
       01  LIN-IND.
           03  FILLER            PIC  X(12)  VALUE  "CADASTRO DE ".
           03  TIT-IND           PIC  X(20).
           03  FILLER            PIC  X(30)  VALUE
               "NAO ENCONTRADO OU INDISPONIVEL".
       01  LIN-DET.
           03  ARQ-DET           PIC  X(09).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  COD-DET           PIC  ZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CEP-DET           PIC  99999.999.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CID-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EST-DET           PIC  X(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  OCO-DET           PIC  X(51).
       01  LIN-SUB.
           03  TIT-SUB           PIC  X(20).
           03  FILLER            PIC  X(08)  VALUE  "LIDOS: ".
           03  LID-SUB           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(20)  VALUE
               "   COM OCORRENCIA: ".
           03  DIV-SUB           PIC  ZZZ.ZZ9.
       01  LIN-TOT.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE REGISTROS COM OCORRENCIA ......".
           03  TOT-DET           PIC  ZZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     OUTPUT    REL-DIV
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     CADCEP
           IF  FST-CEP  NOT  =  "00"
                                 WRITE    LIN-REL  FROM  LIN-MSG1
                                 GO       ROT-FECH-00.
           PERFORM  ROT-CLIE-00
              THRU  ROT-CLIE-90
           PERFORM  ROT-MALA-00
              THRU  ROT-MALA-90
           PERFORM  ROT-FORN-00
              THRU  ROT-FORN-90
           CLOSE    CADCEP
           MOVE     TOT-GER   TO  TOT-DET
           WRITE    LIN-REL   FROM  LIN-TOT.

       ROT-FECH-00.
           CLOSE    REL-DIV
           GOBACK.

       ROT-CLIE-00.
           MOVE     "CLIENTE"      TO  ARQ-DET
           MOVE     "CLIENTES"     TO  TIT-SUB   TIT-IND
           MOVE     ZEROS     TO  TOT-LID   TOT-DIV
           OPEN     INPUT     CADCLI
           IF  FST-CLI  NOT  =  "00"
                                 PERFORM  ROT-INDS-00
                                    THRU  ROT-INDS-90
                                 GO       ROT-CLIE-90.
           MOVE     ZEROS     TO  CHV-CLI
           START    CADCLI       KEY  NOT  <  CHV-CLI
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-CLIE-80.

       ROT-CLIE-10.
           READ     CADCLI  NEXT
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-CLIE-80.
           MOVE     CHV-CLI   TO  COD-DET
           MOVE     NOM-CLI   TO  NOM-DET
           MOVE     CEP-CLI   TO  CEP-AUX
           MOVE     CID-CLI   TO  CID-AUX
           MOVE     EST-CLI   TO  EST-AUX
           PERFORM  ROT-CONF-00
              THRU  ROT-CONF-90
           GO       ROT-CLIE-10.

       ROT-CLIE-80.
           CLOSE    CADCLI
           PERFORM  ROT-SUBT-00
              THRU  ROT-SUBT-90.
       ROT-CLIE-90.
           EXIT.

       ROT-MALA-00.
           MOVE     "MALA-DIR"     TO  ARQ-DET
           MOVE     "MALA-DIRETA"  TO  TIT-SUB   TIT-IND
           MOVE     ZEROS     TO  TOT-LID   TOT-DIV
           OPEN     INPUT     CADMDR
           IF  FST-MDR  NOT  =  "00"
                                 PERFORM  ROT-INDS-00
                                    THRU  ROT-INDS-90
                                 GO       ROT-MALA-90.
           MOVE     ZEROS     TO  CHV-MDR
           START    CADMDR       KEY  NOT  <  CHV-MDR
           IF  FST-MDR  NOT  =  "00"
                                 GO       ROT-MALA-80.

       ROT-MALA-10.
           READ     CADMDR  NEXT
           IF  FST-MDR  NOT  =  "00"
                                 GO       ROT-MALA-80.
           MOVE     CHV-MDR   TO  COD-DET
           MOVE     NOM-MDR   TO  NOM-DET
           MOVE     CEP-MDR   TO  CEP-AUX
           MOVE     CID-MDR   TO  CID-AUX
           MOVE     EST-MDR   TO  EST-AUX
           PERFORM  ROT-CONF-00
              THRU  ROT-CONF-90
           GO       ROT-MALA-10.

       ROT-MALA-80.
           CLOSE    CADMDR
           PERFORM  ROT-SUBT-00
              THRU  ROT-SUBT-90.
       ROT-MALA-90.
           EXIT.

       ROT-FORN-00.
           MOVE     "FORNEC."      TO  ARQ-DET
           MOVE     "FORNECEDORES" TO  TIT-SUB   TIT-IND
           MOVE     ZEROS     TO  TOT-LID   TOT-DIV
           OPEN     INPUT     CADFRN
           IF  FST-FRN  NOT  =  "00"
                                 PERFORM  ROT-INDS-00
                                    THRU  ROT-INDS-90
                                 GO       ROT-FORN-90.
           MOVE     ZEROS     TO  CHV-FRN
           START    CADFRN       KEY  NOT  <  CHV-FRN
           IF  FST-FRN  NOT  =  "00"
                                 GO       ROT-FORN-80.

       ROT-FORN-10.
           READ     CADFRN  NEXT
           IF  FST-FRN  NOT  =  "00"
                                 GO       ROT-FORN-80.
           MOVE     CHV-FRN   TO  COD-DET
           MOVE     NOM-FRN   TO  NOM-DET
           MOVE     CEP-FRN   TO  CEP-AUX
           MOVE     CID-FRN   TO  CID-AUX
           MOVE     EST-FRN   TO  EST-AUX
           PERFORM  ROT-CONF-00
              THRU  ROT-CONF-90
           GO       ROT-FORN-10.

       ROT-FORN-80.
           CLOSE    CADFRN
           PERFORM  ROT-SUBT-00
              THRU  ROT-SUBT-90.
       ROT-FORN-90.
           EXIT.

       ROT-CONF-00.
           ADD      1         TO  TOT-LID
           MOVE     "N"       TO  FLG-DIV
           MOVE     CID-AUX   TO  CID-DET
           MOVE     EST-AUX   TO  EST-DET
           MOVE     ZEROS     TO  CEP-DET
           INSPECT  CID-AUX   CONVERTING  MIN-LET  TO  MAI-LET
           INSPECT  EST-AUX   CONVERTING  MIN-LET  TO  MAI-LET
           IF  CEP-AUX  NOT  NUMERIC  OR  CEP-NUM  =  ZEROS
                                 MOVE     "CEP NAO INFORMADO"
                                                   TO  OCO-DET
                                 PERFORM  ROT-DETA-00
                                    THRU  ROT-DETA-90
                                 GO       ROT-CONF-90.
           MOVE     CEP-NUM   TO  CEP-DET   CHV-CEP
           READ     CADCEP
           IF  FST-CEP  NOT  =  "00"
                                 MOVE     "CEP NAO CONSTA NA BASE"
                                                   TO  OCO-DET
                                 PERFORM  ROT-DETA-00
                                    THRU  ROT-DETA-90
                                 GO       ROT-CONF-90.
           IF  CID-AUX  NOT  =   CID-CEP
                                 MOVE     SPACES   TO  OCO-DET
                                 STRING   "CIDADE DIVERGENTE - BASE: "
                                          CID-CEP
                                          DELIMITED  BY  SIZE
                                          INTO     OCO-DET
                                 PERFORM  ROT-DETA-00
                                    THRU  ROT-DETA-90.
           IF  EST-AUX  NOT  =   EST-CEP
                                 MOVE     SPACES   TO  OCO-DET
                                 STRING   "UF DIVERGENTE - BASE: "
                                          EST-CEP
                                          DELIMITED  BY  SIZE
                                          INTO     OCO-DET
                                 PERFORM  ROT-DETA-00
                                    THRU  ROT-DETA-90.
       ROT-CONF-90.
           EXIT.

       ROT-DETA-00.
           WRITE    LIN-REL   FROM  LIN-DET
           IF  FLG-DIV   =  "N"  MOVE     "S"      TO  FLG-DIV
                                 ADD      1        TO  TOT-DIV
                                                       TOT-GER.
       ROT-DETA-90.
           EXIT.

       ROT-SUBT-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  LID-SUB
           MOVE     TOT-DIV   TO  DIV-SUB
           WRITE    LIN-REL   FROM  LIN-SUB
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.
       ROT-SUBT-90.
           EXIT.

       ROT-INDS-00.
           WRITE    LIN-REL   FROM  LIN-IND
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.
       ROT-INDS-90.
           EXIT.
