       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6065.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADLVR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LVR
                       FILE          STATUS  IS  FST-LVR.

           SELECT      CADPLM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLM
                       FILE          STATUS  IS  FST-PLM.

           SELECT      ARQLVR        ASSIGN  TO  "LIVROLMC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-LVR       ASSIGN  TO  "RELLVR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLVR.CPY.
       COPY  CADPLM.CPY.

       FD  ARQLVR.
       01  LIN-ARQ               PIC  X(90).

       FD  REL-LVR.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-LVR          PIC  X(02).
           03  FST-PLM          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  NUM-AUX          PIC  9(04).
           03  RSA-AUX          PIC  X(30).
           03  RSE-AUX          PIC  X(30).
           03  QTD-IMP          PIC  9(03).
           03  QTD-REI          PIC  9(03).
           03  TOT-REJ          PIC  9(03)  VALUE  ZEROS.
           03  TOT-PND          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(120) VALUE
           "LIVROS DE MOVIMENTACAO DE COMBUSTIVEIS - LMC - REGISTRO DE L
      -    "IVROS".
       01  LIN-CAB2              PIC  X(120) VALUE
           "LIVRO PG.I PG.F ABERTURA ENCERRAM. SIT IMPR REIMP RESPONSAVE
      -    "L ABERTURA          RESPONSAVEL ENCERRAMENTO".
       01  LIN-DET.
           03  NUM-DET           PIC  9(04).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PGI-DET           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PGF-DET           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTE-DET           PIC  99/99/99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  STA-DET           PIC  X(01).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  IMP-DET           PIC  ZZ9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  REI-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RSA-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RSE-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ATUALIZACOES REJEITADAS - LIVRO INVALIDO".
           03  TOT-DET1          PIC  ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PAGINAS PENDENTES DE REIMPRESSAO .......".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     I-O       CADLVR
           IF  FST-LVR   =  "35" CLOSE    CADLVR
                                 OPEN     OUTPUT   CADLVR
                                 CLOSE    CADLVR
                                 OPEN     I-O      CADLVR.
           OPEN     I-O       CADPLM
           IF  FST-PLM   =  "35" CLOSE    CADPLM
                                 OPEN     OUTPUT   CADPLM
                                 CLOSE    CADPLM
                                 OPEN     I-O      CADPLM.
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           OPEN     OUTPUT    REL-LVR
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CHV-LVR
           START    CADLVR       KEY  >   CHV-LVR
           IF  FST-LVR  NOT  =  "00"
                                 GO       ROT-FECH-00.

       ROT-LVR-10.
           READ     CADLVR  NEXT
           IF  FST-LVR  NOT  =  "00"
                                 GO       ROT-FECH-00.
           PERFORM  ROT-PAGS-00
              THRU  ROT-PAGS-90
           MOVE     CHV-LVR   TO  NUM-DET
           MOVE     PGI-LVR   TO  PGI-DET
           MOVE     PGF-LVR   TO  PGF-DET
           MOVE     DTA-LVR (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-LVR (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-LVR (1:2)  TO  DTA-DET (7:2)
           MOVE     DTE-LVR (5:2)  TO  DTE-DET (1:2)
           MOVE     DTE-LVR (3:2)  TO  DTE-DET (4:2)
           MOVE     DTE-LVR (1:2)  TO  DTE-DET (7:2)
           MOVE     STA-LVR   TO  STA-DET
           MOVE     QTD-IMP   TO  IMP-DET
           MOVE     QTD-REI   TO  REI-DET
           MOVE     RSA-LVR   TO  RSA-DET
           MOVE     RSE-LVR   TO  RSE-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LVR-10.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-REJ   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-PND   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           CLOSE    CADLVR    CADPLM    REL-LVR
           GOBACK.

       ROT-PAGS-00.
           MOVE     ZEROS     TO  QTD-IMP  QTD-REI
           MOVE     CHV-LVR   TO  LVR-PLM
           MOVE     ZEROS     TO  PAG-PLM
           START    CADPLM       KEY  >   CHV-PLM
           IF  FST-PLM  NOT  =  "00"
                                 GO       ROT-PAGS-90.

       ROT-PAGS-10.
           READ     CADPLM  NEXT
           IF  FST-PLM  NOT  =  "00"  OR
               LVR-PLM  NOT  =   CHV-LVR
                                 GO       ROT-PAGS-90.
           ADD      1         TO  QTD-IMP
           IF  STA-PLM   =  "R"  ADD      1        TO  QTD-REI
                                                       TOT-PND.
           GO       ROT-PAGS-10.

       ROT-PAGS-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQLVR
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQLVR    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  NUM-AUX
           MOVE     SPACES    TO  RSA-AUX  RSE-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     NUM-AUX
                              RSA-AUX
                              RSE-AUX
           MOVE     NUM-AUX   TO  CHV-LVR
           READ     CADLVR
           IF  FST-LVR  NOT  =  "00"
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-CARG-10.
           IF  RSA-AUX  NOT  =   SPACES
                                 MOVE     RSA-AUX  TO  RSA-LVR.
           IF  RSE-AUX  NOT  =   SPACES
                                 MOVE     RSE-AUX  TO  RSE-LVR.
           REWRITE  REG-LVR
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQLVR.
       ROT-CARG-90.
           EXIT.
