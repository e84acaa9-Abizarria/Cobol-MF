       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6110.
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

           SELECT      ARQCEP        ASSIGN  TO  "CEP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-CEP       ASSIGN  TO  "RELCEP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCEP.CPY.

       FD  ARQCEP.
       01  LIN-ARQ               PIC  X(200).

       FD  REL-CEP.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CEP          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  NUM-LIN          PIC  9(07)  VALUE  ZEROS.
           03  TOT-LID          PIC  9(07)  VALUE  ZEROS.
           03  TOT-INC          PIC  9(07)  VALUE  ZEROS.
           03  TOT-ATU          PIC  9(07)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(07)  VALUE  ZEROS.
           03  MSG-AUX          PIC  X(50).
           03  IND1             PIC  9(02).
           03  QTD-DIG          PIC  9(02).

           03  CEP-TXT          PIC  X(20).
           03  CEP-CHR          REDEFINES   CEP-TXT
                                PIC  X(01)  OCCURS  20.
           03  CEP-DIG          PIC  X(08).
           03  DIG-CHR          REDEFINES   CEP-DIG
                                PIC  X(01)  OCCURS  08.
           03  CEP-NUM          REDEFINES   CEP-DIG
                                PIC  9(08).

           03  MIN-LET          PIC  X(26)  VALUE
               "abcdefghijklmnopqrstuvwxyz".
           03  MAI-LET          PIC  X(26)  VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  TAB-UFS.
           03  FILLER           PIC  X(18)  VALUE  "ACALAMAPBACEDFESGO".
           03  FILLER           PIC  X(18)  VALUE  "MAMGMSMTPAPBPEPIPR".
           03  FILLER           PIC  X(18)  VALUE  "RJRNRORRRSSCSESPTO".
       01  RED-UFS              REDEFINES   TAB-UFS.
           03  UFS-TAB          PIC  X(02)  OCCURS  27.

       01  COLUNAS.
           03  COL-CEP          PIC  X(20).
           03  COL-LOG          PIC  X(60).
           03  COL-BAI          PIC  X(40).
           03  COL-CID          PIC  X(40).
           03  COL-EST          PIC  X(10).

       01  LIN-CAB1              PIC  X(132) VALUE
           "CARGA DA BASE DE CEP DOS CORREIOS - ARQUIVO CEP.TXT".
       01  LIN-CAB2              PIC  X(132) VALUE
           "LINHA    CEP                   OCORRENCIA".
       01  LIN-MSG1              PIC  X(132) VALUE
           "ARQUIVO CEP.TXT NAO ENCONTRADO".
       01  LIN-MSG2              PIC  X(132) VALUE
           "BASE DE CEP INDISPONIVEL - NADA FOI CARREGADO".
       01  LIN-DET.
           03  NUM-DET           PIC  ZZZZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  CEP-DET           PIC  X(20).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MSG-DET           PIC  X(50).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS LIDAS ...........................".
           03  TOT-DET1          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "CEPS INCLUIDOS .........................".
           03  TOT-DET2          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CEPS ATUALIZADOS .......................".
           03  TOT-DET3          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS REJEITADAS ......................".
           03  TOT-DET4          PIC  Z.ZZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     OUTPUT    REL-CEP
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     ARQCEP
           IF  FST-ARQ  NOT  =  "00"
                                 WRITE    LIN-REL  FROM  LIN-MSG1
                                 GO       ROT-FECH-00.
           OPEN     I-O       CADCEP
           IF  FST-CEP   =  "35" CLOSE    CADCEP
                                 OPEN     OUTPUT   CADCEP
                                 CLOSE    CADCEP
                                 OPEN     I-O      CADCEP.
           IF  FST-CEP  NOT  =  "00"
                                 WRITE    LIN-REL  FROM  LIN-MSG2
                                 CLOSE    ARQCEP
                                 GO       ROT-FECH-00.
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90
           CLOSE    ARQCEP    CADCEP.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-INC   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-ATU   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-REJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    REL-CEP
           GOBACK.

       ROT-LINH-00.
           READ     ARQCEP    AT  END  GO  ROT-LINH-90.
           ADD      1         TO  NUM-LIN
           IF  LIN-ARQ   =       SPACES
                                 GO       ROT-LINH-00.
           MOVE     SPACES    TO  COLUNAS
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     COL-CEP
                              COL-LOG
                              COL-BAI
                              COL-CID
                              COL-EST
           PERFORM  ROT-NCEP-00
              THRU  ROT-NCEP-90
           IF  NUM-LIN   =    1  AND  MSG-AUX  NOT  =  SPACES
                                 GO       ROT-LINH-00.
           ADD      1         TO  TOT-LID
           IF  MSG-AUX  NOT  =  SPACES
                                 GO       ROT-LINH-80.
           INSPECT  COL-LOG   CONVERTING  MIN-LET  TO  MAI-LET
           INSPECT  COL-BAI   CONVERTING  MIN-LET  TO  MAI-LET
           INSPECT  COL-CID   CONVERTING  MIN-LET  TO  MAI-LET
           INSPECT  COL-EST   CONVERTING  MIN-LET  TO  MAI-LET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  MSG-AUX  NOT  =  SPACES
                                 GO       ROT-LINH-80.
           MOVE     CEP-NUM   TO  CHV-CEP
           MOVE     COL-LOG   TO  LOG-CEP
           MOVE     COL-BAI   TO  BAI-CEP
           MOVE     COL-CID   TO  CID-CEP
           MOVE     COL-EST   TO  EST-CEP
           WRITE    REG-CEP
           IF  FST-CEP   =  "00" ADD      1        TO  TOT-INC
                                 GO       ROT-LINH-00.
           IF  FST-CEP   =  "22" REWRITE  REG-CEP
               IF  FST-CEP   =  "00"
                                 ADD      1        TO  TOT-ATU
                                 GO       ROT-LINH-00.
           MOVE     SPACES    TO  MSG-AUX
           STRING   "ERRO NA GRAVACAO DO CEP (STATUS "  FST-CEP  ")"
                    DELIMITED  BY  SIZE
                    INTO     MSG-AUX.

       ROT-LINH-80.
           ADD      1         TO  TOT-REJ
           MOVE     NUM-LIN   TO  NUM-DET
           MOVE     COL-CEP   TO  CEP-DET
           MOVE     MSG-AUX   TO  MSG-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LINH-00.
       ROT-LINH-90.
           EXIT.

       ROT-NCEP-00.
           MOVE     SPACES    TO  MSG-AUX
           MOVE     ZEROS     TO  CEP-DIG
           MOVE     COL-CEP   TO  CEP-TXT
           MOVE     ZEROS     TO  IND1      QTD-DIG.

       ROT-NCEP-10.
           ADD      1         TO  IND1
           IF  IND1      >    20 GO       ROT-NCEP-20.
           IF  CEP-CHR (IND1)  =  SPACE  OR  "-"  OR  "."
                                 GO       ROT-NCEP-10.
           IF  CEP-CHR (IND1)  NOT  NUMERIC  OR  QTD-DIG  >  7
                                 GO       ROT-NCEP-80.
           ADD      1         TO  QTD-DIG
           MOVE     CEP-CHR (IND1)  TO  DIG-CHR (QTD-DIG)
           GO       ROT-NCEP-10.

       ROT-NCEP-20.
           IF  QTD-DIG   =    8  AND  CEP-NUM  >  ZEROS
                                 GO       ROT-NCEP-90.

       ROT-NCEP-80.
           MOVE     "CEP INVALIDO - INFORME 8 DIGITOS"  TO  MSG-AUX.
       ROT-NCEP-90.
           EXIT.

       ROT-VALD-00.
           IF  COL-CID   =       SPACES
               MOVE     "CIDADE NAO INFORMADA"  TO  MSG-AUX
               GO       ROT-VALD-90.
           IF  COL-EST (3:8)  NOT  =  SPACES
                                 GO       ROT-VALD-80.
           MOVE     ZEROS     TO  IND1.

       ROT-VALD-10.
           ADD      1         TO  IND1
           IF  IND1      >    27 GO       ROT-VALD-80.
           IF  UFS-TAB (IND1)  =  COL-EST (1:2)
                                 GO       ROT-VALD-90.
           GO       ROT-VALD-10.

       ROT-VALD-80.
           MOVE     "UF INVALIDA"  TO  MSG-AUX.
       ROT-VALD-90.
           EXIT.
