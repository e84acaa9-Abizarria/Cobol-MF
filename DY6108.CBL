       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6108.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADDIC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DIC
                       FILE          STATUS  IS  FST-DIC.

           SELECT      ARQDIC        ASSIGN  TO  "DICIONARIO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-TXT.

           SELECT      REL-DIC       ASSIGN  TO  "RELDIC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADDIC.CPY.

       FD  ARQDIC.
       01  LIN-TXT               PIC  X(120).

       FD  REL-DIC.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-DIC          PIC  X(02).
           03  FST-TXT          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  TOT-LID          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ARQ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-GRV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

           03  IND1             PIC  9(02).
           03  FIM-AUX          PIC  9(05).
           03  REG-AUX          PIC  9(04).
           03  ARQ-AUX          PIC  X(06).
           03  SEQ-AUX          PIC  9(02).
           03  NOM-AUX          PIC  X(10).
           03  DES-AUX          PIC  X(25).
           03  POS-AUX          PIC  9(04).
           03  TAM-AUX          PIC  9(03).
           03  TIP-AUX          PIC  X(01).
           03  DEC-AUX          PIC  9(01).
           03  PRG-AUX          PIC  9(02).
           03  LGP-AUX          PIC  X(01).
           03  SIT-AUX          PIC  X(36).

           03  TAB-ARQ          PIC  X(54)  VALUE
               "CADESTCADCLICADFATCADCPMCADLCPCADNTACADFRNCADVDFCADCRD".
           03  RED-ARQ   REDEFINES   TAB-ARQ.
               05  ARQ-TAB      PIC  X(06)  OCCURS  09.

       01  LIN-CAB1              PIC  X(100)  VALUE
           "CARGA DO DICIONARIO DE DADOS PARA CONSULTAS".
       01  LIN-CAB2.
           03  FILLER            PIC  X(47)  VALUE
               "ARQUIV SQ CAMPO      DESCRICAO                 ".
           03  FILLER            PIC  X(53)  VALUE
               "POSI TAM T D PG L SITUACAO".
       01  LIN-DET.
           03  ARQ-DET           PIC  X(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  POS-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TAM-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DEC-DET           PIC  9(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRG-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LGP-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(36).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS LIDAS DO DICIONARIO .............".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ARQUIVOS RECARREGADOS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CAMPOS GRAVADOS ........................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS REJEITADAS ......................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     OUTPUT    REL-DIC
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     I-O       CADDIC
           IF  FST-DIC   =  "35" CLOSE    CADDIC
                                 OPEN     OUTPUT   CADDIC
                                 CLOSE    CADDIC
                                 OPEN     I-O      CADDIC.
           OPEN     INPUT     ARQDIC
           IF  FST-TXT  NOT  =  "00"
                                 GO       ROT-FECH-00.

       ROT-LEIT-00.
           READ     ARQDIC    AT  END  GO  ROT-LEIT-90.
           MOVE     SPACES    TO  ARQ-AUX  NOM-AUX  DES-AUX
                                  TIP-AUX  LGP-AUX  SIT-AUX
           MOVE     ZEROS     TO  SEQ-AUX  POS-AUX  TAM-AUX
                                  DEC-AUX  PRG-AUX
           UNSTRING  LIN-TXT  DELIMITED  BY  "|"
                     INTO     ARQ-AUX
                              SEQ-AUX
                              NOM-AUX
                              DES-AUX
                              POS-AUX
                              TAM-AUX
                              TIP-AUX
                              DEC-AUX
                              PRG-AUX
                              LGP-AUX
           IF  ARQ-AUX   =       SPACES
                                 GO       ROT-LEIT-00.
           ADD      1         TO  TOT-LID
           IF  SEQ-AUX   =    0  PERFORM  ROT-CABE-00
                                    THRU  ROT-CABE-90
           ELSE                  PERFORM  ROT-CAMP-00
                                    THRU  ROT-CAMP-90.
           IF  SIT-AUX  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ.
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           GO       ROT-LEIT-00.

       ROT-LEIT-90.
           CLOSE    ARQDIC       GO       ROT-FECH-00.

       ROT-CABE-00.
           MOVE     1         TO  IND1.

       ROT-CABE-10.
           IF  ARQ-TAB (IND1)  =  ARQ-AUX
                                 GO       ROT-CABE-20.
           ADD      1         TO  IND1
           IF  IND1      <   10  GO       ROT-CABE-10.
           MOVE  "ARQUIVO NAO DISPONIVEL P/ CONSULTA"  TO  SIT-AUX
           GO       ROT-CABE-90.

       ROT-CABE-20.
           IF  TAM-AUX   =    0  OR  TAM-AUX  >  300
               MOVE  "TAMANHO DO REGISTRO INVALIDO"        TO  SIT-AUX
               GO       ROT-CABE-90.
           PERFORM  ROT-EXCL-00
              THRU  ROT-EXCL-90
           MOVE     ARQ-AUX   TO  ARQ-DIC
           MOVE     ZEROS     TO  SEQ-DIC  POS-DIC  DEC-DIC
           MOVE     ARQ-AUX   TO  NOM-DIC
           MOVE     DES-AUX   TO  DES-DIC
           MOVE     TAM-AUX   TO  TAM-DIC
           MOVE     SPACES    TO  TIP-DIC  LGP-DIC
           MOVE     PRG-AUX   TO  PRG-DIC
           WRITE    REG-DIC
           ADD      1         TO  TOT-ARQ.
       ROT-CABE-90.
           EXIT.

       ROT-EXCL-00.
           MOVE     ARQ-AUX   TO  ARQ-DIC
           MOVE     ZEROS     TO  SEQ-DIC
           START    CADDIC       KEY  NOT  <  CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-EXCL-90.

       ROT-EXCL-10.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-EXCL-90.
           IF  ARQ-DIC  NOT  =   ARQ-AUX
                                 GO       ROT-EXCL-90.
           DELETE   CADDIC       GO       ROT-EXCL-10.

       ROT-EXCL-90.
           EXIT.

       ROT-CAMP-00.
           MOVE     ARQ-AUX   TO  ARQ-DIC
           MOVE     ZEROS     TO  SEQ-DIC
           READ     CADDIC
           IF  FST-DIC  NOT  =  "00"
               MOVE  "ARQUIVO SEM LINHA DE CABECALHO"      TO  SIT-AUX
               GO       ROT-CAMP-90.
           MOVE     TAM-DIC   TO  REG-AUX
           IF  NOM-AUX   =       SPACES
               MOVE  "NOME DO CAMPO NAO INFORMADO"         TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  TIP-AUX  NOT  =  "X"  AND  NOT  =  "9"  AND
                        NOT  =  "S"  AND  NOT  =  "D"
               MOVE  "TIPO INVALIDO (X, 9, S OU D)"        TO  SIT-AUX
               GO       ROT-CAMP-90.
           COMPUTE  FIM-AUX   =   POS-AUX  +  TAM-AUX  -  1
           IF  POS-AUX   =    0  OR  TAM-AUX  =  0  OR
               FIM-AUX   >       REG-AUX
               MOVE  "POSICAO/TAMANHO FORA DO REGISTRO"    TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  TIP-AUX   =  "X"  AND  DEC-AUX  >  0
               MOVE  "CAMPO ALFANUMERICO COM DECIMAIS"     TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  TIP-AUX   =  "X"  AND  TAM-AUX  >  60
               MOVE  "ALFANUMERICO: TAMANHO ATE 60"        TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  (TIP-AUX  =  "9"  OR  TIP-AUX  =  "S")  AND
               (TAM-AUX  >   18  OR  DEC-AUX  >  4  OR
                DEC-AUX  NOT  <  TAM-AUX)
               MOVE  "NUMERICO: TAMANHO ATE 18, DEC ATE 4" TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  TIP-AUX   =  "D"  AND
               (TAM-AUX  NOT  =  6  OR  DEC-AUX  >  0)
               MOVE  "DATA DEVE TER 6 POSICOES (AAMMDD)"   TO  SIT-AUX
               GO       ROT-CAMP-90.
           IF  LGP-AUX   =  "S"  AND  PRG-AUX  =  0
               MOVE  "DADO PESSOAL EXIGE PERMISSAO"        TO  SIT-AUX
               GO       ROT-CAMP-90.
           PERFORM  ROT-DUPL-00
              THRU  ROT-DUPL-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-CAMP-90.
           MOVE     ARQ-AUX   TO  ARQ-DIC
           MOVE     SEQ-AUX   TO  SEQ-DIC
           READ     CADDIC
           MOVE     NOM-AUX   TO  NOM-DIC
           MOVE     DES-AUX   TO  DES-DIC
           MOVE     POS-AUX   TO  POS-DIC
           MOVE     TAM-AUX   TO  TAM-DIC
           MOVE     TIP-AUX   TO  TIP-DIC
           MOVE     DEC-AUX   TO  DEC-DIC
           MOVE     PRG-AUX   TO  PRG-DIC
           IF  LGP-AUX   =  "S"  MOVE     "S"      TO  LGP-DIC
           ELSE                  MOVE     "N"      TO  LGP-DIC.
           IF  FST-DIC   =  "00" REWRITE  REG-DIC
           ELSE                  WRITE    REG-DIC.
           ADD      1         TO  TOT-GRV.
       ROT-CAMP-90.
           EXIT.

       ROT-DUPL-00.
           MOVE     ARQ-AUX   TO  ARQ-DIC
           MOVE     ZEROS     TO  SEQ-DIC
           START    CADDIC       KEY  >   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-DUPL-90.

       ROT-DUPL-10.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-DUPL-90.
           IF  ARQ-DIC  NOT  =   ARQ-AUX
                                 GO       ROT-DUPL-90.
           IF  NOM-DIC   =       NOM-AUX  AND
               SEQ-DIC  NOT  =   SEQ-AUX
               MOVE  "CAMPO JA CADASTRADO EM OUTRA SEQ."   TO  SIT-AUX
               GO       ROT-DUPL-90.
           GO       ROT-DUPL-10.

       ROT-DUPL-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     ARQ-AUX   TO  ARQ-DET
           MOVE     SEQ-AUX   TO  SEQ-DET
           MOVE     NOM-AUX   TO  NOM-DET
           MOVE     DES-AUX   TO  DES-DET
           MOVE     POS-AUX   TO  POS-DET
           MOVE     TAM-AUX   TO  TAM-DET
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     DEC-AUX   TO  DEC-DET
           MOVE     PRG-AUX   TO  PRG-DET
           MOVE     LGP-AUX   TO  LGP-DET
           IF  SIT-AUX   =       SPACES
                                 MOVE     "CARREGADO"  TO  SIT-DET
           ELSE                  MOVE     SIT-AUX      TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-IMPR-90.
           EXIT.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ARQ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-GRV   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-REJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADDIC    REL-DIC
           GOBACK.
