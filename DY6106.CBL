       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6106.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADBSM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BSM.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FST-JRN.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCX
                       FILE          STATUS  IS  FST-LCX.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      BACKUP        ASSIGN  TO  "BACKUP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BCK.

           SELECT      ARQRST        ASSIGN  TO  "RESTAURA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-RST       ASSIGN  TO  "RELRESTA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADBSM.CPY.
       COPY  CADJRN.CPY.
       COPY  CADVDF.CPY.
       COPY  CADLCX.CPY.
       COPY  CADEST.CPY.

       FD  BACKUP.
       01  REG-BCK               PIC  X(50).

       FD  ARQRST.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-RST.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-BSM          PIC  X(02).
           03  FST-JRN          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-LCX          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-BCK          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  ARQ-PRM          PIC  X(06).
           03  CNJ-PRM          PIC  X(50).
           03  DTA-PRM          PIC  9(06).
           03  HRA-PRM          PIC  9(04).
           03  OPR-PRM          PIC  X(10).
           03  PTH-AUX          PIC  X(50).
           03  TAM-PTH          PIC  9(02).
           03  SEP-AUX          PIC  X(01).
           03  SIT-AUX          PIC  X(60).
           03  ACA-AUX          PIC  X(30).
           03  TIP-RST          PIC  X(01).
           03  DTA-BCK          PIC  9(06).
           03  HRA-BCK          PIC  9(08).
           03  HRA-LIM          PIC  X(04).
           03  EXT-AUX          PIC  X(10).
           03  VAL-AUX          PIC  9(05)V99.
           03  IND1             PIC  9(01).
           03  QTD-ARQ          PIC  9(01).
           03  TOT-RPL          PIC  9(05)  VALUE  ZEROS.
           03  TOT-MAN          PIC  9(05)  VALUE  ZEROS.
           03  TOT-IGN          PIC  9(05)  VALUE  ZEROS.

       01  TAB-ARQ.
           03  REG-TAR          OCCURS  2.
               05  ARQ-TAR      PIC  X(10).
               05  TAM-TAR      PIC  9(10).
               05  SOM-TAR      PIC  9(10).

       01  PRM-SOM.
           03  NOM-SOM          PIC  X(60).
           03  TAM-SOM          PIC  9(10).
           03  SOM-SOM          PIC  9(10).
           03  RET-SOM          PIC  X(02).

       01  PRM-ADS              PIC  9(02)  COMP-X.
       01  PRM-FNC              PIC  9(02)  COMP-X  VALUE  35.

       01  PRM-CMD.
           03  SIZ-CMD          PIC  9(02)  COMP-X.
           03  DES-CMD          PIC  X(132).

       01  LIN-CAB1              PIC  X(132) VALUE
           "RESTAURACAO SELETIVA DE ARQUIVO A PARTIR DO BACK-UP COM REAP
      -    "LICACAO DO DIARIO DE TRANSACOES (CADJRN)".
       01  LIN-CAB2.
           03  FILLER            PIC  X(10)  VALUE  "ARQUIVO: ".
           03  ARQ-DC2           PIC  X(06).
           03  FILLER            PIC  X(13)  VALUE  "  CONJUNTO: ".
           03  CNJ-DC2           PIC  X(50).
           03  FILLER            PIC  X(13)  VALUE  "  OPERADOR: ".
           03  OPR-DC2           PIC  X(10).
       01  LIN-CAB3.
           03  FILLER            PIC  X(19)  VALUE
               "BACK-UP GERADO EM ".
           03  DTA-DC3           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HRA-DC3           PIC  99.99.99.
           03  FILLER            PIC  X(24)  VALUE
               "   REAPLICAR DIARIO ATE ".
           03  DTA-DC4           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HRA-DC4           PIC  99.99.
       01  LIN-CAB4              PIC  X(132) VALUE
           "== CONFERENCIA DAS SOMAS DE CONTROLE ==".
       01  LIN-CAB5              PIC  X(132) VALUE
           "ARQUIVO       TAMANHO   SOMA BACK-UP  SOMA CALCULADA  SITUA
      -    "CAO".
       01  LIN-CAB6              PIC  X(132) VALUE
           "== REAPLICACAO DO DIARIO DE TRANSACOES ==".
       01  LIN-CAB7              PIC  X(132) VALUE
           "DATA     HORA       SQ PROG TIPO     T CX CUPOM   PRODUTO
      -    " QTDE      VALOR  ACAO".
       01  LIN-SIT.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DST           PIC  X(60).
       01  LIN-SOM.
           03  ARQ-DSM           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TAM-DSM           PIC  Z(09)9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SMB-DSM           PIC  Z(09)9.
           03  FILLER            PIC  X(06)  VALUE  SPACES.
           03  SMC-DSM           PIC  Z(09)9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DSM           PIC  X(40).
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HRA-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRG-DET           PIC  X(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-DET           PIC  X(08).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TUR-DET           PIC  9(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CXA-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CPM-DET           PIC  9(06).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ACA-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TRANSACOES REAPLICADAS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "TRANSACOES A REDIGITAR MANUALMENTE .....".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "TRANSACOES IGNORADAS ...................".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     OUTPUT    REL-RST
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-0000-80.
           PERFORM  ROT-CONF-00
              THRU  ROT-CONF-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-0000-80.
           PERFORM  ROT-REST-00
              THRU  ROT-REST-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-0000-80.
           PERFORM  ROT-DIAR-00
              THRU  ROT-DIAR-90.

       ROT-0000-80.
           IF  SIT-AUX  NOT  =   SPACES
                                 MOVE     SPACES   TO  LIN-REL
                                 WRITE    LIN-REL
                                 MOVE     SIT-AUX  TO  SIT-DST
                                 WRITE    LIN-REL  FROM  LIN-SIT.
           CLOSE    REL-RST
           GOBACK.

       ROT-PARM-00.
           MOVE     SPACES    TO  ARQ-PRM   CNJ-PRM   OPR-PRM
                                  SIT-AUX   PTH-AUX
           MOVE     ZEROS     TO  DTA-PRM   HRA-PRM
           OPEN     INPUT     ARQRST
           IF  FST-ARQ  NOT  =  "00"
                                 MOVE     "REJEITADO - RESTAURA.TXT NAO
      -                                   "ENCONTRADO"     TO  SIT-AUX
                                 GO       ROT-PARM-90.
           READ     ARQRST    AT  END
                                 MOVE     SPACES   TO  LIN-ARQ.
           CLOSE    ARQRST
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     ARQ-PRM
                              CNJ-PRM
                              DTA-PRM
                              HRA-PRM
                              OPR-PRM
           IF  DTA-PRM   =    0  MOVE     DTA-HOJ  TO  DTA-PRM.
           IF  HRA-PRM   =    0  MOVE     2359     TO  HRA-PRM.
           MOVE     ARQ-PRM   TO  ARQ-DC2
           MOVE     CNJ-PRM   TO  CNJ-DC2
           MOVE     OPR-PRM   TO  OPR-DC2
           WRITE    LIN-REL   FROM  LIN-CAB2
           IF  ARQ-PRM (1:3)  NOT  =  "CAD"
                                 MOVE     "REJEITADO - ARQUIVO INVALIDO"
                                          TO  SIT-AUX
                                 GO       ROT-PARM-90.
           IF  OPR-PRM   =       SPACES
                                 MOVE     "REJEITADO - OPERADOR NAO INFO
      -                                   "RMADO"          TO  SIT-AUX
                                 GO       ROT-PARM-90.
           IF  DTA-PRM (3:2)  <  01  OR  DTA-PRM (3:2)  >  12  OR
               DTA-PRM (5:2)  <  01  OR  DTA-PRM (5:2)  >  31  OR
               HRA-PRM (1:2)  >  23  OR  HRA-PRM (3:2)  >  59
                                 MOVE     "REJEITADO - DATA OU HORA LIMI
      -                                   "TE INVALIDA"    TO  SIT-AUX
                                 GO       ROT-PARM-90.
           IF  CNJ-PRM   =  "1"  OR  CNJ-PRM  =  "2"
                                 PERFORM  ROT-CNJB-00
                                    THRU  ROT-CNJB-90
           ELSE                  MOVE     CNJ-PRM  TO  PTH-AUX.
           IF  PTH-AUX   =       SPACES
                                 MOVE     "REJEITADO - CONJUNTO DE BACK-
      -                                   "UP NAO DEFINIDO"  TO  SIT-AUX
                                 GO       ROT-PARM-90.
           MOVE     ZEROS     TO  TAM-PTH
           INSPECT  PTH-AUX   TALLYING  TAM-PTH
                              FOR  CHARACTERS  BEFORE  INITIAL  SPACE
           IF  TAM-PTH   =    0  MOVE     "REJEITADO - CONJUNTO DE BACK-
      -                                   "UP INVALIDO"    TO  SIT-AUX
                                 GO       ROT-PARM-90.
           MOVE     "\"       TO  SEP-AUX
           IF  PTH-AUX (TAM-PTH:1)  =  "\"  OR
               PTH-AUX (TAM-PTH:1)  =  ":"
                                 MOVE     SPACE    TO  SEP-AUX.
       ROT-PARM-90.
           EXIT.

       ROT-CNJB-00.
           OPEN     INPUT     BACKUP
           IF  FST-BCK  NOT  =  "00"
                                 GO       ROT-CNJB-90.
           READ     BACKUP
           IF  FST-BCK   =  "00" MOVE     REG-BCK  TO  PTH-AUX.
           IF  CNJ-PRM   =  "2"  MOVE     SPACES   TO  PTH-AUX
                                 READ     BACKUP
                                 IF  FST-BCK   =  "00"
                                     MOVE     REG-BCK  TO  PTH-AUX.
           CLOSE    BACKUP.
       ROT-CNJB-90.
           EXIT.

       ROT-CONF-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB4
           WRITE    LIN-REL   FROM  LIN-CAB5
           MOVE     ZEROS     TO  QTD-ARQ   DTA-BCK   HRA-BCK
           MOVE     "CADBSM"  TO  EXT-AUX
           PERFORM  ROT-NOME-00
              THRU  ROT-NOME-90
           DISPLAY  "dd_CADBSM"  UPON  ENVIRONMENT-NAME
           DISPLAY  NOM-SOM      UPON  ENVIRONMENT-VALUE
           OPEN     INPUT     CADBSM
           IF  FST-BSM  NOT  =  "00"
                                 MOVE     "REJEITADO - CONJUNTO SEM SOMA
      -                                   "S DE CONTROLE (CADBSM)"
                                          TO  SIT-AUX
                                 GO       ROT-CONF-90.

       ROT-CONF-10.
           READ     CADBSM    AT  END    GO  ROT-CONF-20.
           IF  ARQ-BSM (1:6)  NOT  =  ARQ-PRM  OR
               ARQ-BSM (7:1)  NOT  =  "."   OR
               QTD-ARQ   >    1  GO       ROT-CONF-10.
           ADD      1         TO  QTD-ARQ
           MOVE     ARQ-BSM   TO  ARQ-TAR   (QTD-ARQ)
           MOVE     TAM-BSM   TO  TAM-TAR   (QTD-ARQ)
           MOVE     SOM-BSM   TO  SOM-TAR   (QTD-ARQ)
           MOVE     DTA-BSM   TO  DTA-BCK
           MOVE     HRA-BSM   TO  HRA-BCK
           GO       ROT-CONF-10.

       ROT-CONF-20.
           CLOSE    CADBSM
           IF  QTD-ARQ   =    0  MOVE     "REJEITADO - ARQUIVO NAO CONST
      -                                   "A DO BACK-UP"   TO  SIT-AUX
                                 GO       ROT-CONF-90.
           MOVE     DTA-BCK   TO  DTA-DC3
           MOVE     HRA-BCK (1:6)   TO  HRA-DC3
           MOVE     DTA-PRM   TO  DTA-DC4
           MOVE     HRA-PRM   TO  HRA-DC4
           MOVE     ZEROS     TO  IND1.

       ROT-CONF-30.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-ARQ
                                 GO       ROT-CONF-90.
           MOVE     ARQ-TAR   (IND1)    TO  EXT-AUX
           PERFORM  ROT-NOME-00
              THRU  ROT-NOME-90
           CALL    "DYSOMA"   USING  PRM-SOM
           MOVE     ARQ-TAR   (IND1)    TO  ARQ-DSM
           MOVE     TAM-SOM   TO  TAM-DSM
           MOVE     SOM-TAR   (IND1)    TO  SMB-DSM
           MOVE     SOM-SOM   TO  SMC-DSM
           MOVE     "CONFERE"           TO  SIT-DSM
           IF  RET-SOM  NOT  =  "00"
                                 MOVE     "NAO ENCONTRADO NO CONJUNTO"
                                          TO  SIT-DSM
           ELSE
               IF  TAM-SOM  NOT  =   TAM-TAR  (IND1)  OR
                   SOM-SOM  NOT  =   SOM-TAR  (IND1)
                                 MOVE     "DIVERGENTE - DANIFICADO"
                                          TO  SIT-DSM.
           WRITE    LIN-REL   FROM  LIN-SOM
           IF  SIT-DSM  NOT  =  "CONFERE"
                                 MOVE     "REJEITADO - SOMA DE CONTROLE
      -                                   "NAO CONFERE, NADA FOI RESTAUR
      -                                   "ADO"  TO  SIT-AUX.
           GO       ROT-CONF-30.

       ROT-CONF-90.
           EXIT.

       ROT-NOME-00.
           MOVE     SPACES    TO  NOM-SOM
           IF  SEP-AUX   =       SPACE
               STRING   PTH-AUX   DELIMITED  BY  SPACE
                        EXT-AUX   DELIMITED  BY  SPACE
                        INTO      NOM-SOM
           ELSE
               STRING   PTH-AUX   DELIMITED  BY  SPACE
                        SEP-AUX   DELIMITED  BY  SIZE
                        EXT-AUX   DELIMITED  BY  SPACE
                        INTO      NOM-SOM.
       ROT-NOME-90.
           EXIT.

       ROT-REST-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     ZEROS     TO  IND1.

       ROT-REST-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-ARQ
                                 GO       ROT-REST-90.
           MOVE     ARQ-TAR   (IND1)    TO  EXT-AUX
           MOVE     "$"       TO  EXT-AUX  (10:1)
           MOVE     SPACES    TO  DES-CMD
           STRING   "COPY "   DELIMITED  BY  SIZE
                    ARQ-TAR   (IND1)    DELIMITED  BY  SPACE
                    " "       DELIMITED  BY  SIZE
                    EXT-AUX   DELIMITED  BY  SPACE
                    " > NUL"  DELIMITED  BY  SIZE
                    INTO      DES-CMD
           DISPLAY  DES-CMD   UPON  COMMAND-LINE
           PERFORM  ROT-COPY-00
           MOVE     ARQ-TAR   (IND1)    TO  EXT-AUX
           PERFORM  ROT-NOME-00
              THRU  ROT-NOME-90
           MOVE     SPACES    TO  DES-CMD
           STRING   "COPY "   DELIMITED  BY  SIZE
                    NOM-SOM   DELIMITED  BY  SPACE
                    " "       DELIMITED  BY  SIZE
                    ARQ-TAR   (IND1)    DELIMITED  BY  SPACE
                    " > NUL"  DELIMITED  BY  SIZE
                    INTO      DES-CMD
           DISPLAY  DES-CMD   UPON  COMMAND-LINE
           PERFORM  ROT-COPY-00
           MOVE     ARQ-TAR   (IND1)    TO  NOM-SOM
           CALL    "DYSOMA"   USING  PRM-SOM
           MOVE     ARQ-TAR   (IND1)    TO  ARQ-DSM
           MOVE     TAM-SOM   TO  TAM-DSM
           MOVE     SOM-TAR   (IND1)    TO  SMB-DSM
           MOVE     SOM-SOM   TO  SMC-DSM
           MOVE     SPACES    TO  SIT-DSM
           STRING   "RESTAURADO, ORIGINAL EM "  DELIMITED  BY  SIZE
                    ARQ-TAR   (IND1) (1:9)      DELIMITED  BY  SIZE
                    "$"       DELIMITED  BY  SIZE
                    INTO      SIT-DSM
           IF  RET-SOM  NOT  =  "00"  OR
               TAM-SOM  NOT  =   TAM-TAR  (IND1)  OR
               SOM-SOM  NOT  =   SOM-TAR  (IND1)
                                 MOVE     "FALHA NA COPIA - REPETIR A RE
      -                                   "STAURACAO"      TO  SIT-DSM
                                 MOVE     "RESTAURACAO INCOMPLETA - ARQU
      -                                   "IVO NAO PODE SER UTILIZADO"
                                          TO  SIT-AUX.
           WRITE    LIN-REL   FROM  LIN-SOM
           GO       ROT-REST-10.

       ROT-REST-90.
           EXIT.

       ROT-COPY-00.
           CALL  X"91"    USING  PRM-ADS
                                 PRM-FNC  PRM-CMD.

       ROT-DIAR-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     SPACE     TO  TIP-RST
           IF  ARQ-PRM   =  "CADVDF"  MOVE  "V"  TO  TIP-RST.
           IF  ARQ-PRM   =  "CADLCX"  MOVE  "L"  TO  TIP-RST.
           IF  ARQ-PRM   =  "CADCPM"  MOVE  "C"  TO  TIP-RST.
           IF  TIP-RST   =       SPACE
               MOVE "ARQUIVO SEM DIARIO DE TRANSACOES - REDIGITAR OS MOV
      -             "IMENTOS POSTERIORES AO BACK-UP"  TO  LIN-REL
               WRITE    LIN-REL
               GO       ROT-DIAR-90.
           IF  DTA-PRM   <       DTA-BCK
               MOVE "DATA LIMITE ANTERIOR AO BACK-UP - NADA A REAPLICAR"
                                          TO  LIN-REL
               WRITE    LIN-REL
               GO       ROT-DIAR-90.
           IF  TIP-RST   =  "L"  AND  DTA-BCK  <  DTA-PRM
               MOVE "ATENCAO: BACK-UP DE DIA ANTERIOR - CONFIRA SE O CAD
      -             "LCX RESTAURADO TRAZ LANCAMENTOS DE DIA JA FECHADO"
                                          TO  LIN-REL
               WRITE    LIN-REL.
           WRITE    LIN-REL   FROM  LIN-CAB6
           WRITE    LIN-REL   FROM  LIN-CAB7
           OPEN     INPUT     CADJRN    CADEST
           IF  TIP-RST   =  "V"  OPEN     I-O      CADVDF.
           IF  TIP-RST   =  "L"  OPEN     I-O      CADLCX.
           MOVE     HRA-PRM   TO  HRA-LIM
           MOVE     DTA-BCK   TO  DTA-JRN
           MOVE     SPACES    TO  HRA-JRN
           MOVE     HRA-BCK   TO  HRA-JRN  (1:8)
           MOVE     999       TO  SEQ-JRN
           START    CADJRN       KEY  >   CHV-JRN
           IF  FST-JRN  NOT  =  "00"
                                 GO       ROT-DIAR-80.

       ROT-DIAR-10.
           READ     CADJRN  NEXT
           IF  FST-JRN  NOT  =  "00"
                                 GO       ROT-DIAR-80.
           IF  DTA-JRN   >       DTA-PRM
                                 GO       ROT-DIAR-80.
           IF  TIP-JRN   =  "VENDA"  AND  TIP-RST  =  "C"
                                 GO       ROT-DIAR-10.
           IF  TIP-RST   =  "L"  AND  DTA-JRN  <  DTA-PRM
                                 GO       ROT-DIAR-10.
           MOVE     SPACES    TO  ACA-AUX
           IF  STA-JRN   =  "R"
                                 MOVE     "REVERTIDA - IGNORADA"
                                          TO  ACA-AUX
                                 ADD      1        TO  TOT-IGN
                                 GO       ROT-DIAR-70.
           IF  DTA-JRN   =       DTA-PRM  AND
               HRA-JRN (1:4)  >  HRA-LIM
                                 MOVE     "APOS HORA LIMITE - REDIGITAR"
                                          TO  ACA-AUX
                                 ADD      1        TO  TOT-MAN
                                 GO       ROT-DIAR-70.
           IF  TIP-JRN   =  "CUPOM"
                                 MOVE     "CUPOM - REDIGITAR"
                                          TO  ACA-AUX
                                 ADD      1        TO  TOT-MAN
                                 GO       ROT-DIAR-70.
           IF  STA-JRN  NOT  =  "C"
                                 MOVE     "INCOMPLETA - CONFERIR"
                                          TO  ACA-AUX
                                 ADD      1        TO  TOT-MAN
                                 GO       ROT-DIAR-70.
           MOVE     ZEROS     TO  VAL-AUX
           IF  QTD-JRN   >    0  COMPUTE  VAL-AUX  ROUNDED  =
                                          VAL-JRN  /  QTD-JRN.
           IF  TIP-RST   =  "V"  PERFORM  ROT-GVDF-00
                                    THRU  ROT-GVDF-90
           ELSE                  PERFORM  ROT-GLCX-00
                                    THRU  ROT-GLCX-90.
           MOVE     "REAPLICADA"  TO  ACA-AUX
           ADD      1         TO  TOT-RPL.

       ROT-DIAR-70.
           MOVE     DTA-JRN   TO  DTA-DET
           MOVE     HRA-JRN   TO  HRA-DET
           MOVE     SEQ-JRN   TO  SEQ-DET
           MOVE     PRG-JRN   TO  PRG-DET
           MOVE     TIP-JRN   TO  TIP-DET
           MOVE     TUR-JRN   TO  TUR-DET
           MOVE     CXA-JRN   TO  CXA-DET
           MOVE     CPM-JRN   TO  CPM-DET
           MOVE     PRX-JRN   TO  PRX-DET
           MOVE     SUF-JRN   TO  SUF-DET
           MOVE     QTD-JRN   TO  QTD-DET
           MOVE     VAL-JRN   TO  VAL-DET
           MOVE     ACA-AUX   TO  ACA-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-DIAR-10.

       ROT-DIAR-80.
           CLOSE    CADJRN    CADEST
           IF  TIP-RST   =  "V"  CLOSE    CADVDF.
           IF  TIP-RST   =  "L"  CLOSE    CADLCX.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-RPL   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-MAN   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-IGN   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           IF  TOT-MAN   >    0
               MOVE "OS ITENS DOS CUPONS NAO CONSTAM DO DIARIO: REDIGITE
      -             " AS TRANSACOES MARCADAS ACIMA"  TO  LIN-REL
               WRITE    LIN-REL.
       ROT-DIAR-90.
           EXIT.

       ROT-GVDF-00.
           MOVE     999999   TO  CHV-VDF
           START    CADVDF       KEY  <   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-VDF
                                 GO       ROT-GVDF-10.
           READ     CADVDF       PREVIOUS
           IF  FST-VDF  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-VDF.

       ROT-GVDF-10.
           ADD      1        TO  CHV-VDF
           MOVE     DTA-JRN  TO  DTA-VDF
           MOVE     TUR-JRN  TO  TUR-VDF
           MOVE     CXA-JRN  TO  CXA-VDF
           MOVE     SPACES   TO  FRE-VDF
           MOVE     ATV-JRN  TO  ATV-VDF
           MOVE     PRX-JRN  TO  PRX-VDF
           MOVE     SPACES   TO  COD-VDF
           MOVE     SUF-JRN  TO  COD-VDF (1:3)
           MOVE     QTD-JRN  TO  QTD-VDF
           MOVE     VAL-AUX  TO  VAL-VDF
           MOVE     ZEROS    TO  CPM-VDF
           MOVE     SPACE    TO  XPL-VDF  ENF-VDF
           WRITE    REG-VDF
           IF  FST-VDF   =  "22" GO       ROT-GVDF-10.

       ROT-GVDF-90.
           EXIT.

       ROT-GLCX-00.
           MOVE     PRX-JRN  TO  PRX-EST
           MOVE     SUF-JRN  TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 MOVE     SPACES   TO  DES-EST.
           MOVE     TUR-JRN  TO  TUR-LCX
           MOVE     CXA-JRN  TO  CXA-LCX
           MOVE     ATV-JRN  TO  ATV-LCX
           MOVE     PRX-JRN  TO  PRX-LCX
           MOVE     SPACES   TO  COD-LCX
           MOVE     SUF-JRN  TO  COD-LCX (1:3)
           READ     CADLCX
           MOVE     DES-EST  TO  HST-LCX
           MOVE     VAL-AUX  TO  VAL-LCX
           IF  FST-LCX   =  "23" MOVE     QTD-JRN  TO  QTD-LCX
                                 MOVE     ZEROS    TO  CPM-LCX
                                 MOVE     SPACES   TO  FRE-LCX
                                 WRITE    REG-LCX
           ELSE
                                 ADD      QTD-JRN  TO  QTD-LCX
                                 REWRITE  REG-LCX.
       ROT-GLCX-90.
           EXIT.
