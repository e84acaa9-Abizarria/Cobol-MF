       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6109.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADLPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPR
                       FILE          STATUS  IS  FST-LPR.

           SELECT      ARQPAR        ASSIGN  TO  "PRODPAR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PAR.

           SELECT      ARQIMP        ASSIGN  TO  "PRODUTOS.CSV"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-IMP.

           SELECT      REL-IMP       ASSIGN  TO  "RELPROD.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADLPR.CPY.

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(80).

       FD  ARQIMP.
       01  LIN-IMP               PIC  X(300).

       FD  REL-IMP.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-LPR          PIC  X(02).
           03  FST-PAR          PIC  X(02).
           03  FST-IMP          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  MOD-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  PRX-IMP          PIC  X(10).
           03  SUF-IMP          PIC  9(03).
           03  BAR-NOV          PIC  X(13).
           03  MSG-AUX          PIC  X(50).
           03  FLG-GRV          PIC  X(01).
           03  NUM-LIN          PIC  9(05)  VALUE  ZEROS.
           03  NLN-AUX          PIC  9(05).
           03  TAM-DES          PIC  9(03).
           03  IND1             PIC  9(02).
           03  QTD-ERR          PIC  9(02).
           03  QTD-ALT          PIC  9(02).
           03  IND-TAB          PIC  9(04).
           03  IND-ATU          PIC  9(04).
           03  QTD-TAB          PIC  9(04)  VALUE  ZEROS.
           03  TOT-LID          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ALT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-SAL          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TIT-VAL          PIC  X(40)  VALUE
               "PRODUTOS A ALTERAR .....................".
           03  TIT-APL          PIC  X(40)  VALUE
               "PRODUTOS ALTERADOS .....................".

           03  DES-ANT          PIC  X(25).
           03  CST-ANT          PIC  9(06)V9(04).
           03  VDA-ANT          PIC  9(06)V9(04).
           03  MIN-ANT          PIC  9(06).
           03  BAR-ANT          PIC  X(13).
           03  SIT-ANT          PIC  X(03).
           03  AIC-ANT          PIC  9(02)V99.
           03  API-ANT          PIC  9(01)V99.
           03  ACF-ANT          PIC  9(01)V99.
           03  STA-ANT          PIC  X(01).

           03  CPO-AUX          PIC  X(12).
           03  VLA-AUX          PIC  X(25).
           03  VLN-AUX          PIC  X(25).
           03  EDT-VLR          PIC  ZZZ.ZZ9,9999.
           03  EDT-MIN          PIC  ZZZ.ZZ9.
           03  EDT-ALQ          PIC  Z9,99.

           03  NUM-TXT          PIC  X(30).
           03  NUM-CHR          REDEFINES   NUM-TXT
                                PIC  X(01)  OCCURS  30.
           03  NUM-VLR          PIC  9(09)V9(04).
           03  FAT-DEC          PIC  9(01)V9(04).
           03  DIG-AUX          PIC  9(01).
           03  QTD-DIG          PIC  9(02).
           03  QTD-DEC          PIC  9(02).
           03  QTD-PNT          PIC  9(02).
           03  FLG-VIR          PIC  X(01).
           03  FLG-PNT          PIC  X(01).
           03  FLG-NUM          PIC  X(01).
           03  IND-NUM          PIC  9(02).

       01  COLUNAS.
           03  COL-PRX          PIC  X(30).
           03  COL-SUF          PIC  X(30).
           03  COL-DES          PIC  X(30).
           03  COL-CST          PIC  X(30).
           03  COL-VDA          PIC  X(30).
           03  COL-MIN          PIC  X(30).
           03  COL-BAR          PIC  X(30).
           03  COL-SIT          PIC  X(30).
           03  COL-AIC          PIC  X(30).
           03  COL-API          PIC  X(30).
           03  COL-ACF          PIC  X(30).
           03  COL-STA          PIC  X(30).

       01  TAB-ERR.
           03  ERR-TAB          PIC  X(50)  OCCURS  15.

       01  TAB-ALT.
           03  ALT-TAB                      OCCURS  11.
               05  CPO-TAB      PIC  X(12).
               05  VLA-TAB      PIC  X(25).
               05  VLN-TAB      PIC  X(25).

       01  TAB-PRO.
           03  PRO-TAB                      OCCURS  3000.
               05  PRX-TAB      PIC  X(10).
               05  SUF-TAB      PIC  9(03).
               05  LIN-TAB      PIC  9(05).
               05  BAR-TAB      PIC  X(13).

       01  PRM-AUD.
           03  PRG-AUD          PIC  X(06).
           03  OPR-AUD          PIC  X(10).
           03  ARQ-AUD          PIC  X(06).
           03  CHA-AUD          PIC  X(10).
           03  TIP-AUD          PIC  X(01).
           03  ANT-AUD          PIC  X(60).
           03  NOV-AUD          PIC  X(60).

       01  LIN-CAB1.
           03  FILLER            PIC  X(51)  VALUE
               "IMPORTACAO DE ALTERACOES NO CADASTRO DE PRODUTOS - ".
           03  MOD-CAB           PIC  X(30).
       01  LIN-CAB2              PIC  X(132) VALUE
           "LINHA   CODIGO  DESCRICAO                  SITUACAO".
       01  LIN-CAB3              PIC  X(132) VALUE
           "                CAMPO        ANTES                      DEPO
      -    "IS".
       01  LIN-MSG1              PIC  X(132) VALUE
           "ARQUIVO PRODUTOS.CSV NAO ENCONTRADO".
       01  LIN-MSG2              PIC  X(132) VALUE
           "CADASTRO DE PRODUTOS INDISPONIVEL - NADA FOI ALTERADO".
       01  LIN-MSG3              PIC  X(132) VALUE
           "SOMENTE VALIDACAO - NENHUMA ALTERACAO GRAVADA. PARA APLICAR
      -    "INFORME MODO A NO ARQUIVO PRODPAR.TXT".
       01  LIN-DET.
           03  NUM-DET           PIC  ZZZZ9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-ERR.
           03  FILLER            PIC  X(16)  VALUE  SPACES.
           03  FILLER            PIC  X(06)  VALUE  "ERRO: ".
           03  ERR-DET           PIC  X(50).
       01  LIN-ALT.
           03  FILLER            PIC  X(16)  VALUE  SPACES.
           03  CPO-DET           PIC  X(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLA-DET           PIC  X(25).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VLN-DET           PIC  X(25).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS LIDAS ...........................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  TIT-TOT2          PIC  X(40).
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS SEM ALTERACAO ...................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "LINHAS REJEITADAS ......................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           MOVE     "SOMENTE VALIDACAO"  TO  MOD-CAB
           MOVE     TIT-VAL   TO  TIT-TOT2
           IF  MOD-AUX   =  "A"  MOVE     "ATUALIZACAO DO CADASTRO"
                                                   TO  MOD-CAB
                                 MOVE     TIT-APL  TO  TIT-TOT2.
           OPEN     OUTPUT    REL-IMP
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     ARQIMP
           IF  FST-IMP  NOT  =  "00"
                                 WRITE    LIN-REL  FROM  LIN-MSG1
                                 GO       ROT-FECH-00.
           IF  MOD-AUX   =  "A"  OPEN     I-O      CADEST
                                 PERFORM  ROT-ALPR-00
                                    THRU  ROT-ALPR-90
           ELSE                  OPEN     INPUT    CADEST.
           IF  FST-EST  NOT  =  "00"
                                 WRITE    LIN-REL  FROM  LIN-MSG2
                                 CLOSE    ARQIMP
                                 GO       ROT-FECH-00.
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90
           CLOSE    ARQIMP    CADEST
           IF  MOD-AUX   =  "A"  CLOSE    CADLPR.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-LID   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ALT   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-SAL   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-REJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           IF  MOD-AUX  NOT  =  "A"
                                 MOVE     SPACES   TO  LIN-REL
                                 WRITE    LIN-REL
                                 WRITE    LIN-REL  FROM  LIN-MSG3.
           CLOSE    REL-IMP
           GOBACK.

       ROT-PARM-00.
           MOVE     "V"       TO  MOD-AUX
           MOVE     SPACES    TO  OPR-AUX
           OPEN     INPUT     ARQPAR
           IF  FST-PAR  NOT  =  "00"
                                 GO       ROT-PARM-80.
           READ     ARQPAR    AT  END  GO  ROT-PARM-70.
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     MOD-AUX
                              OPR-AUX.

       ROT-PARM-70.
           CLOSE    ARQPAR.
       ROT-PARM-80.
           IF  MOD-AUX  NOT  =  "A"
                                 MOVE     "V"      TO  MOD-AUX.
           IF  OPR-AUX   =       SPACES
                                 MOVE     "DY6109" TO  OPR-AUX.
       ROT-PARM-90.
           EXIT.

       ROT-ALPR-00.
           OPEN     I-O       CADLPR
           IF  FST-LPR   =  "35" CLOSE    CADLPR
                                 OPEN     OUTPUT   CADLPR
                                 CLOSE    CADLPR
                                 OPEN     I-O      CADLPR.
       ROT-ALPR-90.
           EXIT.

       ROT-LINH-00.
           READ     ARQIMP    AT  END  GO  ROT-LINH-90.
           ADD      1         TO  NUM-LIN
           IF  LIN-IMP   =       SPACES
                                 GO       ROT-LINH-00.
           MOVE     SPACES    TO  COLUNAS
           MOVE     ZEROS     TO  TAM-DES
           UNSTRING  LIN-IMP  DELIMITED  BY  ";"
                     INTO     COL-PRX
                              COL-SUF
                              COL-DES  COUNT  IN  TAM-DES
                              COL-CST
                              COL-VDA
                              COL-MIN
                              COL-BAR
                              COL-SIT
                              COL-AIC
                              COL-API
                              COL-ACF
                              COL-STA
           IF  NUM-LIN   =    1  MOVE     COL-SUF  TO  NUM-TXT
                                 PERFORM  ROT-NUME-00
                                    THRU  ROT-NUME-90
                                 IF  FLG-NUM  NOT  =  "S"
                                     GO       ROT-LINH-00.
           ADD      1         TO  TOT-LID
           MOVE     "N"       TO  FLG-GRV
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  QTD-ERR   >    0  MOVE     "REJEITADA"      TO  SIT-DET
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-LINH-10.
           IF  QTD-ALT   =    0  MOVE     "SEM ALTERACAO"  TO  SIT-DET
                                 ADD      1        TO  TOT-SAL
                                 GO       ROT-LINH-10.
           IF  MOD-AUX  NOT  =  "A"
                                 MOVE     "VALIDADA - A ALTERAR"
                                                   TO  SIT-DET
                                 ADD      1        TO  TOT-ALT
                                 GO       ROT-LINH-10.
           REWRITE  REG-EST
           IF  FST-EST  NOT  =  "00"
                                 MOVE     SPACES   TO  MSG-AUX
                                 STRING   "ERRO NA GRAVACAO DO PRODUTO"
                                          " (STATUS "  FST-EST  ")"
                                          DELIMITED  BY  SIZE
                                          INTO     MSG-AUX
                                 PERFORM  ROT-ERRO-00
                                    THRU  ROT-ERRO-90
                                 MOVE     "REJEITADA"      TO  SIT-DET
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-LINH-10.
           MOVE     "S"       TO  FLG-GRV
           MOVE     "ALTERADA"       TO  SIT-DET
           ADD      1         TO  TOT-ALT
           IF  CST-EST  NOT  =   CST-ANT  OR
               VDA-EST  NOT  =   VDA-ANT
                                 PERFORM  ROT-LOGA-00
                                    THRU  ROT-LOGA-90.

       ROT-LINH-10.
           MOVE     NUM-LIN   TO  NUM-DET
           MOVE     PRX-IMP   TO  PRX-DET
           MOVE     SUF-IMP   TO  SUF-DET
           WRITE    LIN-REL   FROM  LIN-DET
           MOVE     ZEROS     TO  IND1.

       ROT-LINH-20.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-ERR
                                 MOVE     ZEROS    TO  IND1
                                 GO       ROT-LINH-30.
           MOVE     ERR-TAB (IND1)  TO  ERR-DET
           WRITE    LIN-REL   FROM  LIN-ERR
           GO       ROT-LINH-20.

       ROT-LINH-30.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-ALT
                                 GO       ROT-LINH-40.
           MOVE     CPO-TAB (IND1)  TO  CPO-DET
           MOVE     VLA-TAB (IND1)  TO  VLA-DET
           MOVE     VLN-TAB (IND1)  TO  VLN-DET
           WRITE    LIN-REL   FROM  LIN-ALT
           IF  FLG-GRV   =  "S"  PERFORM  ROT-AUDI-00
                                    THRU  ROT-AUDI-90.
           GO       ROT-LINH-30.

       ROT-LINH-40.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           GO       ROT-LINH-00.
       ROT-LINH-90.
           EXIT.

       ROT-VALD-00.
           MOVE     ZEROS     TO  QTD-ERR   QTD-ALT   SUF-IMP   IND-ATU
           MOVE     SPACES    TO  PRX-IMP   DES-DET   SIT-DET
                                  BAR-NOV
           MOVE     "CODIGO DO PRODUTO INVALIDO"  TO  MSG-AUX
           IF  COL-PRX   =       SPACES  OR
               COL-PRX (11:20)  NOT  =  SPACES
                                 PERFORM  ROT-ERRO-00
                                    THRU  ROT-ERRO-90
                                 GO       ROT-VALD-90.
           MOVE     COL-PRX   TO  PRX-IMP
           MOVE     COL-SUF   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  QTD-DEC  >  0  OR
               NUM-VLR       >   999
                                 PERFORM  ROT-ERRO-00
                                    THRU  ROT-ERRO-90
                                 GO       ROT-VALD-90.
           MOVE     NUM-VLR   TO  SUF-IMP
           IF  PRX-IMP (1:1)  =  "1"
               MOVE  "COMBUSTIVEL NAO PODE SER ALTERADO POR IMPORTACAO"
                                                    TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-90.
           PERFORM  ROT-TABE-00
              THRU  ROT-TABE-90
           IF  QTD-ERR   >    0  GO       ROT-VALD-90.
           MOVE     PRX-IMP   TO  PRX-EST
           MOVE     SUF-IMP   TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
               MOVE  "PRODUTO NAO CADASTRADO - IMPORTACAO NAO INCLUI"
                                                    TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-90.
           IF  COL-BAR  NOT  =   SPACES
                                 PERFORM  ROT-BARR-00
                                    THRU  ROT-BARR-90.
           MOVE     DES-EST   TO  DES-DET   DES-ANT
           MOVE     CST-EST   TO  CST-ANT
           MOVE     VDA-EST   TO  VDA-ANT
           MOVE     MIN-EST   TO  MIN-ANT
           MOVE     COD-BAR   TO  BAR-ANT
           MOVE     SIT-EST   TO  SIT-ANT
           MOVE     AIC-EST   TO  AIC-ANT
           MOVE     API-EST   TO  API-ANT
           MOVE     ACF-EST   TO  ACF-ANT
           MOVE     STA-EST   TO  STA-ANT
           IF  STA-ANT   =       SPACES
                                 MOVE     "A"      TO  STA-ANT.

       ROT-VALD-10.
           IF  COL-DES   =       SPACES
                                 GO       ROT-VALD-20.
           IF  TAM-DES   >    25
               MOVE  "DESCRICAO COM MAIS DE 25 POSICOES"  TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-20.
           MOVE     COL-DES   TO  DES-EST
           IF  DES-EST   =       DES-ANT
                                 GO       ROT-VALD-20.
           MOVE     "DESCRICAO"    TO  CPO-AUX
           MOVE     DES-ANT   TO  VLA-AUX
           MOVE     DES-EST   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-20.
           IF  COL-CST   =       SPACES
                                 GO       ROT-VALD-25.
           MOVE     COL-CST   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR
               NUM-VLR  NOT  <   1000000
               MOVE  "CUSTO INVALIDO"               TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-25.
           MOVE     NUM-VLR   TO  CST-EST
           IF  CST-EST   =       CST-ANT
                                 GO       ROT-VALD-25.
           MOVE     "CUSTO"   TO  CPO-AUX
           MOVE     CST-ANT   TO  EDT-VLR
           MOVE     EDT-VLR   TO  VLA-AUX
           MOVE     CST-EST   TO  EDT-VLR
           MOVE     EDT-VLR   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-25.
           IF  COL-VDA   =       SPACES
                                 GO       ROT-VALD-28.
           MOVE     COL-VDA   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  NUM-VLR  =  ZEROS  OR
               NUM-VLR  NOT  <   1000000
               MOVE  "PRECO DE VENDA INVALIDO"      TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-28.
           MOVE     NUM-VLR   TO  VDA-EST
           IF  VDA-EST   =       VDA-ANT
                                 GO       ROT-VALD-28.
           MOVE     ZEROS     TO  PCT-EST
           IF  VDA-EST   >       CTM-EST
               COMPUTE  PCT-EST  =  (VDA-EST  -   CTM-EST)
                                     *   100  /   VDA-EST.
           MOVE     "VENDA"   TO  CPO-AUX
           MOVE     VDA-ANT   TO  EDT-VLR
           MOVE     EDT-VLR   TO  VLA-AUX
           MOVE     VDA-EST   TO  EDT-VLR
           MOVE     EDT-VLR   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-28.
           IF  COL-CST   =       SPACES  AND
               COL-VDA   =       SPACES
                                 GO       ROT-VALD-30.
           IF  VDA-EST   <       CST-EST
               MOVE  "PRECO DE VENDA ABAIXO DO CUSTO"  TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90.

       ROT-VALD-30.
           IF  COL-MIN   =       SPACES
                                 GO       ROT-VALD-35.
           MOVE     COL-MIN   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  QTD-DEC  >  0  OR
               NUM-VLR  NOT  <   1000000
               MOVE  "ESTOQUE MINIMO INVALIDO"      TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-35.
           MOVE     NUM-VLR   TO  MIN-EST
           IF  MIN-EST   =       MIN-ANT
                                 GO       ROT-VALD-35.
           MOVE     "EST.MINIMO"   TO  CPO-AUX
           MOVE     MIN-ANT   TO  EDT-MIN
           MOVE     EDT-MIN   TO  VLA-AUX
           MOVE     MIN-EST   TO  EDT-MIN
           MOVE     EDT-MIN   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-35.
           IF  BAR-NOV   =       SPACES  OR
               BAR-NOV   =       BAR-ANT
                                 GO       ROT-VALD-40.
           MOVE     BAR-NOV   TO  COD-BAR
           MOVE     "COD.BARRAS"   TO  CPO-AUX
           MOVE     BAR-ANT   TO  VLA-AUX
           MOVE     COD-BAR   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-40.
           IF  COL-SIT   =       SPACES
                                 GO       ROT-VALD-45.
           IF  COL-SIT (1:3)  NOT  NUMERIC  OR
               COL-SIT (4:27) NOT  =  SPACES
               MOVE  "SITUACAO TRIBUTARIA INVALIDA" TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-45.
           MOVE     COL-SIT   TO  SIT-EST
           IF  SIT-EST   =       SIT-ANT
                                 GO       ROT-VALD-45.
           MOVE     "SIT.TRIB."    TO  CPO-AUX
           MOVE     SIT-ANT   TO  VLA-AUX
           MOVE     SIT-EST   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-45.
           IF  COL-AIC   =       SPACES
                                 GO       ROT-VALD-50.
           MOVE     COL-AIC   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  QTD-DEC  >  2  OR
               NUM-VLR  NOT  <   100
               MOVE  "ALIQUOTA DE ICMS INVALIDA"    TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-50.
           MOVE     NUM-VLR   TO  AIC-EST
           IF  AIC-EST   =       AIC-ANT
                                 GO       ROT-VALD-50.
           MOVE     "ICMS"    TO  CPO-AUX
           MOVE     AIC-ANT   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLA-AUX
           MOVE     AIC-EST   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-50.
           IF  COL-API   =       SPACES
                                 GO       ROT-VALD-55.
           MOVE     COL-API   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  QTD-DEC  >  2  OR
               NUM-VLR  NOT  <   10
               MOVE  "ALIQUOTA DE PIS INVALIDA"     TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-55.
           MOVE     NUM-VLR   TO  API-EST
           IF  API-EST   =       API-ANT
                                 GO       ROT-VALD-55.
           MOVE     "PIS"     TO  CPO-AUX
           MOVE     API-ANT   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLA-AUX
           MOVE     API-EST   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-55.
           IF  COL-ACF   =       SPACES
                                 GO       ROT-VALD-60.
           MOVE     COL-ACF   TO  NUM-TXT
           PERFORM  ROT-NUME-00
              THRU  ROT-NUME-90
           IF  FLG-NUM  NOT  =  "S"  OR  QTD-DEC  >  2  OR
               NUM-VLR  NOT  <   10
               MOVE  "ALIQUOTA DE COFINS INVALIDA"  TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-60.
           MOVE     NUM-VLR   TO  ACF-EST
           IF  ACF-EST   =       ACF-ANT
                                 GO       ROT-VALD-60.
           MOVE     "COFINS"  TO  CPO-AUX
           MOVE     ACF-ANT   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLA-AUX
           MOVE     ACF-EST   TO  EDT-ALQ
           MOVE     EDT-ALQ   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.

       ROT-VALD-60.
           IF  COL-STA   =       SPACES
                                 GO       ROT-VALD-90.
           IF  COL-STA (2:29) NOT  =  SPACES  OR
              (COL-STA (1:1)  NOT  =  "A"  AND
               COL-STA (1:1)  NOT  =  "I")
               MOVE  "SITUACAO DO PRODUTO INVALIDA (A/I)"  TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-VALD-90.
           MOVE     COL-STA   TO  STA-EST
           IF  STA-EST   =       STA-ANT
                                 GO       ROT-VALD-90.
           MOVE     "SITUACAO"     TO  CPO-AUX
           MOVE     STA-ANT   TO  VLA-AUX
           MOVE     STA-EST   TO  VLN-AUX
           PERFORM  ROT-ALTE-00
              THRU  ROT-ALTE-90.
       ROT-VALD-90.
           EXIT.

       ROT-TABE-00.
           MOVE     ZEROS     TO  IND-TAB.

       ROT-TABE-10.
           ADD      1         TO  IND-TAB
           IF  IND-TAB   >       QTD-TAB
                                 GO       ROT-TABE-20.
           IF  PRX-TAB (IND-TAB)  NOT  =  PRX-IMP  OR
               SUF-TAB (IND-TAB)  NOT  =  SUF-IMP
                                 GO       ROT-TABE-10.
           MOVE     LIN-TAB (IND-TAB)  TO  NLN-AUX
           MOVE     SPACES    TO  MSG-AUX
           STRING   "PRODUTO REPETIDO NA PLANILHA (LINHA "
                    NLN-AUX   ")"
                    DELIMITED  BY  SIZE  INTO  MSG-AUX
           PERFORM  ROT-ERRO-00
              THRU  ROT-ERRO-90
           GO       ROT-TABE-90.

       ROT-TABE-20.
           IF  QTD-TAB  NOT  <   3000
               MOVE  "LIMITE DE 3000 PRODUTOS POR ARQUIVO EXCEDIDO"
                                                    TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-TABE-90.
           ADD      1         TO  QTD-TAB
           MOVE     QTD-TAB   TO  IND-ATU
           MOVE     PRX-IMP   TO  PRX-TAB (IND-ATU)
           MOVE     SUF-IMP   TO  SUF-TAB (IND-ATU)
           MOVE     NUM-LIN   TO  LIN-TAB (IND-ATU)
           MOVE     SPACES    TO  BAR-TAB (IND-ATU).
       ROT-TABE-90.
           EXIT.

       ROT-BARR-00.
           MOVE     14        TO  IND1.

       ROT-BARR-05.
           SUBTRACT 1         FROM  IND1
           IF  COL-BAR (IND1:1)  =  SPACE  AND  IND1  >  1
                                 GO       ROT-BARR-05.
           IF  COL-BAR (14:17)  NOT  =  SPACES  OR
               COL-BAR (1:IND1) NOT  NUMERIC
               MOVE  "CODIGO DE BARRAS INVALIDO"    TO  MSG-AUX
               PERFORM  ROT-ERRO-00
                  THRU  ROT-ERRO-90
               GO       ROT-BARR-90.
           IF  COL-BAR (1:13)    =   COD-BAR
                                 GO       ROT-BARR-90.
           MOVE     ZEROS     TO  IND-TAB.

       ROT-BARR-10.
           ADD      1         TO  IND-TAB
           IF  IND-TAB   >       QTD-TAB
                                 GO       ROT-BARR-20.
           IF  BAR-TAB (IND-TAB)  NOT  =  COL-BAR (1:13)
                                 GO       ROT-BARR-10.
           MOVE     LIN-TAB (IND-TAB)  TO  NLN-AUX
           MOVE     SPACES    TO  MSG-AUX
           STRING   "CODIGO DE BARRAS REPETIDO NA PLANILHA (LINHA "
                    NLN-AUX   ")"
                    DELIMITED  BY  SIZE  INTO  MSG-AUX
           PERFORM  ROT-ERRO-00
              THRU  ROT-ERRO-90
           GO       ROT-BARR-90.

       ROT-BARR-20.
           MOVE     SPACES    TO  CHV-EST
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-BARR-40.

       ROT-BARR-30.
           READ     CADEST  NEXT
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-BARR-40.
           IF  COD-BAR  NOT  =   COL-BAR (1:13)  OR
              (PRX-EST   =       PRX-IMP  AND
               SUF-EST   =       SUF-IMP)
                                 GO       ROT-BARR-30.
           MOVE     SPACES    TO  MSG-AUX
           STRING   "CODIGO DE BARRAS JA USADO PELO PRODUTO "
                    PRX-EST (1:1)  "-"  SUF-EST
                    DELIMITED  BY  SIZE  INTO  MSG-AUX
           PERFORM  ROT-ERRO-00
              THRU  ROT-ERRO-90.

       ROT-BARR-40.
           MOVE     PRX-IMP   TO  PRX-EST
           MOVE     SUF-IMP   TO  SUF-EST
           READ     CADEST
           IF  QTD-ERR   >    0  GO       ROT-BARR-90.
           MOVE     COL-BAR   TO  BAR-NOV
           IF  IND-ATU   =    0  GO       ROT-BARR-90.
           MOVE     BAR-NOV   TO  BAR-TAB (IND-ATU).
       ROT-BARR-90.
           EXIT.

       ROT-NUME-00.
           MOVE     ZEROS     TO  NUM-VLR   QTD-DIG   QTD-DEC
                                  QTD-PNT   IND-NUM
           MOVE     0,1       TO  FAT-DEC
           MOVE     "N"       TO  FLG-VIR   FLG-PNT
           MOVE     "S"       TO  FLG-NUM.

       ROT-NUME-10.
           ADD      1         TO  IND-NUM
           IF  IND-NUM   >    30 GO       ROT-NUME-80.
           IF  NUM-CHR (IND-NUM)  =  SPACE
                                 GO       ROT-NUME-10.
           IF  NUM-CHR (IND-NUM)  =  "."
                                 GO       ROT-NUME-20.
           IF  NUM-CHR (IND-NUM)  =  ","
                                 GO       ROT-NUME-30.
           IF  NUM-CHR (IND-NUM)  NOT  NUMERIC
                                 GO       ROT-NUME-70.
           MOVE     NUM-CHR (IND-NUM)  TO  DIG-AUX
           ADD      1         TO  QTD-DIG
           IF  FLG-VIR   =  "S"  GO       ROT-NUME-40.
           IF  NUM-VLR   >       99999999
                                 GO       ROT-NUME-70.
           COMPUTE  NUM-VLR   =  NUM-VLR  *  10  +  DIG-AUX
           ADD      1         TO  QTD-PNT
           GO       ROT-NUME-10.

       ROT-NUME-20.
           IF  FLG-VIR   =  "S"  OR  QTD-DIG  =  0
                                 GO       ROT-NUME-70.
           IF  FLG-PNT   =  "S"  AND  QTD-PNT  NOT  =  3
                                 GO       ROT-NUME-70.
           MOVE     "S"       TO  FLG-PNT
           MOVE     ZEROS     TO  QTD-PNT
           GO       ROT-NUME-10.

       ROT-NUME-30.
           IF  FLG-VIR   =  "S"  GO       ROT-NUME-70.
           IF  FLG-PNT   =  "S"  AND  QTD-PNT  NOT  =  3
                                 GO       ROT-NUME-70.
           MOVE     "S"       TO  FLG-VIR
           GO       ROT-NUME-10.

       ROT-NUME-40.
           ADD      1         TO  QTD-DEC
           IF  QTD-DEC   >     4 GO       ROT-NUME-70.
           COMPUTE  NUM-VLR   =  NUM-VLR  +  DIG-AUX  *  FAT-DEC
           COMPUTE  FAT-DEC   =  FAT-DEC  /  10
           GO       ROT-NUME-10.

       ROT-NUME-70.
           MOVE     "N"       TO  FLG-NUM
           GO       ROT-NUME-90.

       ROT-NUME-80.
           IF  QTD-DIG   =     0 MOVE     "N"      TO  FLG-NUM.
           IF  FLG-PNT   =  "S"  AND  FLG-VIR  =  "N"  AND
               QTD-PNT  NOT  =   3
                                 MOVE     "N"      TO  FLG-NUM.
       ROT-NUME-90.
           EXIT.

       ROT-ERRO-00.
           IF  QTD-ERR  NOT  <   15
                                 GO       ROT-ERRO-90.
           ADD      1         TO  QTD-ERR
           MOVE     MSG-AUX   TO  ERR-TAB (QTD-ERR).
       ROT-ERRO-90.
           EXIT.

       ROT-ALTE-00.
           IF  QTD-ALT  NOT  <   11
                                 GO       ROT-ALTE-90.
           ADD      1         TO  QTD-ALT
           MOVE     CPO-AUX   TO  CPO-TAB (QTD-ALT)
           MOVE     VLA-AUX   TO  VLA-TAB (QTD-ALT)
           MOVE     VLN-AUX   TO  VLN-TAB (QTD-ALT).
       ROT-ALTE-90.
           EXIT.

       ROT-AUDI-00.
           MOVE     SPACES    TO  ANT-AUD   NOV-AUD
           MOVE     CPO-TAB (IND1)  TO  ANT-AUD (1:12)  NOV-AUD (1:12)
           MOVE     VLA-TAB (IND1)  TO  ANT-AUD (14:25)
           MOVE     VLN-TAB (IND1)  TO  NOV-AUD (14:25)
           MOVE     "6109"    TO  PRG-AUD
           MOVE     OPR-AUX   TO  OPR-AUD
           MOVE     "CADEST"  TO  ARQ-AUD
           MOVE     CHV-EST   TO  CHA-AUD
           MOVE     "A"       TO  TIP-AUD
           CALL     "DYAUDI"  USING  PRM-AUD.
       ROT-AUDI-90.
           EXIT.

       ROT-LOGA-00.
           MOVE     OPR-AUX   TO  OPR-LPR
           ACCEPT   DTA-LPR  FROM  DATE
           MOVE     0         TO  LCT-LPR.

       ROT-LOGA-10.
           ACCEPT   HRA-LPR  FROM  TIME
           MOVE     "DY6109"  TO  PRG-LPR
           MOVE     PRX-EST   TO  PRX-LPR
           MOVE     SUF-EST   TO  SUF-LPR
           MOVE     CST-ANT   TO  CSA-LPR
           MOVE     CST-EST   TO  CSD-LPR
           MOVE     VDA-ANT   TO  VDA-LPR
           MOVE     VDA-EST   TO  VDD-LPR
           MOVE    "IMPORTACAO DE PLANILHA"  TO  MTV-LPR
           MOVE     SPACES    TO  FLG-LPR
           WRITE    REG-LPR
           IF  FST-LPR   >   "00"  ADD  1  TO  LCT-LPR
                                   GO       ROT-LOGA-10.
       ROT-LOGA-90.
           EXIT.
