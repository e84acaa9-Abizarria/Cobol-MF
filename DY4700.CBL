       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY4700.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADQRY        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-QRY
                       FILE          STATUS  IS  FST-QRY.

           SELECT      CADDIC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DIC
                       FILE          STATUS  IS  FST-DIC.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADQRY.CPY.
       COPY  CADDIC.CPY.
       COPY  CADOPR.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-QRY          PIC  X(02).
           03  FST-DIC          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-TMP          PIC  X(02).

           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  IND1             PIC  9(02).
           03  LIN-AUX          PIC  9(02).
           03  COL-AUX          PIC  9(02).
           03  FLG-DON          PIC  X(01).
           03  COD-AUX          PIC  X(08).
           03  NOM-AUX          PIC  X(10).
           03  OPF-AUX          PIC  X(02).
           03  VFL-AUX          PIC  X(20).
           03  SOR-AUX          PIC  X(01).
           03  DES-ARQ          PIC  X(25).
           03  CHV-AUX          PIC  X(08).
           03  LID-EDT          PIC  Z.ZZZ.ZZ9.
           03  SEL-EDT          PIC  Z.ZZZ.ZZ9.
           03  MSG-AUX          PIC  X(56).

           03  MG1-AUX          PIC  X(56)  VALUE
               "     DICIONARIO DE DADOS NAO CARREGADO (DY6108) !!!".
           03  MG2-AUX          PIC  X(56)  VALUE
               "     ARQUIVO NAO CONSTA DO DICIONARIO DE DADOS !!!".
           03  MG3-AUX          PIC  X(56)  VALUE
               "     OPERADOR SEM PERMISSAO PARA ESTE ARQUIVO !!!".
           03  MG4-AUX          PIC  X(56)  VALUE
               "    CAMPO NAO CONSTA DO DICIONARIO DESTE ARQUIVO !!!".
           03  MG5-AUX          PIC  X(56)  VALUE
               "   OPERADOR DE FILTRO: =  <>  >  <  >=  <=  CT !!!".
           03  MG6-AUX          PIC  X(56)  VALUE
               "  GRAVAR E EXECUTAR (S/N) OU EXCLUIR (E) ?    [ ]".
           03  MG7-AUX          PIC  X(56)  VALUE
               "                 DESEJA EXECUTAR A CONSULTA ? [ ]".
           03  MG8-AUX          PIC  X(56)  VALUE
               "      AGUARDE, PROCESSANDO A CONSULTA ...".
           03  MG9-AUX          PIC  X(56)  VALUE
               "    CAMPO RESTRITO AO SEU PERFIL DE ACESSO !!!".
           03  MG0-AUX          PIC  X(56)  VALUE
               "      CONSULTA NAO ENCONTRADA !!!".
           03  MGA-AUX          PIC  X(56)  VALUE
               "      NENHUM CAMPO DE SAIDA INFORMADO !!!".

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  90.

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "4700".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-SCR.
           03  FLG-SCR          PIC  X(01).
           03  P01-SCR          PIC  X(01).
           03  P02-SCR          PIC S9(04).
           03  POS-SCR.
               05  LIN-SCR      PIC  9(02)  COMP-X.
               05  COL-SCR      PIC  9(02)  COMP-X.
           03  P03-SCR          PIC X(2000).
           03  P04-SCR          PIC X(2000).
           03  P05-SCR          PIC  9(04)  COMP-X.

       01  PRM-CNS.
           03  FUN-CNS          PIC  X(01).
           03  COD-CNS          PIC  X(08).
           03  OPR-CNS          PIC  X(10).
           03  LID-CNS          PIC  9(07).
           03  SEL-CNS          PIC  9(07).
           03  PAG-CNS          PIC  9(03).
           03  CSV-CNS          PIC  X(12).
           03  ERR-CNS          PIC  X(10).
           03  RET-CNS          PIC  X(02).

       01  PRM-IMP.
           03  ARQ-IMP          PIC  9(06).
           03  PAG-IMP          PIC  9(03).
           03  FLG-IMP          PIC  9(01)  VALUE  2.
           03  LIN-IMP          PIC  9(02)  VALUE  16.
           03  CL1-IMP          PIC  9(02)  VALUE  40.
           03  CL2-IMP          PIC  9(02)  VALUE  46.

       LINKAGE         SECTION.

       01  OPR-LNK              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  LINE 05 COLUMN 01 PIC X(1360) FROM ALL "?" FOR-CLR 8.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Manuten??o de Senhas ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Consulta Livre ".
           03  BCK-CLR 00 FOR-CLR 08.
               05  LINE 05 COLUMN 31 VALUE "?".
               05  LINE 06 COLUMN 27 VALUE "?".
               05  LINE 06 COLUMN 10 VALUE "?".

       01  TELA-02.
           03  BCK-CLR 03 FOR-CLR 14.
               05  LINE 07 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".
               05  LINE 08 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 09 COLUMN 09 VALUE " ?  Consulta ....:          
      -            "       Operador ....:             ? ".
               05  LINE 10 COLUMN 09 VALUE " ?  Descri??o ...:          
      -            "                                  ? ".
               05  LINE 11 COLUMN 09 VALUE " ?  Arquivo .....:          
      -            "                                  ? ".
               05  LINE 12 COLUMN 09 VALUE " ?  Campos ......:          
      -            "                                  ? ".
               05  LINE 13 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 14 COLUMN 09 VALUE " ?  Filtros .....:          
      -            "                                  ? ".
               05  LINE 15 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 16 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 17 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 18 COLUMN 09 VALUE " ?  Ordem .......:          
      -            "                                  ? ".
               05  LINE 19 COLUMN 09 VALUE " ?  Sa?da .......:     I-Imp
      -            "ress?o  C-Planilha  A-Ambas       ? ".
               05  LINE 20 COLUMN 09 VALUE " ?                          
      -            "                                  ? ".
               05  LINE 21 COLUMN 09 VALUE " ???????????????????????????
      -            "??????????????????????????????????? ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Defini??o da Consulta ".
           03  BCK-CLR  00.
               05  LINE 08 COLUMN 73 VALUE "  ".
               05  LINE 09 COLUMN 73 VALUE "  ".
               05  LINE 10 COLUMN 73 VALUE "  ".
               05  LINE 11 COLUMN 73 VALUE "  ".
               05  LINE 12 COLUMN 73 VALUE "  ".
               05  LINE 13 COLUMN 73 VALUE "  ".
               05  LINE 14 COLUMN 73 VALUE "  ".
               05  LINE 15 COLUMN 73 VALUE "  ".
               05  LINE 16 COLUMN 73 VALUE "  ".
               05  LINE 17 COLUMN 73 VALUE "  ".
               05  LINE 18 COLUMN 73 VALUE "  ".
               05  LINE 19 COLUMN 73 VALUE "  ".
               05  LINE 20 COLUMN 73 VALUE "  ".
               05  LINE 21 COLUMN 73 VALUE "  ".
               05  LINE 22 COLUMN 11 PIC X(64) FROM SPACES.

       01  EXBE-02  BCK-CLR 03 FOR-CLR 15.
           03  LINE 09 COLUMN 28 PIC X(08)     FROM CHV-QRY.
           03  LINE 09 COLUMN 59 PIC X(10)     FROM OPR-QRY.
           03  LINE 10 COLUMN 28 PIC X(30)     FROM DES-QRY.
           03  LINE 11 COLUMN 28 PIC X(06)     FROM ARQ-QRY.
           03  LINE 11 COLUMN 36 PIC X(25)     FROM DES-ARQ.
           03  LINE 12 COLUMN 28 PIC X(10)     FROM CMP-QRY (1).
           03  LINE 12 COLUMN 39 PIC X(10)     FROM CMP-QRY (2).
           03  LINE 12 COLUMN 50 PIC X(10)     FROM CMP-QRY (3).
           03  LINE 12 COLUMN 61 PIC X(10)     FROM CMP-QRY (4).
           03  LINE 13 COLUMN 28 PIC X(10)     FROM CMP-QRY (5).
           03  LINE 13 COLUMN 39 PIC X(10)     FROM CMP-QRY (6).
           03  LINE 13 COLUMN 50 PIC X(10)     FROM CMP-QRY (7).
           03  LINE 13 COLUMN 61 PIC X(10)     FROM CMP-QRY (8).
           03  LINE 14 COLUMN 28 PIC X(10)     FROM CFL-QRY (1).
           03  LINE 14 COLUMN 39 PIC X(02)     FROM OPF-QRY (1).
           03  LINE 14 COLUMN 42 PIC X(20)     FROM VFL-QRY (1).
           03  LINE 15 COLUMN 28 PIC X(10)     FROM CFL-QRY (2).
           03  LINE 15 COLUMN 39 PIC X(02)     FROM OPF-QRY (2).
           03  LINE 15 COLUMN 42 PIC X(20)     FROM VFL-QRY (2).
           03  LINE 16 COLUMN 28 PIC X(10)     FROM CFL-QRY (3).
           03  LINE 16 COLUMN 39 PIC X(02)     FROM OPF-QRY (3).
           03  LINE 16 COLUMN 42 PIC X(20)     FROM VFL-QRY (3).
           03  LINE 17 COLUMN 28 PIC X(10)     FROM CFL-QRY (4).
           03  LINE 17 COLUMN 39 PIC X(02)     FROM OPF-QRY (4).
           03  LINE 17 COLUMN 42 PIC X(20)     FROM VFL-QRY (4).
           03  LINE 18 COLUMN 28 PIC X(10)     FROM COR-QRY (1).
           03  LINE 18 COLUMN 39 PIC X(01)     FROM SOR-QRY (1).
           03  LINE 18 COLUMN 44 PIC X(10)     FROM COR-QRY (2).
           03  LINE 18 COLUMN 55 PIC X(01)     FROM SOR-QRY (2).
           03  LINE 19 COLUMN 28 PIC X(01)     FROM SAI-QRY.

       01  COD-E02  BCK-CLR 03 FOR-CLR 15
                    LINE 09 COLUMN 28 PIC X(08) USING COD-AUX AUTO.

       01  DES-E02  BCK-CLR 03 FOR-CLR 15
                    LINE 10 COLUMN 28 PIC X(30) USING DES-QRY AUTO.

       01  ARQ-E02  BCK-CLR 03 FOR-CLR 15
                    LINE 11 COLUMN 28 PIC X(06) USING ARQ-QRY AUTO.

       01  NOM-E02  BCK-CLR 03 FOR-CLR 15
                    LINE LIN-AUX COLUMN COL-AUX PIC X(10)
                    USING NOM-AUX AUTO.

       01  OPF-E02  BCK-CLR 03 FOR-CLR 15
                    LINE LIN-AUX COLUMN 39 PIC X(02)
                    USING OPF-AUX AUTO.

       01  VFL-E02  BCK-CLR 03 FOR-CLR 15
                    LINE LIN-AUX COLUMN 42 PIC X(20)
                    USING VFL-AUX AUTO.

       01  SOR-E02  BCK-CLR 03 FOR-CLR 15
                    LINE 18 COLUMN COL-AUX PIC X(01)
                    USING SOR-AUX AUTO.

       01  SAI-E02  BCK-CLR 03 FOR-CLR 15
                    LINE 19 COLUMN 28 PIC X(01) USING SAI-QRY AUTO.

       01  TELA-06.
           03  BCK-CLR 04 FOR-CLR 07.
               05  LINE 17 COLUMN 12 PIC X(56) FROM ALL "?".
               05  LINE 19 COLUMN 12 PIC X(01) FROM     "?".
           03  BCK-CLR 04 FOR-CLR 00.
               05  LINE 19 COLUMN 13 PIC X(55) FROM ALL "?".
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 18 COLUMN 12 PIC X(56) FROM MSG-AUX.
           03  BCK-CLR 00 FOR-CLR 07.
               05  LINE 18 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 19 COLUMN 68 PIC X(01) FROM " ".

       01  ENTR-05  BCK-CLR 04 FOR-CLR 15
                    LINE 18 COLUMN 59 PIC X(01) USING RSP-OPC AUTO.

       PROCEDURE       DIVISION  USING  OPR-LNK.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    OPR-LNK  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           OPEN     INPUT    CADDIC   CADOPR
           IF  FST-DIC  NOT  =  "00"
                                 MOVE     MG1-AUX  TO  MSG-AUX
                                 DISPLAY  TELA-06  MOVE 50  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           MOVE     OPR-LNK  TO  CHV-OPR
           READ     CADOPR
           OPEN     I-O      CADQRY
           IF  FST-QRY   =  "35"
                    CLOSE    CADQRY
                    OPEN     OUTPUT   CADQRY
                    CLOSE    CADQRY
                    OPEN     I-O      CADQRY.

       ROT-CODI-00.
           MOVE     SPACES   TO  REG-QRY  COD-AUX  DES-ARQ
           MOVE     ZEROS    TO  DTA-QRY  DTU-QRY
           DISPLAY  TELA-02      EXBE-02.

       ROT-CODI-10.
           ACCEPT   COD-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-EXIT-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CODI-10.
           IF  COD-AUX   =       SPACES
                                 GO       ROT-CODI-10.
           MOVE     COD-AUX  TO  CHV-QRY
           READ     CADQRY
           IF  FST-QRY  NOT  =  "00"
                                 MOVE     SPACES   TO  REG-QRY
                                 MOVE     ZEROS    TO  DTA-QRY  DTU-QRY
                                 MOVE     COD-AUX  TO  CHV-QRY
                                 MOVE     OPR-LNK  TO  OPR-QRY
                                 MOVE     "I"      TO  SAI-QRY
                                 MOVE     "S"      TO  FLG-DON
                                 DISPLAY  EXBE-02
                                 GO       ROT-DESC-00.
           PERFORM  ROT-DARQ-00
              THRU  ROT-DARQ-90
           DISPLAY  EXBE-02
           MOVE     "N"      TO  FLG-DON
           IF  OPR-QRY   =       OPR-LNK
                                 MOVE     "S"      TO  FLG-DON.
           IF  FLG-DON   =  "N"  GO       ROT-CONF-00.

       ROT-DESC-00.
           ACCEPT   DES-E02      DISPLAY  EXBE-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CODI-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  DES-QRY   =       SPACES
                                 GO       ROT-DESC-00.
       ROT-ARQV-00.
           ACCEPT   ARQ-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DESC-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ARQV-00.
           PERFORM  ROT-DARQ-00
              THRU  ROT-DARQ-90
           DISPLAY  EXBE-02
           IF  MSG-AUX  NOT  =   SPACES
                                 PERFORM  ROT-AVSO-00
                                 GO       ROT-ARQV-00.
           MOVE     1        TO  IND1.

       ROT-CAMP-00.
           MOVE     12       TO  LIN-AUX
           COMPUTE  COL-AUX  =   28  +  (IND1  -  1)  *  11
           IF  IND1      >    4  MOVE     13       TO  LIN-AUX
                                 COMPUTE  COL-AUX  =
                                          28  +  (IND1  -  5)  *  11.
           MOVE     CMP-QRY (IND1)    TO  NOM-AUX.

       ROT-CAMP-10.
           ACCEPT   NOM-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01
               IF  IND1      =    1
                                 GO       ROT-ARQV-00
               ELSE              SUBTRACT 1        FROM  IND1
                                 GO       ROT-CAMP-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CAMP-10.
           IF  TECLADO   =   03  PERFORM  ROT-PICK-00
                                    THRU  ROT-PICK-90
                                 GO       ROT-CAMP-10.
           MOVE     NOM-AUX  TO  CMP-QRY (IND1)
           MOVE     SPACES   TO  MSG-AUX
           DISPLAY  EXBE-02
           IF  NOM-AUX  NOT  =   SPACES
                                 PERFORM  ROT-VCMP-00
                                    THRU  ROT-VCMP-90.
           IF  MSG-AUX  NOT  =   SPACES
                                 PERFORM  ROT-AVSO-00
                                 GO       ROT-CAMP-10.
           ADD      1        TO  IND1
           IF  IND1      <    9  GO       ROT-CAMP-00.
           MOVE     1        TO  IND1.

       ROT-FILT-00.
           COMPUTE  LIN-AUX  =   13  +  IND1
           MOVE     28       TO  COL-AUX
           MOVE     CFL-QRY (IND1)    TO  NOM-AUX
           MOVE     OPF-QRY (IND1)    TO  OPF-AUX
           MOVE     VFL-QRY (IND1)    TO  VFL-AUX.

       ROT-FILT-10.
           ACCEPT   NOM-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01
               IF  IND1      =    1
                                 MOVE     8        TO  IND1
                                 GO       ROT-CAMP-00
               ELSE              SUBTRACT 1        FROM  IND1
                                 GO       ROT-FILT-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-FILT-10.
           IF  TECLADO   =   03  PERFORM  ROT-PICK-00
                                    THRU  ROT-PICK-90
                                 GO       ROT-FILT-10.
           MOVE     NOM-AUX  TO  CFL-QRY (IND1)
           IF  NOM-AUX   =       SPACES
                                 MOVE     SPACES   TO  OPF-QRY (IND1)
                                                       VFL-QRY (IND1)
                                 DISPLAY  EXBE-02
                                 GO       ROT-FILT-40.
           DISPLAY  EXBE-02
           PERFORM  ROT-VCMP-00
              THRU  ROT-VCMP-90
           IF  MSG-AUX  NOT  =   SPACES
                                 PERFORM  ROT-AVSO-00
                                 GO       ROT-FILT-10.
       ROT-FILT-20.
           ACCEPT   OPF-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-FILT-10.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-FILT-20.
           IF  OPF-AUX  NOT  =  "= "  AND  NOT  =  "<>"  AND
                        NOT  =  "> "  AND  NOT  =  "< "  AND
                        NOT  =  ">="  AND  NOT  =  "<="  AND
                        NOT  =  "CT"
                                 MOVE     MG5-AUX  TO  MSG-AUX
                                 PERFORM  ROT-AVSO-00
                                 GO       ROT-FILT-20.
           MOVE     OPF-AUX  TO  OPF-QRY (IND1)
           DISPLAY  EXBE-02.

       ROT-FILT-30.
           ACCEPT   VFL-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-FILT-20.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-FILT-30.
           MOVE     VFL-AUX  TO  VFL-QRY (IND1)
           DISPLAY  EXBE-02.

       ROT-FILT-40.
           ADD      1        TO  IND1
           IF  IND1      <    5  GO       ROT-FILT-00.
           MOVE     1        TO  IND1.

       ROT-ORDE-00.
           MOVE     18       TO  LIN-AUX
           MOVE     28       TO  COL-AUX
           IF  IND1      =    2  MOVE     44       TO  COL-AUX.
           MOVE     COR-QRY (IND1)    TO  NOM-AUX
           MOVE     SOR-QRY (IND1)    TO  SOR-AUX.

       ROT-ORDE-10.
           ACCEPT   NOM-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01
               IF  IND1      =    1
                                 MOVE     4        TO  IND1
                                 GO       ROT-FILT-00
               ELSE              SUBTRACT 1        FROM  IND1
                                 GO       ROT-ORDE-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ORDE-10.
           IF  TECLADO   =   03  PERFORM  ROT-PICK-00
                                    THRU  ROT-PICK-90
                                 GO       ROT-ORDE-10.
           MOVE     NOM-AUX  TO  COR-QRY (IND1)
           IF  NOM-AUX   =       SPACES
                                 MOVE     SPACES   TO  SOR-QRY (IND1)
                                 DISPLAY  EXBE-02
                                 GO       ROT-ORDE-30.
           DISPLAY  EXBE-02
           PERFORM  ROT-VCMP-00
              THRU  ROT-VCMP-90
           IF  MSG-AUX  NOT  =   SPACES
                                 PERFORM  ROT-AVSO-00
                                 GO       ROT-ORDE-10.
           IF  SOR-AUX   =       SPACES
                                 MOVE     "A"      TO  SOR-AUX.
           ADD      11       TO  COL-AUX.

       ROT-ORDE-20.
           ACCEPT   SOR-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  SUBTRACT 11       FROM  COL-AUX
                                 GO       ROT-ORDE-10.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-ORDE-20.
           IF  SOR-AUX  NOT  =  "A"  AND  NOT  =  "D"
                                 GO       ROT-ORDE-20.
           MOVE     SOR-AUX  TO  SOR-QRY (IND1)
           DISPLAY  EXBE-02.

       ROT-ORDE-30.
           ADD      1        TO  IND1
           IF  IND1      <    3  GO       ROT-ORDE-00.

       ROT-SAID-00.
           ACCEPT   SAI-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  MOVE     2        TO  IND1
                                 GO       ROT-ORDE-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-SAID-00.
           IF  SAI-QRY  NOT  =  "I"  AND  NOT  =  "C"  AND
                        NOT  =  "A"
                                 GO       ROT-SAID-00.
           DISPLAY  EXBE-02.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           MOVE     MG7-AUX  TO  MSG-AUX
           IF  FLG-DON   =  "S"  MOVE     MG6-AUX  TO  MSG-AUX.
           DISPLAY  TELA-06      ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-02      EXBE-02
           IF  TECLADO   =   01
               IF  FLG-DON   =  "S"
                                 GO       ROT-SAID-00
               ELSE              GO       ROT-CODI-00.
           IF  RSP-OPC   =  "E"  AND  FLG-DON  =  "S"
                                 DELETE   CADQRY
                                 GO       ROT-CODI-00.
           IF  RSP-OPC   =  "N"  GO       ROT-CODI-00.
           IF  RSP-OPC  NOT  =  "S"
                                 GO       ROT-CONF-00.
           IF  FLG-DON   =  "N"  GO       ROT-CONF-10.
           IF  DTA-QRY   =    0  ACCEPT   DTA-QRY  FROM  DATE.
           WRITE    REG-QRY
           IF  FST-QRY   =  "22" REWRITE  REG-QRY.

       ROT-CONF-10.
           CLOSE    CADQRY
           MOVE     "V"      TO  FUN-CNS
           MOVE     CHV-QRY  TO  COD-CNS
           MOVE     OPR-LNK  TO  OPR-CNS
           CALL     "DYCONS"     USING    PRM-CNS
           IF  RET-CNS  NOT  =  "00"
                                 PERFORM  ROT-ERRO-00
                                    THRU  ROT-ERRO-90
                                 OPEN     I-O      CADQRY
                                 GO       ROT-CONF-90.
           MOVE     MG8-AUX  TO  MSG-AUX
           DISPLAY  TELA-06
           MOVE     "E"      TO  FUN-CNS
           CALL     "DYCONS"     USING    PRM-CNS
           OPEN     I-O      CADQRY
           MOVE     COD-CNS  TO  CHV-QRY
           READ     CADQRY
           IF  FST-QRY   =  "00" ACCEPT   DTU-QRY  FROM  DATE
                                 REWRITE  REG-QRY.
           MOVE     LID-CNS  TO  LID-EDT
           MOVE     SEL-CNS  TO  SEL-EDT
           MOVE     SPACES   TO  MSG-AUX
           STRING   "    REGISTROS LIDOS:"  LID-EDT
                    "    SELECIONADOS:"     SEL-EDT
                    DELIMITED  BY  SIZE   INTO     MSG-AUX
           DISPLAY  TELA-06      MOVE 50  TO  IND-MSG
           PERFORM  ROT-MSGM-00
           IF  PAG-CNS   =    0  GO       ROT-CONF-20.
           IF  SEL-CNS   >    0  ACCEPT   ARQ-IMP  FROM   TIME
                                 MOVE     PAG-CNS  TO  PAG-IMP
                                 CALL     "DYIMPR" USING  PRM-IMP.
           DELETE   FILE         CADTMP.

       ROT-CONF-20.
           IF  CSV-CNS   =       SPACES
                                 GO       ROT-CONF-80.
           MOVE     SPACES   TO  MSG-AUX
           STRING   "      PLANILHA GRAVADA NO ARQUIVO "  CSV-CNS
                    DELIMITED  BY  SIZE   INTO     MSG-AUX
           DISPLAY  TELA-06      MOVE 50  TO  IND-MSG
           PERFORM  ROT-MSGM-00.

       ROT-CONF-80.
           DISPLAY  TELA-01      GO       ROT-CODI-00.

       ROT-CONF-90.
           DISPLAY  TELA-02      EXBE-02
           IF  FLG-DON   =  "S"  GO       ROT-DESC-00.
           GO       ROT-CODI-00.

       ROT-DARQ-00.
           MOVE     SPACES   TO  DES-ARQ  MSG-AUX
           MOVE     ARQ-QRY  TO  ARQ-DIC
           MOVE     ZEROS    TO  SEQ-DIC
           READ     CADDIC
           IF  FST-DIC  NOT  =  "00"
                                 MOVE     MG2-AUX  TO  MSG-AUX
                                 GO       ROT-DARQ-90.
           MOVE     DES-DIC  TO  DES-ARQ
           IF  PRG-DIC   >    0  AND
               PRG-OP1 (PRG-DIC)  =  "N"
                                 MOVE     MG3-AUX  TO  MSG-AUX.
       ROT-DARQ-90.
           EXIT.

       ROT-VCMP-00.
           MOVE     MG4-AUX  TO  MSG-AUX
           MOVE     ARQ-QRY  TO  ARQ-DIC
           MOVE     ZEROS    TO  SEQ-DIC
           START    CADDIC       KEY  >   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-VCMP-90.

       ROT-VCMP-10.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-VCMP-90.
           IF  ARQ-DIC  NOT  =   ARQ-QRY
                                 GO       ROT-VCMP-90.
           IF  NOM-DIC  NOT  =   NOM-AUX
                                 GO       ROT-VCMP-10.
           MOVE     SPACES   TO  MSG-AUX
           IF  PRG-DIC   >    0  AND
               PRG-OP1 (PRG-DIC)  =  "N"
                                 MOVE     MG9-AUX  TO  MSG-AUX.
           IF  LGP-DIC   =  "S"  AND  PRG-DIC  =  0
                                 MOVE     MG9-AUX  TO  MSG-AUX.
       ROT-VCMP-90.
           EXIT.

       ROT-PICK-00.
           MOVE     ARQ-QRY  TO  ARQ-DIC
           MOVE     ZEROS    TO  SEQ-DIC
           START    CADDIC       KEY  >   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-PICK-90.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"  OR
               ARQ-DIC  NOT  =   ARQ-QRY
                                 GO       ROT-PICK-90.
       ROT-PICK-10.
           MOVE     CHV-DIC  TO  CHV-AUX
           MOVE     SPACES   TO  MSG-AUX
           STRING   "   "    NOM-DIC  "  "  DES-DIC  "  TIPO "
                    TIP-DIC  DELIMITED  BY  SIZE  INTO  MSG-AUX
           DISPLAY  TELA-06.

       ROT-PICK-20.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-PICK-20.
           IF  TCL-MSG   =   05  GO       ROT-PICK-30.
           IF  TCL-MSG   =   06  GO       ROT-PICK-40.
           IF  TCL-MSG   >   00  GO       ROT-PICK-20.
           IF  HEX-MSG   =   13  MOVE     NOM-DIC  TO  NOM-AUX.
           GO       ROT-PICK-80.

       ROT-PICK-30.
           START    CADDIC       KEY  <   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-PICK-50.
           READ     CADDIC       PREVIOUS
           IF  FST-DIC  NOT  =  "00"  OR  SEQ-DIC  =  0  OR
               ARQ-DIC  NOT  =   ARQ-QRY
                                 GO       ROT-PICK-50.
           GO       ROT-PICK-10.

       ROT-PICK-40.
           START    CADDIC       KEY  >   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-PICK-50.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"  OR
               ARQ-DIC  NOT  =   ARQ-QRY
                                 GO       ROT-PICK-50.
           GO       ROT-PICK-10.

       ROT-PICK-50.
           MOVE     CHV-AUX  TO  CHV-DIC
           READ     CADDIC       GO       ROT-PICK-20.

       ROT-PICK-80.
           DISPLAY  TELA-02      EXBE-02.

       ROT-PICK-90.
           EXIT.

       ROT-ERRO-00.
           MOVE     SPACES   TO  MSG-AUX
           IF  RET-CNS   =  "01" MOVE     MG0-AUX  TO  MSG-AUX.
           IF  RET-CNS   =  "02" MOVE     MG2-AUX  TO  MSG-AUX.
           IF  RET-CNS   =  "04" MOVE     MG3-AUX  TO  MSG-AUX.
           IF  RET-CNS   =  "03"  AND  ERR-CNS  =  SPACES
                                 MOVE     MGA-AUX  TO  MSG-AUX.
           IF  RET-CNS   =  "03"  AND  ERR-CNS  NOT  =  SPACES
                                 STRING   "    CAMPO "  ERR-CNS
                                          " NAO CONSTA DO DICIONARIO"
                                          DELIMITED  BY  SIZE
                                          INTO     MSG-AUX.
           IF  RET-CNS   =  "05" STRING   "    CAMPO "  ERR-CNS
                                          " RESTRITO AO SEU PERFIL !!!"
                                          DELIMITED  BY  SIZE
                                          INTO     MSG-AUX.
           IF  RET-CNS   =  "06" STRING   "    FILTRO INVALIDO NO CAMPO"
                                          " "  ERR-CNS  " !!!"
                                          DELIMITED  BY  SIZE
                                          INTO     MSG-AUX.
           PERFORM  ROT-AVSO-00.

       ROT-ERRO-90.
           EXIT.

       ROT-AVSO-00.
           DISPLAY  TELA-06      MOVE 50  TO  IND-MSG
           PERFORM  ROT-MSGM-00
           DISPLAY  TELA-02      EXBE-02.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-GTLA-00.
           MOVE    "G"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-RTLA-00.
           MOVE    "R"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-EXIT-00.
           PERFORM  ROT-RTLA-00
           CANCEL   "DYCONS"
           CLOSE    CADQRY   CADDIC   CADOPR  GOBACK.
