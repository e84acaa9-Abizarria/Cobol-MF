                       RECORD        KEY     IS  CHV-MOT
                       FILE          STATUS  IS  FST-MOT.

           SELECT      CADTLR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  FIM-TLR
                       ALTERNATE RECORD  KEY     IS  CLI-TLR
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-TLR.

           SELECT      CADFLR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-FLR
                       FILE          STATUS  IS  FST-FLR.

           SELECT      CADPRP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRP
                       FILE          STATUS  IS  FST-PRP.

           SELECT      CADRCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCP
                       ALTERNATE RECORD  KEY     IS  CLI-RCP
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-RCP.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV
                       FILE          STATUS  IS  FST-ATV.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADSDO.CPY.
       COPY  CADVEI.CPY.
       COPY  CADMOT.CPY.
       COPY  CADTLR.CPY.
       COPY  CADFLR.CPY.
       COPY  CADPRP.CPY.
       COPY  CADRCP.CPY.
       COPY  CADEST.CPY.
       COPY  CADATV.CPY.
       COPY  CADOPR.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-VEI          PIC  X(02).
           03  FST-MOT          PIC  X(02).
           03  FST-TLR          PIC  X(02).
           03  FST-FLR          PIC  X(02).
           03  FLG-TAL          PIC  9(01).
           03  TLR-AUX          PIC  9(06).
           03  FST-PRP          PIC  X(02).
           03  FST-RCP          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-ATV          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FLG-PRP          PIC  9(01).
           03  FLG-SPV          PIC  X(01).
           03  SPV-AUX          PIC  X(10).
           03  PWD-AUX          PIC  X(10).
           03  PRA-AUX          PIC  X(01).
           03  SFA-AUX          PIC  9(03).
           03  TPA-AUX          PIC  X(01).
           03  IDA-AUX          PIC  X(07).
           03  CLP-AUX          PIC  9(05).
           03  TIP-AUX          PIC  X(01).
           03  IDP-AUX          PIC  X(07).
           03  MTP-AUX          PIC  9(03).
           03  DSI-AUX          PIC  X(25).
           03  DSP-AUX          PIC  X(25).
           03  PLA-AUX          PIC  X(07).
           03  KMS-AUX          PIC  9(07).
           03  QTD-AUX          PIC  9(04)V9.
               05  MES-DET      PIC  9(02).
               05  DIA-DET      PIC  9(02).

           03  TAB-OPC          PIC  X(66)  VALUE
                   " Lan?amento Movimento  Corre??o Lan?amentos  Produto
      -            "s Permitidos  ".
           03  RED-OPC   REDEFINES   TAB-OPC.
               05  OPC-TAB      PIC  X(22)  OCCURS  03.

           03  MG1-AUX          PIC  X(56)  VALUE
               "       DESEJA CONFIRMAR OS CART?ES LAN?ADOS ? [ ]".
           03  MG2-AUX          PIC  X(56)  VALUE
               "      AGUARDE, ATUALIZANDO O ARQUIVO DE CART?ES ...".
           03  MG3-AUX          PIC  X(56)  VALUE
               "      REQUISICAO NAO PERTENCE A TALAO EMITIDO !!!".
           03  MG4-AUX          PIC  X(56)  VALUE
               "      REQUISICAO DE TALAO DE OUTRO CLIENTE !!!".
           03  MG5-AUX          PIC  X(56)  VALUE
               "      REQUISICAO JA UTILIZADA !!!".
           03  MG6-AUX          PIC  X(56)  VALUE
               "      FOLHA DE REQUISICAO CANCELADA !!!".
           03  MG7-AUX          PIC  X(56)  VALUE
               "   PRODUTO NAO PERMITIDO P/ ESTE VEICULO/CARTAO !!!".
           03  MG8-AUX          PIC  X(56)  VALUE
               "         DESEJA INCLUIR O PRODUTO PERMITIDO ? [ ]".
           03  MG9-AUX          PIC  X(56)  VALUE
               "       PRODUTO JA PERMITIDO, DESEJA EXCLUIR ? [ ]".

           03  REG-AX1.
               05  FILLER       PIC  X(01)  VALUE  SPACES.

       LINKAGE         SECTION.

       01  OPR-LNK              PIC  X(10).

       SCREEN          SECTION.

               05  LINE 11 COLUMN 31 VALUE
                   " ?                        ? ".
               05  LINE 12 COLUMN 31 VALUE
                   " ?                        ? ".
               05  LINE 13 COLUMN 31 VALUE
                   " ?????????????????????????? ".
           03  BCK-CLR 02 FOR-CLR 15.
               05  LINE 09 COLUMN 38 VALUE " Cart?o Visa ".
               05  LINE 10 COLUMN 59 VALUE "  ".
               05  LINE 11 COLUMN 59 VALUE "  ".
               05  LINE 12 COLUMN 59 VALUE "  ".
               05  LINE 13 COLUMN 59 VALUE "  ".
               05  LINE 14 COLUMN 33 PIC X(28) FROM
                   "o Visa e Outros  ?".

       01  TELA-02.
               LINE 10 COLUMN 34 PIC X(22) FROM OPC-TAB (1).
           03  BCK-CLR 02 FOR-CLR 07
               LINE 11 COLUMN 34 PIC X(22) FROM OPC-TAB (2).
           03  BCK-CLR 02 FOR-CLR 07
               LINE 12 COLUMN 34 PIC X(22) FROM OPC-TAB (3).

       01  SETA-02.
           03  BCK-CLR 02 FOR-CLR 07
               LINE 10 COLUMN 34 PIC X(22) FROM OPC-TAB (1).
           03  BCK-CLR 07 FOR-CLR 12
               LINE 11 COLUMN 34 PIC X(22) FROM OPC-TAB (2).
           03  BCK-CLR 02 FOR-CLR 07
               LINE 12 COLUMN 34 PIC X(22) FROM OPC-TAB (3).

       01  SETA-05.
           03  BCK-CLR 02 FOR-CLR 07
               LINE 10 COLUMN 34 PIC X(22) FROM OPC-TAB (1).
           03  BCK-CLR 02 FOR-CLR 07
               LINE 11 COLUMN 34 PIC X(22) FROM OPC-TAB (2).
           03  BCK-CLR 07 FOR-CLR 12
               LINE 12 COLUMN 34 PIC X(22) FROM OPC-TAB (3).

       01  SETA-03  BCK-CLR 05 FOR-CLR 15.
           03  LINE IND4 COLUMN 13 PIC X(54) FROM REG-TAB (IND3).
           03  LINE 23 COLUMN 15 PIC X(40) FROM SPACES.
           03  LINE 24 COLUMN 15 PIC X(40) FROM SPACES.

       01  TELA-PRD     BCK-CLR 04 FOR-CLR 15
                    LINE 22 COLUMN 50 PIC X(09) FROM
                    "Produto:".
       01  PRA-E08  LINE 22 COLUMN 60 PIC X(01)  USING PRA-AUX.
       01  SFA-E08  LINE 22 COLUMN 62 PIC ZZ9    USING SFA-AUX.
       01  DES-T08  BCK-CLR 04 FOR-CLR 12
                    LINE 23 COLUMN 50 PIC X(25)  FROM DES-EST.
       01  LIMP-PRD.
           03  LINE 22 COLUMN 50 PIC X(25) FROM SPACES.
           03  LINE 23 COLUMN 50 PIC X(25) FROM SPACES.

       01  TELA-SPV     BCK-CLR 04 FOR-CLR 15.
           03  LINE 22 COLUMN 15 PIC X(30) FROM
               "Supervisor ..........:".
           03  LINE 23 COLUMN 15 PIC X(30) FROM
               "Senha ...............:".
       01  SPV-E02  LINE 22 COLUMN 40 PIC X(10)  USING SPV-AUX.
       01  SPV-T02  BCK-CLR 04 FOR-CLR 12
                    LINE 22 COLUMN 40 PIC X(10)  FROM SPV-AUX.
       01  PWD-E02  NO-ECHO
                    LINE 23 COLUMN 40 PIC X(10)  USING PWD-AUX.
       01  PWD-T02  BCK-CLR 04 FOR-CLR 12
                    LINE 23 COLUMN 40 PIC X(10)  FROM ALL "*".
       01  LIMP-SPV.
           03  LINE 22 COLUMN 15 PIC X(35) FROM SPACES.
           03  LINE 23 COLUMN 15 PIC X(35) FROM SPACES.

       01  TELA-09.
           03  BCK-CLR 02 FOR-CLR 07.
               05  LINE 09 COLUMN 12 PIC X(56) FROM ALL "?".
               05  LINE 16 COLUMN 12 PIC X(01) FROM     "?".
           03  BCK-CLR 02 FOR-CLR 00.
               05  LINE 16 COLUMN 13 PIC X(55) FROM ALL "?".
           03  BCK-CLR 02 FOR-CLR 14.
               05  LINE 10 COLUMN 12 PIC X(56) FROM
                   "  Cliente (Frota) .:".
               05  LINE 11 COLUMN 12 PIC X(56) FROM
                   "  Tipo (V/C) ......:   V=Ve?culo  C=Cart?o".
               05  LINE 12 COLUMN 12 PIC X(56) FROM
                   "  Placa/Motorista .:".
               05  LINE 13 COLUMN 12 PIC X(56) FROM
                   "  Grupo Produto ...:".
               05  LINE 14 COLUMN 12 PIC X(56) FROM
                   "  C?digo (0=Grupo) :".
               05  LINE 15 COLUMN 12 PIC X(56) FROM
                   "  Descri??o .......:".
           03  BCK-CLR 00 FOR-CLR 07.
               05  LINE 10 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 11 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 12 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 13 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 14 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 15 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 16 COLUMN 68 PIC X(01) FROM " ".

       01  ENTR-09     AUTO.
           03  CLP-E09 LINE 10 COLUMN 33 PIC ZZZZ9      USING CLP-AUX.
           03  TIP-E09 LINE 11 COLUMN 33 PIC X(01)      USING TIP-AUX.
           03  PLP-E09 LINE 12 COLUMN 33 PIC X(07)      USING IDP-AUX.
           03  MTP-E09 LINE 12 COLUMN 33 PIC ZZ9        USING MTP-AUX.
           03  PRP-E09 LINE 13 COLUMN 33 PIC X(01)      USING PRA-AUX.
           03  SFP-E09 LINE 14 COLUMN 33 PIC ZZ9        USING SFA-AUX.

       01  ENTR-10 BCK-CLR 02 FOR-CLR 15.
           03  CLP-E10 LINE 10 COLUMN 33 PIC 9(05)      FROM CLP-AUX.
           03  NOM-E10 LINE 10 COLUMN 39 PIC X(28)      FROM NOM-CLI.
           03  TIP-E10 LINE 11 COLUMN 33 PIC X(01)      FROM TIP-AUX.
           03  PLP-E10 LINE 12 COLUMN 33 PIC X(07)      FROM IDP-AUX.
           03  MTP-E10 LINE 12 COLUMN 33 PIC 9(03)      FROM MTP-AUX.
           03  DSI-E10 LINE 12 COLUMN 41 PIC X(25)      FROM DSI-AUX.
           03  PRP-E10 LINE 13 COLUMN 33 PIC X(01)      FROM PRA-AUX.
           03  SFP-E10 LINE 14 COLUMN 33 PIC 9(03)      FROM SFA-AUX.
           03  DSP-E10 LINE 15 COLUMN 33 PIC X(25)      FROM DSP-AUX.

       01  LIMP-09 BCK-CLR 02.
           03  LINE 10 COLUMN 33 PIC X(34) FROM SPACES.
       01  LIMP-10 BCK-CLR 02.
           03  LINE 12 COLUMN 33 PIC X(34) FROM SPACES.
       01  LIMP-11 BCK-CLR 02.
           03  LINE 13 COLUMN 33 PIC X(34) FROM SPACES.
           03  LINE 14 COLUMN 33 PIC X(34) FROM SPACES.
           03  LINE 15 COLUMN 33 PIC X(34) FROM SPACES.
       01  LIMP-06 BCK-CLR 07.
           03  LINE 17 COLUMN 12 PIC X(57) FROM SPACES.
           03  LINE 18 COLUMN 12 PIC X(57) FROM SPACES.
           03  LINE 19 COLUMN 12 PIC X(57) FROM SPACES.

       PROCEDURE       DIVISION  USING  OPR-LNK.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    OPR-LNK  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.  DISPLAY  TELA-01
           MOVE     1   TO   NUM-OPC  DISPLAY  SETA-01.

           IF  TCL-MSG   >   00  GO       ROT-MENU-00.
           IF  HEX-MSG   =   27  GOBACK.
           PERFORM  ROT-GTLA-00  GO       RT1-PESQ-00,
                    RT2-PESQ-00, RT3-PESQ-00, DEPENDING ON NUM-OPC.
       ROT-MENU-10.
           IF  NUM-OPC   =    1  MOVE  2  TO  NUM-OPC
                                 DISPLAY      SETA-02
           ELSE
           IF  NUM-OPC   =    2  MOVE  3  TO  NUM-OPC
                                 DISPLAY      SETA-05
           ELSE
               MOVE      1   TO  NUM-OPC
               DISPLAY           SETA-01.
                                 OPEN     OUTPUT   CADMOT
                                 CLOSE    CADMOT
                                 OPEN     INPUT    CADMOT.
           OPEN     INPUT        CADTLR
           IF  FST-TLR   =  "35" CLOSE    CADTLR
                                 OPEN     OUTPUT   CADTLR
                                 CLOSE    CADTLR
                                 OPEN     INPUT    CADTLR.
           OPEN     I-O          CADFLR
           IF  FST-FLR   =  "35" CLOSE    CADFLR
                                 OPEN     OUTPUT   CADFLR
                                 CLOSE    CADFLR
                                 OPEN     I-O      CADFLR.
           OPEN     INPUT        CADPRP   CADEST   CADATV   CADOPR
           IF  FST-PRP   =  "35" CLOSE    CADPRP
                                 OPEN     OUTPUT   CADPRP
                                 CLOSE    CADPRP
                                 OPEN     INPUT    CADPRP.
           OPEN     I-O          CADRCP
           IF  FST-RCP   =  "35" CLOSE    CADRCP
                                 OPEN     OUTPUT   CADRCP
                                 CLOSE    CADRCP
                                 OPEN     I-O      CADRCP.
           READ     CADCTR
           COMPUTE  DTA-LIM   =  10000 +  DTD-CTR.

           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT1-ENTR-00.
           IF  NUM-LCR   =    0  GO       RT1-ENTR-00.
           PERFORM  ROT-TALN-00
              THRU  ROT-TALN-90
           IF  FLG-TAL   =    2  GO       RT1-ENTR-00.

       RT1-ENTR-05.
           ACCEPT   VEN-E01      DISPLAY  VEN-E02
              THRU  ROT-ANOM-90
           PERFORM  ROT-MOTO-00
              THRU  ROT-MOTO-90
           PERFORM  ROT-PROD-00
              THRU  ROT-PROD-90
           IF  FLG-PRP   =    2  DISPLAY  LIMP-MOT LIMP-PRD
                                 GO       RT1-ENTR-22.
           MOVE     PLA-AUX  TO  PLA-LCR
           MOVE     KMS-AUX  TO  KMS-LCR
           MOVE     QTD-AUX  TO  QTD-LCR
           MOVE     MOT-AUX  TO  MOT-LCR
           DISPLAY  LIMP-MOT
           DISPLAY  LIMP-PRD
           DISPLAY  LIMP-VEI.

       RT1-ENTR-25.

       RT1-ENTR-30.
           WRITE    REG-LCR
           IF  FST-LCR   =  "00" PERFORM  ROT-GFLR-00
                                    THRU  ROT-GFLR-90
                                 GO       RT1-CLIE-00.
           ADD  1   TO  LCT-LCR  GO       RT1-ENTR-30.

       ROT-CRLM-00.
           READ     CADLCR       MOVE 20  TO  IND-MSG
           IF  FST-LCR   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       RT1-EXBE-40.
           PERFORM  ROT-LFLR-00
              THRU  ROT-LFLR-90
           DELETE   CADLCR
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
           DISPLAY  TELA-05      GO       RT1-PESQ-10.
                                 GO       RT1-EXBE-00.
       RT1-RTRN-10.
           CLOSE    CADCRD       CADCTR   CADLCR   CADCLI
                    CADVEI       CADMOT   CADTLR   CADFLR
                    CADPRP       CADRCP   CADEST   CADATV
                    CADOPR
           PERFORM  ROT-RTLA-00  GO       ROT-MENU-00.

       RT2-PESQ-00.
       ROT-MLIM-90.
           EXIT.

       ROT-TALN-00.
           MOVE     ZEROS    TO  FLG-TAL  TLR-AUX
           IF  CLI-LCR   =   0   GO       ROT-TALN-90.
           MOVE     CLI-LCR  TO  CLI-TLR
           START    CADTLR       KEY  =   CLI-TLR
           IF  FST-TLR  NOT  =  "00"
                                 GO       ROT-TALN-90.
           MOVE     NUM-LCR  TO  FIM-TLR
           START    CADTLR       KEY  NOT  <  FIM-TLR
           IF  FST-TLR  NOT  =  "00"
                                 MOVE     MG3-AUX  TO  MSG-AUX
                                 GO       ROT-TALN-80.
           READ     CADTLR  NEXT
           IF  FST-TLR  NOT  =  "00"  OR
               INI-TLR   >       NUM-LCR
                                 MOVE     MG3-AUX  TO  MSG-AUX
                                 GO       ROT-TALN-80.
           IF  CLI-TLR  NOT  =   CLI-LCR
                                 MOVE     MG4-AUX  TO  MSG-AUX
                                 GO       ROT-TALN-80.
           MOVE     NUM-LCR  TO  NUM-FLR
           READ     CADFLR       MOVE 20  TO  IND-MSG
           IF  FST-FLR   =  "9D" PERFORM  ROT-MSGM-00
                                 MOVE     2  TO  FLG-TAL
                                 GO       ROT-TALN-90.
           IF  FST-FLR   =  "00" AND  STA-FLR  =  "C"
                                 MOVE     MG6-AUX  TO  MSG-AUX
                                 GO       ROT-TALN-80.
           IF  FST-FLR   =  "00" MOVE     MG5-AUX  TO  MSG-AUX
                                 GO       ROT-TALN-80.
           MOVE     FIM-TLR  TO  TLR-AUX
           MOVE     1        TO  FLG-TAL
           GO       ROT-TALN-90.

       ROT-TALN-80.
           MOVE     2        TO  FLG-TAL
           DISPLAY  TELA-06      MOVE 99  TO  IND-MSG
           PERFORM  ROT-MSGM-00  DISPLAY  TELA-05.
       ROT-TALN-90.
           EXIT.

       ROT-GFLR-00.
           IF  FLG-TAL  NOT  =   1   GO       ROT-GFLR-90.
           MOVE     NUM-LCR  TO  NUM-FLR
           MOVE     CLI-LCR  TO  CLI-FLR
           MOVE     TLR-AUX  TO  TLR-FLR
           MOVE     "U"      TO  STA-FLR
           MOVE     DTA-DTA  TO  DTA-FLR
           MOVE     VAL-LCR  TO  VAL-FLR
           MOVE     SPACES   TO  MOT-FLR
           MOVE     OPR-LNK  TO  OPR-FLR
           WRITE    REG-FLR
           MOVE     ZEROS    TO  FLG-TAL.
       ROT-GFLR-90.
           EXIT.

       ROT-LFLR-00.
           IF  CLI-LCR   =   0   GO       ROT-LFLR-90.
           MOVE     NUM-LCR  TO  NUM-FLR
           READ     CADFLR
           IF  FST-FLR   =  "00" AND  STA-FLR  =  "U"  AND
               CLI-FLR   =   CLI-LCR
                                 DELETE   CADFLR.
       ROT-LFLR-90.
           EXIT.

       ROT-PROD-00.
           MOVE     ZEROS    TO  FLG-PRP  SFA-AUX
           MOVE     SPACES   TO  PRA-AUX
           IF  CLI-LCR   =   0   GO       ROT-PROD-90.
           MOVE     CLI-LCR  TO  CLI-PRP
           MOVE     SPACES   TO  TIP-PRP  IDT-PRP  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           START    CADPRP       KEY  NOT  <  CHV-PRP
           IF  FST-PRP  NOT  =  "00"
                                 GO       ROT-PROD-90.
           READ     CADPRP  NEXT
           IF  FST-PRP  NOT  =  "00"  OR
               CLI-PRP  NOT  =   CLI-LCR
                                 GO       ROT-PROD-90.
           DISPLAY  TELA-PRD.

       ROT-PROD-10.
           ACCEPT   PRA-E08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  MOVE     2  TO  FLG-PRP
                                 GO       ROT-PROD-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-10.
           IF  PRA-AUX   =       SPACES
                                 GO       ROT-PROD-10.
           ACCEPT   SFA-E08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-PROD-10.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-10.
           MOVE     PRA-AUX  TO  PRX-EST
           MOVE     SFA-AUX  TO  SUF-EST
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-10.
           DISPLAY  DES-T08
           PERFORM  ROT-PRPV-00
              THRU  ROT-PRPV-90
           IF  FLG-PRP   =    0  GO       ROT-PROD-90.
           MOVE     MG7-AUX  TO  MSG-AUX
           DISPLAY  TELA-06      MOVE 50  TO  IND-MSG
           PERFORM  ROT-MSGM-00
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           DISPLAY  TELA-05
           PERFORM  ROT-GRCP-00
              THRU  ROT-GRCP-90
           IF  FLG-SPV   =  "S"  MOVE     0  TO  FLG-PRP
           ELSE                  MOVE     2  TO  FLG-PRP.
       ROT-PROD-90.
           EXIT.

       ROT-PRPV-00.
           MOVE     ZEROS    TO  FLG-PRP
           IF  PLA-AUX  NOT  =   SPACES
                                 MOVE     "V"      TO  TPA-AUX
                                 MOVE     PLA-AUX  TO  IDA-AUX
                                 PERFORM  ROT-PRPL-00
                                    THRU  ROT-PRPL-90.
           IF  FLG-PRP   =    0  AND  MOT-AUX  NOT  =  0
                                 MOVE     "C"      TO  TPA-AUX
                                 MOVE     MOT-AUX  TO  IDA-AUX
                                 PERFORM  ROT-PRPL-00
                                    THRU  ROT-PRPL-90.
       ROT-PRPV-90.
           EXIT.

       ROT-PRPL-00.
           MOVE     CLI-LCR  TO  CLI-PRP
           MOVE     TPA-AUX  TO  TIP-PRP
           MOVE     IDA-AUX  TO  IDT-PRP
           MOVE     SPACES   TO  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           START    CADPRP       KEY  NOT  <  CHV-PRP
           IF  FST-PRP  NOT  =  "00"
                                 GO       ROT-PRPL-90.
           READ     CADPRP  NEXT
           IF  FST-PRP  NOT  =  "00"  OR
               CLI-PRP  NOT  =   CLI-LCR  OR
               TIP-PRP  NOT  =   TPA-AUX  OR
               IDT-PRP  NOT  =   IDA-AUX
                                 GO       ROT-PRPL-90.
           MOVE     PRA-AUX  TO  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           READ     CADPRP
           IF  FST-PRP   =  "00" GO       ROT-PRPL-90.
           MOVE     CLI-LCR  TO  CLI-PRP
           MOVE     TPA-AUX  TO  TIP-PRP
           MOVE     IDA-AUX  TO  IDT-PRP
           MOVE     PRA-AUX  TO  PRX-PRP
           MOVE     SFA-AUX  TO  SUF-PRP
           READ     CADPRP
           IF  FST-PRP   =  "00" GO       ROT-PRPL-90.
           MOVE     1        TO  FLG-PRP.
       ROT-PRPL-90.
           EXIT.

       ROT-GRCP-00.
           MOVE     DTA-DTA  TO  DTA-RCP
           ACCEPT   HRA-RCP  FROM  TIME
           MOVE     ZEROS    TO  SEQ-RCP
           MOVE     CLI-LCR  TO  CLI-RCP
           MOVE     PLA-AUX  TO  PLA-RCP
           MOVE     MOT-AUX  TO  MOT-RCP
           MOVE     PRA-AUX  TO  PRX-RCP
           MOVE     SFA-AUX  TO  SUF-RCP
           MOVE     "1525"   TO  PRG-RCP
           MOVE     NUM-LCR  TO  DOC-RCP
           MOVE     OPR-LNK  TO  OPR-RCP
           MOVE     "R"      TO  STA-RCP
           MOVE     SPACES   TO  SPV-RCP
           IF  FLG-SPV   =  "S"  MOVE     "L"      TO  STA-RCP
                                 MOVE     SPV-AUX  TO  SPV-RCP.
       ROT-GRCP-10.
           WRITE    REG-RCP      ADD   1  TO  SEQ-RCP
           IF  FST-RCP   =  "22" GO       ROT-GRCP-10.
       ROT-GRCP-90.
           EXIT.

       ROT-SUPV-00.
           MOVE     "N"      TO  FLG-SPV
           MOVE     SPACES   TO  SPV-AUX
           DISPLAY  TELA-SPV     SPV-T02
           ACCEPT   SPV-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-SUPV-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-SUPV-00.
           IF  SPV-AUX   =       SPACES  OR
               SPV-AUX   =       OPR-LNK
                                 GO       ROT-SUPV-90.
           MOVE     SPV-AUX  TO  CHV-OPR
           READ     CADOPR       MOVE 23  TO  IND-MSG
           IF  FST-OPR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-SUPV-00.
           MOVE     SPACES   TO  PWD-AUX
           DISPLAY  PWD-T02
           ACCEPT   PWD-E02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-SUPV-90.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-SUPV-00.
           MOVE     25       TO  IND-MSG
           IF  PWD-AUX  NOT  =   COD-OPR
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-SUPV-90.
           MOVE     "S"      TO  FLG-SPV.
       ROT-SUPV-90.
           DISPLAY  LIMP-SPV.

       RT3-PESQ-00.
           DISPLAY  TELA-02      TELA-09
           OPEN     INPUT        CADCLI   CADVEI   CADEST   CADATV
                                 CADMOT
           IF  FST-MOT   =  "35" CLOSE    CADMOT
                                 OPEN     OUTPUT   CADMOT
                                 CLOSE    CADMOT
                                 OPEN     INPUT    CADMOT.
           OPEN     I-O          CADPRP
           IF  FST-PRP   =  "35" CLOSE    CADPRP
                                 OPEN     OUTPUT   CADPRP
                                 CLOSE    CADPRP
                                 OPEN     I-O      CADPRP.

       RT3-CLIE-00.
           MOVE     ZEROS    TO  CLP-AUX
           DISPLAY  LIMP-09      LIMP-10  LIMP-11
           ACCEPT   CLP-E09      DISPLAY  CLP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-RTRN-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-CLIE-00.
           IF  CLP-AUX   =    0  GO       RT3-CLIE-00.
           MOVE     CLP-AUX  TO  CHV-CLI
           READ     CADCLI       MOVE 21  TO  IND-MSG
           IF  FST-CLI   =  "23" PERFORM  ROT-MSGM-00
                                 GO       RT3-CLIE-00.
           DISPLAY  NOM-E10.

       RT3-TIPO-00.
           MOVE     SPACES   TO  TIP-AUX  IDP-AUX  DSI-AUX
           MOVE     ZEROS    TO  MTP-AUX
           DISPLAY  LIMP-10      LIMP-11
           ACCEPT   TIP-E09      DISPLAY  TIP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-CLIE-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-TIPO-00.
           IF  TIP-AUX   =  "C"  GO       RT3-IDEN-10.
           IF  TIP-AUX  NOT  =  "V"
                                 GO       RT3-TIPO-00.

       RT3-IDEN-00.
           ACCEPT   PLP-E09      DISPLAY  PLP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-TIPO-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-IDEN-00.
           IF  IDP-AUX   =       SPACES
                                 GO       RT3-IDEN-00.
           MOVE     IDP-AUX  TO  CHV-VEI
           READ     CADVEI       MOVE 23  TO  IND-MSG
           IF  FST-VEI  NOT  =  "00"  OR
               CLI-VEI  NOT  =   CLP-AUX
                                 PERFORM  ROT-MSGM-00
                                 GO       RT3-IDEN-00.
           MOVE     MOD-VEI  TO  DSI-AUX
           DISPLAY  DSI-E10      GO       RT3-PROD-00.

       RT3-IDEN-10.
           ACCEPT   MTP-E09      DISPLAY  MTP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-TIPO-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-IDEN-10.
           IF  MTP-AUX   =    0  GO       RT3-IDEN-10.
           MOVE     CLP-AUX  TO  CLI-MOT
           MOVE     MTP-AUX  TO  NUM-MOT
           READ     CADMOT       MOVE 82  TO  IND-MSG
           IF  FST-MOT  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       RT3-IDEN-10.
           MOVE     MTP-AUX  TO  IDP-AUX
           MOVE     NOM-MOT  TO  DSI-AUX
           DISPLAY  DSI-E10.

       RT3-PROD-00.
           MOVE     SPACES   TO  PRA-AUX  DSP-AUX
           MOVE     ZEROS    TO  SFA-AUX
           DISPLAY  LIMP-11
           ACCEPT   PRP-E09      DISPLAY  PRP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-TIPO-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-PROD-00.
           IF  PRA-AUX   =       SPACES
                                 GO       RT3-PROD-00.
           MOVE     PRA-AUX  TO  CHV-ATV
           READ     CADATV       MOVE 21  TO  IND-MSG
           IF  FST-ATV  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       RT3-PROD-00.
           MOVE     DES-ATV  TO  DSP-AUX.

       RT3-PROD-10.
           ACCEPT   SFP-E09      DISPLAY  SFP-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       RT3-PROD-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-PROD-10.
           IF  SFA-AUX   =    0  GO       RT3-PROD-20.
           MOVE     PRA-AUX  TO  PRX-EST
           MOVE     SFA-AUX  TO  SUF-EST
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       RT3-PROD-10.
           MOVE     DES-EST  TO  DSP-AUX.

       RT3-PROD-20.
           DISPLAY  DSP-E10
           PERFORM  RT3-CHAV-00
           MOVE     MG8-AUX  TO  MSG-AUX
           READ     CADPRP
           IF  FST-PRP   =  "00" MOVE     MG9-AUX  TO  MSG-AUX.

       RT3-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           DISPLAY  TELA-06      ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       RT3-CONF-00.
           DISPLAY  LIMP-06
           IF  TECLADO   =   01  GO       RT3-PROD-00.
           IF  RSP-OPC  NOT   =  "S"  GO  RT3-PROD-00.
           IF  MSG-AUX   =       MG9-AUX
                                 DELETE   CADPRP
                                 GO       RT3-PROD-00.
           PERFORM  RT3-CHAV-00
           ACCEPT   DTA-PRP  FROM  DATE
           MOVE     OPR-LNK  TO  OPR-PRP
           WRITE    REG-PRP      GO       RT3-PROD-00.

       RT3-CHAV-00.
           MOVE     CLP-AUX  TO  CLI-PRP
           MOVE     TIP-AUX  TO  TIP-PRP
           MOVE     IDP-AUX  TO  IDT-PRP
           MOVE     PRA-AUX  TO  PRX-PRP
           MOVE     SFA-AUX  TO  SUF-PRP.

       RT3-RTRN-00.
           CLOSE    CADCLI       CADVEI   CADEST   CADATV
                    CADMOT       CADPRP
           PERFORM  ROT-RTLA-00  GO       ROT-MENU-00.

       ROT-DATA-00.
           IF  NUM-OPC   =    1  DISPLAY  TELA-03.
           IF  NUM-OPC   =    2  DISPLAY  TELA-07.
