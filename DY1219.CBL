                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FST-DVV.

           SELECT      CADIVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IVD
                       FILE          STATUS  IS  FST-IVD.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

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

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPRS.CPY.
       COPY  CADSGR.CPY.
       COPY  CADVDF.CPY.
       COPY  CADDVV.CPY.
       COPY  CADIVD.CPY.
       COPY  CADTMP.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADOVR.CPY.
       01  LIN-TEF               PIC  X(40).

       FD  ARQTRS.
       01  LIN-TRS               PIC  X(60).

       COPY  CADLDP.CPY.
       COPY  CADSDO.CPY.
       COPY  CADVAS.CPY.
       COPY  CADMVS.CPY.
       COPY  CADPRP.CPY.
       COPY  CADRCP.CPY.

       WORKING-STORAGE SECTION.

           03  FST-TRS          PIC  X(02).
           03  NSU-AUX          PIC  9(12).
           03  BND-AUX          PIC  X(10).
           03  ADQ-AUX          PIC  9(03).
           03  PRD-AUX          PIC  X(01).
           03  PAR-AUX          PIC  9(02).
           03  STA-TEF          PIC  X(01).
           03  CRT-ED           PIC  9(07),99.
           03  CUP-TRS          PIC  9(06).
           03  VLR-TRS          PIC  9(07)V99.
           03  FST-LDP          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-VAS          PIC  X(02).
           03  FST-MVS          PIC  X(02).
           03  QTD-VAS          PIC  9(05).
           03  FLG-CHQ          PIC  X(01).
           03  CPC-AUX          PIC  9(14).
           03  BCC-AUX          PIC  9(03).
           03  AGC-AUX          PIC  9(04).
           03  CTC-AUX          PIC  X(12).
           03  NCQ-AUX          PIC  9(07).
           03  CIN-AUX          PIC  X(01).
           03  CCU-AUX          PIC  9(03).
           03  PLI-AUX          PIC  X(07).
           03  FST-PRP          PIC  X(02).
           03  FST-RCP          PIC  X(02).
           03  FRT-AUX          PIC  X(01).
           03  MTF-AUX          PIC  9(03).
           03  FLG-PRP          PIC  9(01).
           03  TPA-AUX          PIC  X(01).
           03  IDA-AUX          PIC  X(07).
           03  FST-DVV          PIC  X(02).
           03  FLG-DVV          PIC  X(01).
           03  FST-IVD          PIC  X(02).
           03  FLG-IVD          PIC  X(01).
           03  CPO-AUX          PIC  9(06).
           03  NDV-AUX          PIC  9(06).
           03  MOT-AUX          PIC  9(01).
           03  RES-AUX          PIC  X(01).
           03  DSP-AUX          PIC S9(04)V9.
           03  RST-DVV          PIC  9(04)V9.
           03  FOL-LTE          PIC S9(06)V9.
           03  CHV-LTS          PIC  X(12).
           03  TOT-DVV          PIC  9(07)V99.
           03  DTO-AUX          PIC  9(06).
           03  CLO-AUX          PIC  9(05).
           03  SNO-AUX          PIC  9(03).
           03  NFO-AUX          PIC  9(09).
           03  CRO-AUX          PIC  9(07)V99.
           03  PXO-AUX          PIC  9(07)V99.
           03  NSO-AUX          PIC  9(12).
           03  CFO-AUX          PIC  9(11).
           03  PTO-AUX          PIC  9(06).
           03  VLO-AUX          PIC  9(07)V99.

           03  TECLADO          PIC  9(02).
           03  NUM-AUX          PIC  9(06).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(02).
           03  CXE-AUX          PIC  X(02).
           03  RED-CXE          REDEFINES   CXE-AUX.
               05  CXF-AUX      PIC  9(02).
           03  FLG-PRS          PIC  9(01).
           03  FLG-VLD          PIC  9(01).
           03  FLG-SPV          PIC  X(01).
           03  SOM-AUX          PIC  9(07)V99.
           03  IND1             PIC  9(02).
           03  IND4             PIC  9(02).
           03  IND2             PIC  9(02).
           03  QTI-DVI          PIC  9(02).
           03  QTI-DRT          PIC  9(02).
           03  QTI-AUX          PIC  9(02).
           03  DTA-LCT          PIC  9(06).
           03  PAG-CB1          PIC  9(03).
           03  TAB-ITN          OCCURS  15.
               05  REG-TBI      PIC  X(55).

           03  TAB-DVI          OCCURS  15.
               05  PRX-DVI      PIC  X(01).
               05  SUF-DVI      PIC  9(03).
               05  QTD-DVI      PIC  9(04)V9.
               05  QDV-DVI      PIC  9(04)V9.
               05  VUN-DVI      PIC  9(06)V9(04).

           03  TAB-DRT          OCCURS  15.
               05  PRX-DRT      PIC  X(01).
               05  SUF-DRT      PIC  9(03).
               05  QTD-DRT      PIC  9(04)V9.
               05  VUN-DRT      PIC  9(06)V9(04).
               05  VAL-DRT      PIC  9(07)V99.
               05  MOT-DRT      PIC  9(01).
               05  LOT-DRT      PIC  X(10).

           03  LIN-AUX.
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  PRL-AUX      PIC  X(01).
           03  FILLER           PIC  X(05)  VALUE  "  BD:".
           03  BND-TT4          PIC  X(10).

       01  CAB-005.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(14)  VALUE  "DEVOLUCAO ...:".
           03  NDV-CB5          PIC  9(06).
           03  FILLER           PIC  X(08)  VALUE  "  CUPOM ".
           03  CPO-CB5          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DTA-CB5          PIC  99/99/99.

       01  TOT-005.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(14)  VALUE  "RESTITUICAO .:".
           03  RES-TT5          PIC  X(20).
           03  FILLER           PIC  X(06)  VALUE  "  CLI:".
           03  CLI-TT5          PIC  ZZZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  40.
           03  CL1-IMP          PIC  9(02)  VALUE  40.
           03  CL2-IMP          PIC  9(02)  VALUE  46.

       01  PRM-CGR.
           03  FUN-CGR          PIC  X(01).
           03  PRG-CGR          PIC  X(04).
           03  OPR-CGR          PIC  X(10).
           03  CPF-CGR          PIC  9(14).
           03  BCO-CGR          PIC  9(03).
           03  AGE-CGR          PIC  9(04).
           03  CTA-CGR          PIC  X(12).
           03  NUM-CGR          PIC  9(07).
           03  VAL-CGR          PIC  9(07)V99.
           03  DOC-CGR          PIC  9(06).
           03  RSP-CGR          PIC  X(01).
           03  APR-CGR          PIC  X(10).
           03  DEV-CGR          PIC  X(01).
           03  STA-CGR          PIC  X(01).
           03  SPV-CGR          PIC  X(10).
           03  CHV-CGR          PIC  X(10).

       01  PRM-ALR.
           03  EVT-ALR          PIC  X(03).
           03  PRG-ALR          PIC  X(04).
           03  OPR-ALR          PIC  X(10).
           03  REF-ALR          PIC  X(10).
           03  VAL-ALR          PIC S9(09)V99.
           03  MSG-ALR          PIC  X(60).
           03  RET-ALR          PIC  X(01).

       01  VLR-ALR              PIC  Z.ZZZ.ZZ9,99.

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
       01  PLI-E09  LINE 20 COLUMN 53 PIC X(07) USING PLI-AUX
                    AUTO.
       01  LIMP-CIN LINE 20 COLUMN 07 PIC X(60) FROM SPACES.
       01  TELA-FRT     BCK-CLR 05 FOR-CLR 15.
           03  LINE 20 COLUMN 07 PIC X(18) FROM
               " Frota - Veiculo:".
           03  LINE 20 COLUMN 34 PIC X(12) FROM
               " Motorista:".
       01  PLF-E09  LINE 20 COLUMN 26 PIC X(07) USING PLI-AUX
                    AUTO.
       01  MTF-E09  LINE 20 COLUMN 47 PIC ZZ9   USING MTF-AUX
                    AUTO.
       01  TELA-PRP     BCK-CLR 04 FOR-CLR 15
                    LINE 20 COLUMN 07 PIC X(60) FROM
                    " PRODUTO NAO PERMITIDO P/ ESTE VEICULO/CARTAO !!!".

       01  TELA-VLE     BCK-CLR 05 FOR-CLR 15
                    LINE 21 COLUMN 07 PIC X(30) FROM
       01  LIMP-VLE LINE 21 COLUMN 07 PIC X(60) FROM SPACES.
       01  LIMP-CPF LINE 22 COLUMN 07 PIC X(60) FROM SPACES.

       01  TELA-CHQ     BCK-CLR 05 FOR-CLR 15.
           03  LINE 22 COLUMN 07 VALUE " CPF/CNPJ:".
           03  LINE 22 COLUMN 33 VALUE " Bco:".
           03  LINE 22 COLUMN 42 VALUE " Ag:".
           03  LINE 22 COLUMN 51 VALUE " Conta:".
           03  LINE 23 COLUMN 07 VALUE " Cheque Nr:".
           03  LINE 23 COLUMN 27 VALUE " Autorizacao:".
       01  ENTR-CHQ     AUTO.
           03  CPC-E10 LINE 22 COLUMN 18 PIC 9(14)  USING CPC-AUX.
           03  BCC-E10 LINE 22 COLUMN 39 PIC 999    USING BCC-AUX.
           03  AGC-E10 LINE 22 COLUMN 47 PIC 9999   USING AGC-AUX.
           03  CTC-E10 LINE 22 COLUMN 59 PIC X(12)  USING CTC-AUX.
           03  NCQ-E10 LINE 23 COLUMN 19 PIC 9(07)  USING NCQ-AUX.
       01  APR-T10  BCK-CLR 05 FOR-CLR 14
                    LINE 23 COLUMN 41 PIC X(10) FROM APR-CGR.
       01  LIMP-CHQ.
           03  LINE 22 COLUMN 07 PIC X(66) FROM SPACES.
           03  LINE 23 COLUMN 07 PIC X(66) FROM SPACES.

       01  TELA-TOT  BCK-CLR 05 FOR-CLR 15.
           03  LINE 24 COLUMN 07 VALUE " Total:
      -        "   Dinheiro:           Cheque:           Cart?o:
                    AUTO.
       01  LIMP-CHL LINE 20 COLUMN 15 PIC X(50) FROM SPACES.

       01  TELA-DVV.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 06 COLUMN 09 VALUE " Devolucao / Troca ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 20 COLUMN 07 VALUE " Cupom Orig.:".
               05  LINE 20 COLUMN 29 VALUE " Data:".
               05  LINE 20 COLUMN 46 VALUE " NFC-e:".
               05  LINE 21 COLUMN 07 VALUE " Devolver:".
               05  LINE 21 COLUMN 26 VALUE " Qtde:".
               05  LINE 21 COLUMN 41 VALUE " Motivo:".
               05  LINE 21 COLUMN 53 VALUE "1Def 2Des 3Tro 4Err 5Val".
               05  LINE 22 COLUMN 07 VALUE " Restituir (D/P/R/C):".
               05  LINE 22 COLUMN 33 VALUE " Cli:".
               05  LINE 22 COLUMN 46 VALUE " Total Devolvido:".
       01  ENTR-CPO     AUTO.
           03  CPO-E11 LINE 20 COLUMN 21 PIC ZZZZZ9 USING CPO-AUX.
       01  EXBE-DVO  BCK-CLR 05 FOR-CLR 15.
           03  LINE 20 COLUMN 36 PIC 99/99/99 FROM DTO-AUX.
           03  LINE 20 COLUMN 54 PIC 9(09)    FROM NFO-AUX.
       01  ENTR-DRT     AUTO.
           03  PRX-E12 LINE 21 COLUMN 18 PIC X(01)  USING PRX-AUX.
           03  SUF-E12 LINE 21 COLUMN 20 PIC 999    USING SUF-AUX.
           03  QTD-E12 LINE 21 COLUMN 33 PIC ZZZ9,9 USING QTD-AUX.
           03  MOT-E12 LINE 21 COLUMN 50 PIC 9      USING MOT-AUX.
       01  ENTR-RES     AUTO.
           03  RES-E13 LINE 22 COLUMN 29 PIC X(01)  USING RES-AUX.
           03  CLI-E13 LINE 22 COLUMN 39 PIC ZZZZ9  USING CLI-AUX.
       01  TOT-T13  BCK-CLR 05 FOR-CLR 15
                    LINE 22 COLUMN 64 PIC ZZZ.ZZ9,99 FROM TOT-DVV.
       01  LIMP-DRT LINE 21 COLUMN 18 PIC X(22) FROM SPACES.

       01  TELA-DVP BCK-CLR 03 FOR-CLR 15
                    LINE 25 COLUMN 14 PIC X(54) FROM
                    " CUPOM DE PERIODO JA ENCERRADO - SEM ITENS !!".

       01  LIMP-DVP BCK-CLR 03
                    LINE 25 COLUMN 14 PIC X(54) FROM SPACES.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           IF  LCK-SPL = 1   GOBACK.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           ACCEPT   ARQ-IMP   FROM    TIME
           MOVE     SPACES   TO  CXE-AUX
           DISPLAY  "DYCAIXA"    UPON  ENVIRONMENT-NAME
           ACCEPT   CXE-AUX  FROM   ENVIRONMENT-VALUE
           IF  CXE-AUX  NOT  NUMERIC  MOVE  ZEROS  TO  CXF-AUX.
           OPEN     OUTPUT   CADTMP
                    INPUT    CADCTR   CADATV
                             CADOPR
                    I-O      CADLCX   CADCPM  CADPON  CADLTE
                             CADEST   CADPRS  CADSGR
                             CADVDF   CADTNQ  CADOVR
                             CADADT   CADVLE  CADJRN
                             CADLDP   CADVAS  CADMVS
                             CADDVV
                    INPUT    CADCPR   CADPRP
                    I-O      CADRCP
           IF  FST-PRP   =  "35"
                    CLOSE    CADPRP
                    OPEN     OUTPUT   CADPRP
                    CLOSE    CADPRP
                    OPEN     INPUT    CADPRP.
           IF  FST-RCP   =  "35"
                    CLOSE    CADRCP
                    OPEN     OUTPUT   CADRCP
                    CLOSE    CADRCP
                    OPEN     I-O      CADRCP.
           IF  FST-JRN   =  "35"
                    CLOSE    CADJRN
                    OPEN     OUTPUT   CADJRN
                    OPEN     OUTPUT   CADVLE
                    CLOSE    CADVLE
                    OPEN     I-O      CADVLE.
           IF  FST-VAS   =  "35"
                    CLOSE    CADVAS
                    OPEN     OUTPUT   CADVAS
                    CLOSE    CADVAS
                    OPEN     I-O      CADVAS.
           IF  FST-MVS   =  "35"
                    CLOSE    CADMVS
                    OPEN     OUTPUT   CADMVS
                    CLOSE    CADMVS
                    OPEN     I-O      CADMVS.
           IF  FST-DVV   =  "35"
                    CLOSE    CADDVV
                    OPEN     OUTPUT   CADDVV
                    CLOSE    CADDVV
                    OPEN     I-O      CADDVV.
           READ     CADCTR
           MOVE     DTD-CTR  TO  DTA-LCT
           PERFORM  ROT-NOME-00.
                                 DIN-AUX  CHQ-AUX  CRT-AUX
                                 PIX-AUX  PGP-AUX  ADT-AUX
                                 NVL-AUX  VLE-AUX  NSU-AUX
                                 CPF-AUX  ADQ-AUX  PAR-AUX
           MOVE     SPACES   TO  BND-AUX  PRD-AUX
           MOVE     SPACES   TO  TXI-AUX
           MOVE     "N"      TO  FLG-DVV
           MOVE     9        TO  IND4
           DISPLAY  NUM-T01.

           IF  TECLADO   =   01  GO       ROT-EXIT-00.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CABE-10.
           IF  TECLADO   =   03  MOVE     "S"      TO  FLG-DVV
                                 DISPLAY  TELA-DVV
                                 GO       ROT-CABE-10.
           IF  TUR-AUX   <   1   OR   >   9
                                 GO       ROT-CABE-10.
           IF  CXF-AUX   >   0   MOVE     CXF-AUX  TO  CXA-AUX
                                 DISPLAY  CXA-T01
                                 GO       ROT-CABE-20.
           ACCEPT   CXA-E01      DISPLAY  CXA-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CABE-10.

       ROT-CABE-20.
           PERFORM  ROT-VPRS-00
              THRU  ROT-VPRS-90
           MOVE     70       TO  IND-MSG
           IF  FLG-PRS   =   0   PERFORM  ROT-MSGM-00
                                 GO       ROT-CABE-10.
           IF  FLG-DVV   =  "S"  GO       ROT-DEVV-00.
           MOVE     SPACES   TO  FRE-AUX
           ACCEPT   FRE-E01      DISPLAY  FRE-T01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-PGTO-10.
           IF  CHQ-AUX   >   0   PERFORM  ROT-CHQG-00
                                    THRU  ROT-CHQG-90
                                 IF  FLG-CHQ  NOT  =  "S"
                                     MOVE     ZEROS  TO  CHQ-AUX
                                     DISPLAY  CHQ-T03
                                     GO       ROT-PGTO-10.
           ACCEPT   CRT-E03      DISPLAY  CRT-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
           MOVE     PLI-AUX  TO  PLA-CPM
           MOVE     NSU-AUX  TO  NSU-CPM
           MOVE     BND-AUX  TO  BND-CPM
           MOVE     ADQ-AUX  TO  ADQ-CPM
           MOVE     PRD-AUX  TO  PRD-CPM
           MOVE     PAR-AUX  TO  PAR-CPM
           MOVE     SPACE    TO  RCB-CPM
           MOVE     ADT-AUX  TO  ADT-CPM
           MOVE     NVL-AUX  TO  VLE-CPM
           MOVE     VLE-AUX  TO  VLV-CPM
                                    THRU  ROT-GCIN-90.
           IF  MXG-CTR   >   0   PERFORM  ROT-GAVE-00
                                    THRU  ROT-GAVE-90.
           IF  CHQ-AUX   >   0   PERFORM  ROT-ALRT-00
                                    THRU  ROT-ALRT-90.
           MOVE     ZEROS    TO  IND1.

       ROT-GRAV-10.
              THRU  ROT-GVDF-90
           PERFORM  ROT-GPRS-00
              THRU  ROT-GPRS-90
           PERFORM  ROT-GVAS-00
              THRU  ROT-GVAS-90
           GO       ROT-GRAV-10.

       ROT-JRNI-00.

       ROT-VLDD-00.
           MOVE     1        TO  FLG-VLD
           IF  FRT-AUX   =  "S"  PERFORM  ROT-PRPC-00
                                    THRU  ROT-PRPC-90
                                 IF  FLG-VLD   =   0
                                     GO       ROT-VLDD-90.
           IF  PRX-EST   =  "1"  PERFORM  ROT-BLQC-00
                                    THRU  ROT-BLQC-90
                                 GO       ROT-VLDD-90.
       ROT-VLDD-90.
           EXIT.

       ROT-PRPC-00.
           MOVE     ZEROS    TO  FLG-PRP
           IF  PLI-AUX  NOT  =   SPACES
                                 MOVE     "V"      TO  TPA-AUX
                                 MOVE     PLI-AUX  TO  IDA-AUX
                                 PERFORM  ROT-PRPL-00
                                    THRU  ROT-PRPL-90.
           IF  FLG-PRP   =   0   AND  MTF-AUX  NOT  =  0
                                 MOVE     "C"      TO  TPA-AUX
                                 MOVE     MTF-AUX  TO  IDA-AUX
                                 PERFORM  ROT-PRPL-00
                                    THRU  ROT-PRPL-90.
           IF  FLG-PRP   =   0   GO       ROT-PRPC-90.
           DISPLAY  TELA-PRP     MOVE 50  TO  IND-MSG
           PERFORM  ROT-MSGM-00
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           DISPLAY  LIMP-CIN
           PERFORM  ROT-GRCP-00
              THRU  ROT-GRCP-90
           IF  FLG-SPV  NOT  =  "S"
                                 MOVE     0  TO  FLG-VLD.
       ROT-PRPC-90.
           EXIT.

       ROT-PRPL-00.
           MOVE     CLI-AUX  TO  CLI-PRP
           MOVE     TPA-AUX  TO  TIP-PRP
           MOVE     IDA-AUX  TO  IDT-PRP
           MOVE     SPACES   TO  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           START    CADPRP       KEY  NOT  <  CHV-PRP
           IF  FST-PRP  NOT  =  "00"
                                 GO       ROT-PRPL-90.
           READ     CADPRP  NEXT
           IF  FST-PRP  NOT  =  "00"  OR
               CLI-PRP  NOT  =   CLI-AUX  OR
               TIP-PRP  NOT  =   TPA-AUX  OR
               IDT-PRP  NOT  =   IDA-AUX
                                 GO       ROT-PRPL-90.
           MOVE     PRX-AUX  TO  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           READ     CADPRP
           IF  FST-PRP   =  "00" GO       ROT-PRPL-90.
           MOVE     CLI-AUX  TO  CLI-PRP
           MOVE     TPA-AUX  TO  TIP-PRP
           MOVE     IDA-AUX  TO  IDT-PRP
           MOVE     PRX-AUX  TO  PRX-PRP
           MOVE     SUF-AUX  TO  SUF-PRP
           READ     CADPRP
           IF  FST-PRP   =  "00" GO       ROT-PRPL-90.
           MOVE     1        TO  FLG-PRP.
       ROT-PRPL-90.
           EXIT.

       ROT-GRCP-00.
           MOVE     DTA-LCT  TO  DTA-RCP
           ACCEPT   HRA-RCP  FROM  TIME
           MOVE     ZEROS    TO  SEQ-RCP
           MOVE     CLI-AUX  TO  CLI-RCP
           MOVE     PLI-AUX  TO  PLA-RCP
           MOVE     MTF-AUX  TO  MOT-RCP
           MOVE     PRX-AUX  TO  PRX-RCP
           MOVE     SUF-AUX  TO  SUF-RCP
           MOVE     "1219"   TO  PRG-RCP
           MOVE     NUM-AUX  TO  DOC-RCP
           MOVE     PRM-OPR  TO  OPR-RCP
           MOVE     "R"      TO  STA-RCP
           MOVE     SPACES   TO  SPV-RCP
           IF  FLG-SPV   =  "S"  MOVE     "L"      TO  STA-RCP
                                 MOVE     SPV-AUX  TO  SPV-RCP.
       ROT-GRCP-10.
           WRITE    REG-RCP      ADD   1  TO  SEQ-RCP
           IF  FST-RCP   =  "22" GO       ROT-GRCP-10.
       ROT-GRCP-90.
           EXIT.

       ROT-BLQC-00.
           MOVE     ZEROS    TO  CHV-TNQ
           START    CADTNQ       KEY  >   CHV-TNQ
       ROT-GVDF-90.
           EXIT.

       ROT-GVAS-00.
           MOVE     SPACES   TO  CHV-VAS
           START    CADVAS       KEY  >   CHV-VAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-GVAS-90.
           MOVE     QTD-ITN OF REG-ITN  TO  QTD-VAS.

       ROT-GVAS-10.
           READ     CADVAS  NEXT
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-GVAS-90.
           IF  PRX-VAS   =   PRX-ITN  AND
               SUF-VAS   =   SUF-ITN
                                 SUBTRACT QTD-VAS  FROM  CHE-VAS
                                 ADD      QTD-VAS  TO    VAZ-VAS
                                 MOVE     "V"      TO  OPE-MVS
                                 GO       ROT-GVAS-20.
           IF  PRD-VAS   =   PRX-ITN  AND
               SFD-VAS   =   SUF-ITN
                                 SUBTRACT QTD-VAS  FROM  VAZ-VAS
                                 ADD      QTD-VAS  TO    EMP-VAS
                                 MOVE     "D"      TO  OPE-MVS
                                 GO       ROT-GVAS-20.
           GO       ROT-GVAS-10.

       ROT-GVAS-20.
           REWRITE  REG-VAS
           MOVE     DTA-LCT  TO  DTA-MVS
           MOVE     ZEROS    TO  SEQ-MVS
           MOVE     CHV-VAS  TO  TIP-MVS
           MOVE     QTD-VAS  TO  QTD-MVS
           MOVE     VAL-ITN  TO  VAL-MVS
           MOVE     NUM-AUX  TO  DOC-MVS
           MOVE     PRM-OPR  TO  OPR-MVS
           ACCEPT   HRA-MVS  FROM  TIME.

       ROT-GVAS-30.
           ADD      1        TO  SEQ-MVS
           WRITE    REG-MVS
           IF  FST-MVS   =  "22" GO       ROT-GVAS-30.

       ROT-GVAS-90.
           EXIT.

       ROT-GPRS-00.
           MOVE     PRX-ITN  TO  PRX-EST
           MOVE     SUF-ITN  TO  SUF-EST
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           GO       ROT-CUPO-00.

       ROT-DEVV-00.
           MOVE     ZEROS    TO  CPO-AUX  QTI-DVI  QTI-DRT  TOT-DVV
           MOVE     9        TO  IND4
           DISPLAY  TOT-T13.

       ROT-DEVV-10.
           ACCEPT   CPO-E11
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-80.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-DEVV-10.
           IF  CPO-AUX   =   0   GO       ROT-DEVV-10.
           DISPLAY  LIMP-DVP
           MOVE     CPO-AUX  TO  CHV-CPM
           READ     CADCPM       MOVE 97  TO  IND-MSG
           IF  FST-CPM  NOT  =  "00"  OR  CIN-CPM  =  "S"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEVV-10.
           MOVE     DTA-CPM  TO  DTO-AUX
           MOVE     CLI-CPM  TO  CLO-AUX
           MOVE     SNF-CPM  TO  SNO-AUX
           MOVE     NFC-CPM  TO  NFO-AUX
           MOVE     CRT-CPM  TO  CRO-AUX
           MOVE     PIX-CPM  TO  PXO-AUX
           MOVE     NSU-CPM  TO  NSO-AUX
           MOVE     CPF-CPM  TO  CFO-AUX
           MOVE     PTS-CPM  TO  PTO-AUX
           MOVE     VAL-CPM  TO  VLO-AUX
           DISPLAY  EXBE-DVO
           PERFORM  ROT-DVIT-00
              THRU  ROT-DVIT-90
           IF  QTI-DVI   =   0   AND  FLG-IVD  =  "N"
                                 DISPLAY  TELA-DVP
                                 GO       ROT-DEVV-10.
           IF  QTI-DVI   =   0   PERFORM  ROT-MSGM-00
                                 GO       ROT-DEVV-10.

       ROT-DEVV-20.
           IF  QTI-DRT  NOT  <   15  GO   ROT-DEVV-40.
           MOVE     SPACES   TO  PRX-AUX
           MOVE     ZEROS    TO  SUF-AUX  QTD-AUX  MOT-AUX
           DISPLAY  LIMP-DRT.

       ROT-DEVV-25.
           ACCEPT   PRX-E12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-40.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-DEVV-25.
           IF  PRX-AUX   =       SPACES
                                 GO       ROT-DEVV-40.
           ACCEPT   SUF-E12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-25.
           MOVE     97       TO  IND-MSG
           MOVE     ZEROS    TO  IND2.

       ROT-DEVV-30.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DVI
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEVV-25.
           IF  PRX-DVI (IND2)  NOT  =  PRX-AUX  OR
               SUF-DVI (IND2)  NOT  =  SUF-AUX
                                 GO       ROT-DEVV-30.

       ROT-DEVV-35.
           ACCEPT   QTD-E12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-25.
           IF  QTD-AUX   =   0   GO       ROT-DEVV-35.
           COMPUTE  DSP-AUX  =   QTD-DVI (IND2)  -  QDV-DVI (IND2)
           IF  QTD-AUX   >       DSP-AUX
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEVV-35.

       ROT-DEVV-37.
           ACCEPT   MOT-E12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-35.
           IF  MOT-AUX   <   1   OR   >   5
                                 GO       ROT-DEVV-37.
           ADD      QTD-AUX  TO  QDV-DVI (IND2)
           ADD      1        TO  QTI-DRT
           MOVE     PRX-AUX  TO  PRX-DRT (QTI-DRT)
           MOVE     SUF-AUX  TO  SUF-DRT (QTI-DRT)
           MOVE     QTD-AUX  TO  QTD-DRT (QTI-DRT)
           MOVE     VUN-DVI (IND2)  TO  VUN-DRT (QTI-DRT)
           COMPUTE  VAL-DRT (QTI-DRT)  ROUNDED
                             =   QTD-AUX  *   VUN-DVI (IND2)
           MOVE     MOT-AUX  TO  MOT-DRT (QTI-DRT)
           MOVE     SPACES   TO  LOT-DRT (QTI-DRT)
           ADD      VAL-DRT (QTI-DRT)  TO  TOT-DVV
           DISPLAY  TOT-T13
           GO       ROT-DEVV-20.

       ROT-DEVV-40.
           IF  QTI-DRT   =   0   GO       ROT-DEVV-80.
           MOVE     "D"      TO  RES-AUX
           IF  PXO-AUX   >   0   MOVE     "P"      TO  RES-AUX.
           IF  CRO-AUX   >   0   MOVE     "R"      TO  RES-AUX.
           MOVE     CLO-AUX  TO  CLI-AUX.

       ROT-DEVV-45.
           ACCEPT   RES-E13
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-80.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-DEVV-45.
           MOVE     97       TO  IND-MSG
           IF  RES-AUX   =  "D"  GO       ROT-DEVV-50.
           IF  RES-AUX   =  "P"  AND  TOT-DVV  NOT  >  PXO-AUX
                                 GO       ROT-DEVV-50.
           IF  RES-AUX   =  "R"  AND  TOT-DVV  NOT  >  CRO-AUX
                                 GO       ROT-DEVV-50.
           IF  RES-AUX  NOT  =  "C"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEVV-45.
           ACCEPT   CLI-E13
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-DEVV-45.
           IF  CLI-AUX   =   0   GO       ROT-DEVV-45.

       ROT-DEVV-50.
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           DISPLAY  TELA-DVV     TOT-T13
           IF  FLG-SPV  NOT  =  "S"
                                 GO       ROT-DEVV-45.
           MOVE     ZEROS    TO  NSU-AUX
           IF  RES-AUX   =  "R"  PERFORM  ROT-TEFD-00
                                    THRU  ROT-TEFD-90
                                 IF  STA-TEF  NOT  =  "A"
                                     MOVE     85  TO  IND-MSG
                                     PERFORM  ROT-MSGM-00
                                     GO       ROT-DEVV-45.
           PERFORM  ROT-GDVV-00
              THRU  ROT-GDVV-90
           PERFORM  ROT-RDVV-00
              THRU  ROT-RDVV-90.

       ROT-DEVV-80.
           DISPLAY  LIMP-DVP
           PERFORM  ROT-RTLA-00
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           GO       ROT-CUPO-00.

       ROT-DVIT-00.
           MOVE     ZEROS    TO  QTI-DVI  CHV-VDF
           MOVE     "N"      TO  FLG-IVD
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-DVIT-35.

       ROT-DVIT-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-DVIT-35.
           IF  CPM-VDF  NOT  =   CPO-AUX  OR
               DTA-VDF  NOT  =   DTO-AUX
                                 GO       ROT-DVIT-10.
           MOVE     "S"      TO  FLG-IVD
           IF  PRX-VDF (1:1)  =  "1"
                                 GO       ROT-DVIT-10.
           MOVE     PRX-VDF  TO  PRX-IVD
           MOVE     COD-VDF  TO  COD-IVD
           MOVE     QTD-VDF  TO  QTD-IVD
           MOVE     VAL-VDF  TO  VAL-IVD
           PERFORM  ROT-DVIA-00
              THRU  ROT-DVIA-90
           GO       ROT-DVIT-10.

       ROT-DVIT-35.
           IF  FLG-IVD   =  "N"  PERFORM  ROT-DVIH-00
                                    THRU  ROT-DVIH-90.

       ROT-DVIT-40.
           IF  QTI-DVI   =   0   GO       ROT-DVIT-90.
           MOVE     ZEROS    TO  CHV-DVV
           START    CADDVV       KEY  >   CHV-DVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-DVIT-70.

       ROT-DVIT-50.
           READ     CADDVV  NEXT
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-DVIT-70.
           IF  CPM-DVV  NOT  =   CPO-AUX  OR
               DTC-DVV  NOT  =   DTO-AUX
                                 GO       ROT-DVIT-50.
           MOVE     ZEROS    TO  IND2.

       ROT-DVIT-60.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DVI
                                 GO       ROT-DVIT-50.
           IF  PRX-DVI (IND2)  NOT  =  PRX-DVV  OR
               SUF-DVI (IND2)  NOT  =  SUF-DVV
                                 GO       ROT-DVIT-60.
           ADD      QTD-DVV  TO  QDV-DVI (IND2)
           GO       ROT-DVIT-50.

       ROT-DVIT-70.
           MOVE     ZEROS    TO  IND2.

       ROT-DVIT-75.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DVI  OR
               IND4      >       19
                                 GO       ROT-DVIT-90.
           MOVE     PRX-DVI (IND2)  TO  PRL-AUX  PRX-EST
           MOVE     SUF-DVI (IND2)  TO  SFL-AUX  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     DES-EST  TO  DSL-AUX
           ELSE                  MOVE     SPACES   TO  DSL-AUX.
           COMPUTE  QTL-AUX  =   QTD-DVI (IND2)  -  QDV-DVI (IND2)
           COMPUTE  VLL-AUX  =   QTD-DVI (IND2)  *  VUN-DVI (IND2)
           DISPLAY  LIN-T02
           ADD      1        TO  IND4
           GO       ROT-DVIT-75.

       ROT-DVIT-90.
           EXIT.

       ROT-DVIH-00.
           OPEN     INPUT    CADIVD
           IF  FST-IVD  NOT  =  "00"
                                 CLOSE    CADIVD
                                 GO       ROT-DVIH-90.
           MOVE     DTO-AUX  TO  DTA-IVD
           MOVE     CPO-AUX  TO  CPM-IVD
           MOVE     ZEROS    TO  SEQ-IVD
           START    CADIVD       KEY  >   CHV-IVD
           IF  FST-IVD  NOT  =  "00"
                                 GO       ROT-DVIH-80.

       ROT-DVIH-10.
           READ     CADIVD  NEXT
           IF  FST-IVD  NOT  =  "00"  OR
               DTA-IVD  NOT  =   DTO-AUX  OR
               CPM-IVD  NOT  =   CPO-AUX
                                 GO       ROT-DVIH-80.
           MOVE     "S"      TO  FLG-IVD
           PERFORM  ROT-DVIA-00
              THRU  ROT-DVIA-90
           GO       ROT-DVIH-10.

       ROT-DVIH-80.
           CLOSE    CADIVD.
       ROT-DVIH-90.
           EXIT.

       ROT-DVIA-00.
           MOVE     ZEROS    TO  IND2.

       ROT-DVIA-10.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DVI
                                 GO       ROT-DVIA-20.
           IF  PRX-DVI (IND2)  NOT  =  PRX-IVD (1:1)  OR
               SUF-DVI (IND2)  NOT  =  COD-IVD (1:3)
                                 GO       ROT-DVIA-10.
           ADD      QTD-IVD  TO  QTD-DVI (IND2)
           GO       ROT-DVIA-90.

       ROT-DVIA-20.
           IF  QTI-DVI  NOT  <   15  GO   ROT-DVIA-90.
           ADD      1        TO  QTI-DVI
           MOVE     PRX-IVD  TO  PRX-DVI (QTI-DVI)
           MOVE     COD-IVD (1:3)  TO  SUF-DVI (QTI-DVI)
           MOVE     QTD-IVD  TO  QTD-DVI (QTI-DVI)
           MOVE     VAL-IVD  TO  VUN-DVI (QTI-DVI)
           MOVE     ZEROS    TO  QDV-DVI (QTI-DVI).
       ROT-DVIA-90.
           EXIT.

       ROT-TEFD-00.
           MOVE     "N"      TO  STA-TEF
           MOVE     SPACES   TO  BND-AUX
           OPEN     OUTPUT   ARQTEF
           MOVE     TOT-DVV  TO  CRT-ED
           MOVE     SPACES   TO  LIN-TEF
           STRING   "DEVOLUCAO|"  DELIMITED  BY  SIZE
                    CPO-AUX   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CRT-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NSO-AUX   DELIMITED  BY  SIZE
                    INTO      LIN-TEF
           WRITE    LIN-TEF
           CLOSE    ARQTEF
           OPEN     INPUT    ARQTRS
           IF  FST-TRS  NOT  =  "00"
                                 GO       ROT-TEFD-90.
           READ     ARQTRS   AT  END  GO  ROT-TEFD-80.
           UNSTRING  LIN-TRS  DELIMITED  BY  "|"
                     INTO     CUP-TRS
                              VLR-TRS
                              NSU-AUX
                              BND-AUX
                              STA-TEF
           IF  CUP-TRS  NOT  =   CPO-AUX  OR
               VLR-TRS  NOT  =   TOT-DVV
                                 MOVE     "N"      TO  STA-TEF
                                 MOVE     ZEROS    TO  NSU-AUX.
       ROT-TEFD-80.
           CLOSE    ARQTRS
           IF  STA-TEF   =  "A"  OPEN     OUTPUT   ARQTRS
                                 MOVE  "PROCESSADO"  TO  LIN-TRS
                                 WRITE    LIN-TRS
                                 CLOSE    ARQTRS.
       ROT-TEFD-90.
           EXIT.

       ROT-GDVV-00.
           MOVE     ZEROS    TO  NDV-AUX
           MOVE     999999   TO  NDV-DVV
           MOVE     99       TO  ITM-DVV
           START    CADDVV       KEY  <   CHV-DVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-GDVV-05.
           READ     CADDVV       PREVIOUS
           IF  FST-DVV   =  "00" MOVE     NDV-DVV  TO  NDV-AUX.

       ROT-GDVV-05.
           ADD      1        TO  NDV-AUX
           MOVE     ZEROS    TO  IND2.

       ROT-GDVV-10.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DRT
                                 GO       ROT-GDVV-50.
           PERFORM  ROT-ELTE-00
              THRU  ROT-ELTE-90
           PERFORM  ROT-EEST-00
              THRU  ROT-EEST-90
           MOVE     NDV-AUX  TO  NDV-DVV
           MOVE     IND2     TO  ITM-DVV
           MOVE     DTA-LCT  TO  DTA-DVV
           MOVE     TUR-AUX  TO  TUR-DVV
           MOVE     CXA-AUX  TO  CXA-DVV
           MOVE     CPO-AUX  TO  CPM-DVV
           MOVE     DTO-AUX  TO  DTC-DVV
           MOVE     SNO-AUX  TO  SNF-DVV
           MOVE     NFO-AUX  TO  NFC-DVV
           MOVE     CLI-AUX  TO  CLI-DVV
           MOVE     CFO-AUX  TO  CPF-DVV
           MOVE     PRX-DRT (IND2)  TO  PRX-DVV
           MOVE     SUF-DRT (IND2)  TO  SUF-DVV
           MOVE     QTD-DRT (IND2)  TO  QTD-DVV
           MOVE     VUN-DRT (IND2)  TO  VUN-DVV
           MOVE     VAL-DRT (IND2)  TO  VAL-DVV
           MOVE     MOT-DRT (IND2)  TO  MOT-DVV
           MOVE     LOT-DRT (IND2)  TO  LOT-DVV
           MOVE     RES-AUX  TO  RES-DVV
           MOVE     NSU-AUX  TO  NSU-DVV
           MOVE     PRM-OPR  TO  OPR-DVV
           MOVE     SPV-AUX  TO  SPV-DVV
           ACCEPT   HRA-DVV  FROM  TIME
           MOVE     "P"      TO  ENV-DVV
           WRITE    REG-DVV
           GO       ROT-GDVV-10.

       ROT-GDVV-50.
           IF  RES-AUX   =  "D"  PERFORM  ROT-GSGR-00
                                    THRU  ROT-GSGR-90.
           IF  RES-AUX   =  "C"  PERFORM  ROT-CADT-00
                                    THRU  ROT-CADT-90.
           PERFORM  ROT-EPTS-00
              THRU  ROT-EPTS-90.
       ROT-GDVV-90.
           EXIT.

       ROT-EEST-00.
           MOVE     PRX-DRT (IND2)  TO  PRX-EST
           MOVE     SUF-DRT (IND2)  TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-EEST-90.
           ADD      QTD-DRT (IND2)  TO  SDO-EST
           IF  QVM-EST   <       QTD-DRT (IND2)
                                 MOVE     ZEROS    TO  QVM-EST
           ELSE                  SUBTRACT QTD-DRT (IND2)  FROM  QVM-EST.
           IF  QVA-EST   <       QTD-DRT (IND2)
                                 MOVE     ZEROS    TO  QVA-EST
           ELSE                  SUBTRACT QTD-DRT (IND2)  FROM  QVA-EST.
           REWRITE  REG-EST.
       ROT-EEST-90.
           EXIT.

       ROT-ELTE-00.
           MOVE     QTD-DRT (IND2)  TO  RST-DVV.

       ROT-ELTE-10.
           IF  RST-DVV   =   0   GO       ROT-ELTE-90.
           MOVE     SPACES   TO  CHV-LTS
           MOVE     PRX-DRT (IND2)  TO  PRX-LTE
           MOVE     SUF-DRT (IND2)  TO  SUF-LTE
           MOVE     ZEROS    TO  DTA-LTE  LCT-LTE
           START    CADLTE       KEY  >   CHV-LTE
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-ELTE-90.

       ROT-ELTE-20.
           READ     CADLTE  NEXT
           IF  FST-LTE  NOT  =  "00"             OR
               PRX-LTE  NOT  =   PRX-DRT (IND2)  OR
               SUF-LTE  NOT  =   SUF-DRT (IND2)  OR
               DTA-LTE   >       DTO-AUX
                                 GO       ROT-ELTE-30.
           IF  SDL-LTE   <       QTD-LTE
                                 MOVE     CHV-LTE  TO  CHV-LTS.
           GO       ROT-ELTE-20.

       ROT-ELTE-30.
           IF  CHV-LTS   =       SPACES
                                 GO       ROT-ELTE-90.
           MOVE     CHV-LTS  TO  CHV-LTE
           READ     CADLTE
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-ELTE-90.
           COMPUTE  FOL-LTE  =   QTD-LTE  -   SDL-LTE
           IF  FOL-LTE   >       RST-DVV
                                 MOVE     RST-DVV  TO  FOL-LTE.
           ADD      FOL-LTE  TO  SDL-LTE
           SUBTRACT FOL-LTE  FROM  RST-DVV
           REWRITE  REG-LTE
           IF  LOT-DRT (IND2)  =  SPACES
                                 MOVE     LOT-LTE  TO  LOT-DRT (IND2).
           GO       ROT-ELTE-10.

       ROT-ELTE-90.
           EXIT.

       ROT-GSGR-00.
           MOVE     999999   TO  CHV-SGR
           START    CADSGR       KEY  <   CHV-SGR
           IF  FST-SGR  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-SGR
                                 GO       ROT-GSGR-10.
           READ     CADSGR       PREVIOUS
           IF  FST-SGR  NOT  =  "00"
                                 MOVE     ZEROS    TO  CHV-SGR.

       ROT-GSGR-10.
           ADD      1        TO  CHV-SGR
           MOVE     "D"      TO  TIP-SGR
           MOVE     DTA-LCT  TO  DTA-SGR
           MOVE     TUR-AUX  TO  TUR-SGR
           MOVE     CXA-AUX  TO  CXA-SGR
           MOVE     TOT-DVV  TO  VAL-SGR
           MOVE     PRM-OPR  TO  OPR-SGR
           ACCEPT   HRA-SGR  FROM  TIME
           WRITE    REG-SGR
           IF  FST-SGR   =  "22" GO       ROT-GSGR-10.
       ROT-GSGR-90.
           EXIT.

       ROT-CADT-00.
           MOVE     CLI-AUX  TO  CLI-ADT
           MOVE     DTA-LCT  TO  DTA-ADT
           MOVE     ZEROS    TO  LCT-ADT
           MOVE     "D"      TO  TIP-ADT
           MOVE     TOT-DVV  TO  VAL-ADT
           MOVE     CPO-AUX  TO  CPM-ADT
           MOVE     PRM-OPR  TO  OPR-ADT
           ACCEPT   HRA-ADT  FROM  TIME.
       ROT-CADT-10.
           WRITE    REG-ADT      ADD   1  TO  LCT-ADT
           IF  FST-ADT   =  "22" GO       ROT-CADT-10.
       ROT-CADT-90.
           EXIT.

       ROT-EPTS-00.
           IF  PTO-AUX   =   0   OR   CLO-AUX  =  0  OR
               VLO-AUX   =   0   GO       ROT-EPTS-90.
           COMPUTE  PTS-DEB  =   PTO-AUX  *   TOT-DVV  /  VLO-AUX
           MOVE     CLO-AUX  TO  CHV-PON
           READ     CADPON
           IF  FST-PON  NOT  =  "00"
                                 GO       ROT-EPTS-90.
           IF  SDO-PON   <       PTS-DEB
                                 MOVE     ZEROS    TO  SDO-PON
           ELSE                  SUBTRACT PTS-DEB  FROM  SDO-PON.
           REWRITE  REG-PON.
       ROT-EPTS-90.
           EXIT.

       ROT-RDVV-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           ADD      1        TO  PAG-CB1  CHV-TMP
           MOVE     PAG-CB1  TO  PAG-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     NDV-AUX  TO  NDV-CB5
           MOVE     CPO-AUX  TO  CPO-CB5
           MOVE     DTA-LCT  TO  DTA-CB5
           ADD      1        TO  CHV-TMP
           MOVE     2        TO  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     3        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  IND2.

       ROT-RDVV-10.
           ADD      1        TO  IND2
           IF  IND2      >       QTI-DRT
                                 GO       ROT-RDVV-20.
           MOVE     PRX-DRT (IND2)  TO  PRL-AUX  PRX-EST
           MOVE     SUF-DRT (IND2)  TO  SFL-AUX  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     DES-EST  TO  DSL-AUX
           ELSE                  MOVE     SPACES   TO  DSL-AUX.
           MOVE     QTD-DRT (IND2)  TO  QTL-AUX
           MOVE     VAL-DRT (IND2)  TO  VLL-AUX
           MOVE     LIN-AUX  TO  ITN-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-RDVV-10.

       ROT-RDVV-20.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TOT-DVV  TO  VAL-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           IF  RES-AUX   =  "D"  MOVE  "DINHEIRO"         TO  RES-TT5.
           IF  RES-AUX   =  "P"  MOVE  "PIX"              TO  RES-TT5.
           IF  RES-AUX   =  "R"  MOVE  "ESTORNO CARTAO"   TO  RES-TT5.
           IF  RES-AUX   =  "C"  MOVE  "CREDITO CLIENTE"  TO  RES-TT5.
           MOVE     CLI-AUX  TO  CLI-TT5
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-005  TO  DET-TMP
           WRITE    REG-TMP
           IF  NSU-AUX   >   0   MOVE     NSU-AUX  TO  NSU-TT4
                                 MOVE     BND-AUX  TO  BND-TT4
                                 ADD      1        TO  CHV-TMP
                                                       LIN-TMP
                                 MOVE     TOT-004  TO  DET-TMP
                                 WRITE    REG-TMP.
           MOVE     PAG-CB1  TO  PAG-IMP
           CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP.
       ROT-RDVV-90.
           EXIT.

       ROT-RESG-00.
           IF  PGP-AUX   =   0   GO       ROT-RESG-90.
           COMPUTE  PTS-DEB  =   PGP-AUX  *   100
               CXA-SGR  NOT  =   CXA-AUX
                                 GO       ROT-GAVE-30.
           IF  TIP-SGR   =  "G"  SUBTRACT VAL-SGR FROM DIN-TUR.
           IF  TIP-SGR   =  "D"  SUBTRACT VAL-SGR FROM DIN-TUR.
           IF  TIP-SGR   =  "P"  ADD      VAL-SGR TO   DIN-TUR.
           GO       ROT-GAVE-30.

           MOVE     "N"      TO  CIN-AUX
           MOVE     ZEROS    TO  CCU-AUX
           MOVE     SPACES   TO  PLI-AUX
           MOVE     "N"      TO  FRT-AUX
           MOVE     ZEROS    TO  MTF-AUX
           IF  CLI-AUX   >   0   PERFORM  ROT-FROT-00
                                    THRU  ROT-FROT-90
                                 GO       ROT-CINT-90.
           DISPLAY  TELA-CIN.

       ROT-CINT-10.
       ROT-CINT-90.
           EXIT.

       ROT-FROT-00.
           MOVE     CLI-AUX  TO  CLI-PRP
           MOVE     SPACES   TO  TIP-PRP  IDT-PRP  PRX-PRP
           MOVE     ZEROS    TO  SUF-PRP
           START    CADPRP       KEY  NOT  <  CHV-PRP
           IF  FST-PRP  NOT  =  "00"
                                 GO       ROT-FROT-90.
           READ     CADPRP  NEXT
           IF  FST-PRP  NOT  =  "00"  OR
               CLI-PRP  NOT  =   CLI-AUX
                                 GO       ROT-FROT-90.
           MOVE     "S"      TO  FRT-AUX
           DISPLAY  TELA-FRT.

       ROT-FROT-10.
           ACCEPT   PLF-E09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-FROT-10.
           ACCEPT   MTF-E09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-FROT-10.
           DISPLAY  LIMP-CIN.
       ROT-FROT-90.
           EXIT.

       ROT-GCIN-00.
           MOVE     SPACES   TO  CHV-LDP
           MOVE     "CI"     TO  CHV-LDP (1:2)
       ROT-GCIN-90.
           EXIT.

       ROT-CHQG-00.
           MOVE     "N"      TO  FLG-CHQ
           MOVE     ZEROS    TO  CPC-AUX  BCC-AUX  AGC-AUX  NCQ-AUX
           MOVE     SPACES   TO  CTC-AUX  APR-CGR
           DISPLAY  TELA-CHQ.

       ROT-CHQG-10.
           ACCEPT   CPC-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CHQG-80.
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
                                 GO       ROT-CHQG-10.
           IF  CPC-AUX   =   0   GO       ROT-CHQG-10.
           ACCEPT   BCC-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CHQG-10.
           ACCEPT   AGC-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CHQG-10.
           ACCEPT   CTC-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CHQG-10.
           ACCEPT   NCQ-E10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   01  GO       ROT-CHQG-10.
           IF  BCC-AUX   =   0   OR   CTC-AUX  =  SPACES
               OR  NCQ-AUX   =   0
                                 GO       ROT-CHQG-10.
           MOVE     "C"      TO  FUN-CGR
           MOVE     "1219"   TO  PRG-CGR
           MOVE     PRM-OPR  TO  OPR-CGR
           MOVE     CPC-AUX  TO  CPF-CGR
           MOVE     BCC-AUX  TO  BCO-CGR
           MOVE     AGC-AUX  TO  AGE-CGR
           MOVE     CTC-AUX  TO  CTA-CGR
           MOVE     NCQ-AUX  TO  NUM-CGR
           MOVE     CHQ-AUX  TO  VAL-CGR
           MOVE     NUM-AUX  TO  DOC-CGR
           CALL     "DYCHQG"     USING    PRM-CGR
           DISPLAY  APR-T10
           IF  DEV-CGR   =  "S"  MOVE     91       TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           IF  RSP-CGR   =  "A"  AND  DEV-CGR  NOT  =  "S"
                                 MOVE     "A"      TO  STA-CGR
                                 MOVE     "S"      TO  FLG-CHQ
                                 GO       ROT-CHQG-70.
           IF  RSP-CGR  NOT  =  "A"
                                 MOVE     90       TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           IF  FLG-SPV   =  "S"  MOVE     "L"      TO  STA-CGR
                                 MOVE     SPV-AUX  TO  SPV-CGR
                                 MOVE     "S"      TO  FLG-CHQ
           ELSE                  MOVE     "R"      TO  STA-CGR.

       ROT-CHQG-70.
           MOVE     "R"      TO  FUN-CGR
           CALL     "DYCHQG"     USING    PRM-CGR.
       ROT-CHQG-80.
           DISPLAY  LIMP-CHQ.
       ROT-CHQG-90.
           EXIT.

       ROT-ALRT-00.
           MOVE     "CHQ"    TO  EVT-ALR
           MOVE     "1219"   TO  PRG-ALR
           MOVE     PRM-OPR  TO  OPR-ALR
           MOVE     NUM-AUX  TO  REF-ALR
           MOVE     CHQ-AUX  TO  VAL-ALR  VLR-ALR
           MOVE     SPACES   TO  MSG-ALR
           STRING   "CHEQUE NO CUPOM "   DELIMITED  BY  SIZE
                    NUM-AUX              DELIMITED  BY  SIZE
                    " VALOR R$"          DELIMITED  BY  SIZE
                    VLR-ALR              DELIMITED  BY  SIZE
                    INTO     MSG-ALR
           CALL     "DYALRT" USING  PRM-ALR.
       ROT-ALRT-90.
           EXIT.

       ROT-TEF-00.
           MOVE     "N"      TO  STA-TEF
           MOVE     ZEROS    TO  NSU-AUX  ADQ-AUX  PAR-AUX
           MOVE     SPACES   TO  BND-AUX  PRD-AUX
           OPEN     OUTPUT   ARQTEF
           MOVE     CRT-AUX  TO  CRT-ED
           MOVE     SPACES   TO  LIN-TEF
                              NSU-AUX
                              BND-AUX
                              STA-TEF
                              ADQ-AUX
                              PRD-AUX
                              PAR-AUX
           IF  CUP-TRS  NOT  =   NUM-AUX  OR
               VLR-TRS  NOT  =   CRT-AUX
                                 MOVE     "N"      TO  STA-TEF
                                 MOVE     ZEROS    TO  NSU-AUX
                                 MOVE     SPACES   TO  BND-AUX.
           IF  PRD-AUX   =       SPACE
                                 MOVE     "C"      TO  PRD-AUX.
           IF  PAR-AUX   =       ZEROS
                                 MOVE     1        TO  PAR-AUX.
       ROT-TEF-80.
           CLOSE    ARQTRS
           IF  STA-TEF   =  "A"  OPEN     OUTPUT   ARQTRS
                    CADATV   CADLTE  CADOPR  CADPON
                    CADPRS   CADSGR  CADVDF  CADTNQ
                    CADOVR   CADADT  CADVLE  CADJRN
                    CADCPR   CADLDP  CADVAS  CADMVS
                    CADDVV   CADPRP  CADRCP
           DELETE   FILE     CADTMP  GOBACK.
