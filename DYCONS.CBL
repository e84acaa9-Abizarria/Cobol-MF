       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYCONS.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
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

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       ALTERNATE RECORD  KEY     IS  CLI-FAT
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-FAT
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADCPM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE RECORD  KEY     IS  CLI-NTA
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-NTA
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CNSCSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CSV.

           SELECT      CADSRT        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-SRT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADQRY.CPY.
       COPY  CADDIC.CPY.
       COPY  CADOPR.CPY.
       COPY  CADTMP.CPY.
       COPY  CADEST.CPY.
       COPY  CADCLI.CPY.
       COPY  CADFAT.CPY.
       COPY  CADCPM.CPY.
       COPY  CADLCP.CPY.
       COPY  CADNTA.CPY.
       COPY  CADFRN.CPY.
       COPY  CADVDF.CPY.
       COPY  CADCRD.CPY.

       FD  CNSCSV.
       01  REG-CSV              PIC  X(600).

       SD  CADSRT.

       01  REG-SRT.
           03  AS1-SRT          PIC  X(20).
           03  DS1-SRT          PIC  X(20).
           03  AS2-SRT          PIC  X(20).
           03  DS2-SRT          PIC  X(20).
           03  SEQ-SRT          PIC  9(07).
           03  DET-SRT          PIC  X(300).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-QRY          PIC  X(02).
           03  FST-DIC          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-CSV          PIC  X(02).
           03  FST-SRT          PIC  X(02).
           03  FST-GEN          PIC  X(02).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  IND5             PIC  9(02).
           03  IND-ARQ          PIC  9(02).
           03  QTD-CMP          PIC  9(02).
           03  QTD-ACH          PIC  9(03).
           03  POS-AUX          PIC  9(04).
           03  TAM-AUX          PIC  9(03).
           03  PNT-AUX          PIC  9(03).
           03  PNT-CSV          PIC  9(03).
           03  INI-EDT          PIC  9(02).
           03  LEN-EDT          PIC  9(02).
           03  FLG-LGP          PIC  X(01).
           03  FLG-OK           PIC  X(01).
           03  FLG-IMP          PIC  X(01).
           03  FLG-CSV          PIC  X(01).
           03  NOM-AUX          PIC  X(10).
           03  ENV-NOM          PIC  X(10).
           03  KEY-AUX          PIC  X(20).
           03  TXT-FLD          PIC  X(60).
           03  TXT-EDT          PIC  X(60).

           03  NUM-ALF          PIC  X(18).
           03  NUM-SNL   REDEFINES   NUM-ALF
                                PIC S9(18).
           03  VAL-CMP          PIC S9(13)V9(05).
           03  CHV-NUM          PIC  9(13)V9(05).
           03  CHV-ALF   REDEFINES   CHV-NUM
                                PIC  X(18).

           03  EDT-DC0          PIC  ---------------9.
           03  EDT-DC1          PIC  -------------9,9.
           03  EDT-DC2          PIC  ------------9,99.
           03  EDT-DC3          PIC  -----------9,999.
           03  EDT-DC4          PIC  ----------9,9999.

           03  DTA-NUM          PIC  9(06).
           03  DTA-RED   REDEFINES   DTA-NUM.
               05  ANO-NUM      PIC  9(02).
               05  MES-NUM      PIC  9(02).
               05  DIA-NUM      PIC  9(02).
           03  DTA-EDT.
               05  DIA-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-EDT      PIC  9(02).

           03  VFL-AUX          PIC  X(20).
           03  DIA-FLT          PIC  X(02).
           03  MES-FLT          PIC  X(02).
           03  ANO-FLT          PIC  X(02).
           03  CHR-AUX          PIC  X(01).
           03  CHR-NUM   REDEFINES   CHR-AUX
                                PIC  9(01).
           03  INT-ACU          PIC  9(13).
           03  DCM-ACU          PIC  9(05).
           03  QDC-AUX          PIC  9(01).
           03  FLG-VIR          PIC  X(01).
           03  FLG-NEG          PIC  X(01).
           03  FLG-DIG          PIC  X(01).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  TAB-POT          PIC  X(30)  VALUE
               "000001000010000100001000010000".
           03  RED-POT   REDEFINES   TAB-POT.
               05  POT-TAB      PIC  9(06)  OCCURS  05.

           03  TAB-ARQ          PIC  X(54)  VALUE
               "CADESTCADCLICADFATCADCPMCADLCPCADNTACADFRNCADVDFCADCRD".
           03  RED-ARQ   REDEFINES   TAB-ARQ.
               05  ARQ-TAB      PIC  X(06)  OCCURS  09.

           03  TAB-CMP.
               05  CMP-TAB                  OCCURS  14.
                   07  NOM-TAB  PIC  X(10).
                   07  DES-TAB  PIC  X(25).
                   07  POS-TAB  PIC  9(04).
                   07  TAM-TAB  PIC  9(03).
                   07  TIP-TAB  PIC  X(01).
                   07  DEC-TAB  PIC  9(01).
                   07  WID-TAB  PIC  9(02).

           03  TAB-FLT.
               05  FLT-TAB                  OCCURS  04.
                   07  OPF-TAB  PIC  X(02).
                   07  VNF-TAB  PIC S9(13)V9(05).
                   07  VTX-TAB  PIC  X(60).
                   07  LVF-TAB  PIC  9(02).

           03  TAB-SOR.
               05  SOR-TAB      PIC  X(01)  OCCURS  02.

       01  REG-GEN              PIC  X(300).

       01  LIN-MNT              PIC  X(137).

       01  LIN-CSV              PIC  X(600).

       01  CAB-001.
           03  FILLER           PIC  X(47)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(38)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  TIT-CB2          PIC X(125).
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC X(137)  VALUE  ALL  "-".

       01  CAB-004              PIC X(137).

       01  CAB-005              PIC X(137)  VALUE  ALL  "- ".

       01  TOT-001.
           03  FILLER           PIC  X(24)  VALUE
               "REGISTROS LIDOS .......:".
           03  LID-TT1          PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  FILLER           PIC  X(24)  VALUE
               "REGISTROS SELECIONADOS :".
           03  SEL-TT1          PIC  Z.ZZZ.ZZ9.

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
           03  CGC-NOM          PIC  9(14).
           03  INS-NOM          PIC  X(15).
           03  END-NOM          PIC  X(40).
           03  CEP-NOM          PIC  9(08).
           03  CID-NOM          PIC  X(25).
           03  EST-NOM          PIC  X(02).

       01  PRM-CAB.
           03  SEM-CAB          PIC  X(04).
           03  DIA-CAB          PIC  9(02).
           03  B01-CAB          PIC  X(01).
           03  MES-CAB          PIC  9(02).
           03  B02-CAB          PIC  X(01).
           03  ANO-CAB          PIC  9(02).

       01  PRM-AUD.
           03  PRG-AUD          PIC  X(06).
           03  OPR-AUD          PIC  X(10).
           03  ARQ-AUD          PIC  X(06).
           03  CHA-AUD          PIC  X(10).
           03  TIP-AUD          PIC  X(01).
           03  ANT-AUD          PIC  X(60).
           03  NOV-AUD          PIC  X(60).

       LINKAGE         SECTION.

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

       PROCEDURE       DIVISION  USING  PRM-CNS.

       ROT-0000-00.
           MOVE     ZEROS    TO  LID-CNS  SEL-CNS  PAG-CNS
           MOVE     SPACES   TO  CSV-CNS  ERR-CNS
           MOVE     "00"     TO  RET-CNS
           MOVE     "N"      TO  FLG-LGP
           OPEN     INPUT        CADQRY
           MOVE     COD-CNS  TO  CHV-QRY
           READ     CADQRY
           IF  FST-QRY  NOT  =  "00"
                                 MOVE     "01"     TO  RET-CNS
                                 CLOSE    CADQRY
                                 GOBACK.
           CLOSE    CADQRY
           OPEN     INPUT        CADDIC   CADOPR
           MOVE     OPR-CNS  TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
                                 MOVE     "04"     TO  RET-CNS
                                 GO       ROT-SAIR-00.
           PERFORM  ROT-VALI-00
              THRU  ROT-VALI-90
           IF  RET-CNS  NOT  =  "00"  OR  FUN-CNS  =  "V"
                                 GO       ROT-SAIR-00.
           PERFORM  ROT-EXEC-00
              THRU  ROT-EXEC-90
           IF  FLG-LGP   =  "S"  AND  SEL-CNS  >  0
                                 PERFORM  ROT-LGPD-00
                                    THRU  ROT-LGPD-90.
       ROT-SAIR-00.
           CLOSE    CADDIC       CADOPR
           GOBACK.

       ROT-VALI-00.
           MOVE     ARQ-QRY  TO  ARQ-DIC  ERR-CNS
           MOVE     ZEROS    TO  SEQ-DIC
           READ     CADDIC
           IF  FST-DIC  NOT  =  "00"  OR  TAM-DIC  >  300
                                 MOVE     "02"     TO  RET-CNS
                                 GO       ROT-VALI-90.
           IF  PRG-DIC   >    0  AND
               PRG-OP1 (PRG-DIC)  =  "N"
                                 MOVE     "04"     TO  RET-CNS
                                 GO       ROT-VALI-90.
           MOVE     1        TO  IND-ARQ.

       ROT-VALI-05.
           IF  ARQ-TAB (IND-ARQ)  =  ARQ-QRY
                                 GO       ROT-VALI-10.
           ADD      1        TO  IND-ARQ
           IF  IND-ARQ   <   10  GO       ROT-VALI-05.
           MOVE     "02"     TO  RET-CNS
           GO       ROT-VALI-90.

       ROT-VALI-10.
           MOVE     SPACES   TO  TAB-CMP  TAB-FLT  TAB-SOR  ERR-CNS
           MOVE     ZEROS    TO  QTD-CMP
           MOVE     1        TO  IND1.

       ROT-VALI-15.
           IF  CMP-QRY (IND1)  =  SPACES
                                 GO       ROT-VALI-20.
           ADD      1        TO  QTD-CMP
           MOVE     QTD-CMP  TO  IND2
           MOVE     CMP-QRY (IND1)    TO  NOM-AUX
           PERFORM  ROT-BUSC-00
              THRU  ROT-BUSC-90
           IF  RET-CNS  NOT  =  "00"
                                 GO       ROT-VALI-90.

       ROT-VALI-20.
           ADD      1        TO  IND1
           IF  IND1      <    9  GO       ROT-VALI-15.
           IF  QTD-CMP   =    0  MOVE     "03"     TO  RET-CNS
                                 GO       ROT-VALI-90.
           MOVE     1        TO  IND1.

       ROT-VALI-25.
           IF  CFL-QRY (IND1)  =  SPACES
                                 GO       ROT-VALI-30.
           COMPUTE  IND2     =   IND1  +  8
           MOVE     CFL-QRY (IND1)    TO  NOM-AUX
           PERFORM  ROT-BUSC-00
              THRU  ROT-BUSC-90
           IF  RET-CNS  NOT  =  "00"
                                 GO       ROT-VALI-90.
           PERFORM  ROT-CVLR-00
              THRU  ROT-CVLR-90
           IF  RET-CNS  NOT  =  "00"
                                 GO       ROT-VALI-90.

       ROT-VALI-30.
           ADD      1        TO  IND1
           IF  IND1      <    5  GO       ROT-VALI-25.
           MOVE     1        TO  IND1.

       ROT-VALI-35.
           IF  COR-QRY (IND1)  =  SPACES
                                 GO       ROT-VALI-40.
           COMPUTE  IND2     =   IND1  +  12
           MOVE     COR-QRY (IND1)    TO  NOM-AUX
           PERFORM  ROT-BUSC-00
              THRU  ROT-BUSC-90
           IF  RET-CNS  NOT  =  "00"
                                 GO       ROT-VALI-90.
           IF  SOR-QRY (IND1)  =  "D"
                                 MOVE     "D"      TO  SOR-TAB (IND1)
           ELSE                  MOVE     "A"      TO  SOR-TAB (IND1).

       ROT-VALI-40.
           ADD      1        TO  IND1
           IF  IND1      <    3  GO       ROT-VALI-35.

       ROT-VALI-90.
           EXIT.

       ROT-BUSC-00.
           MOVE     ARQ-QRY  TO  ARQ-DIC
           MOVE     ZEROS    TO  SEQ-DIC
           MOVE     NOM-AUX  TO  ERR-CNS
           MOVE     "03"     TO  RET-CNS
           START    CADDIC       KEY  >   CHV-DIC
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-BUSC-90.

       ROT-BUSC-10.
           READ     CADDIC  NEXT
           IF  FST-DIC  NOT  =  "00"
                                 GO       ROT-BUSC-90.
           IF  ARQ-DIC  NOT  =   ARQ-QRY
                                 GO       ROT-BUSC-90.
           IF  NOM-DIC  NOT  =   NOM-AUX
                                 GO       ROT-BUSC-10.
           MOVE     "05"     TO  RET-CNS
           IF  PRG-DIC   >    0  AND
               PRG-OP1 (PRG-DIC)  =  "N"
                                 GO       ROT-BUSC-90.
           IF  LGP-DIC   =  "S"  AND  PRG-DIC  =  0
                                 GO       ROT-BUSC-90.
           IF  LGP-DIC   =  "S"  MOVE     "S"      TO  FLG-LGP.
           MOVE     NOM-DIC  TO  NOM-TAB (IND2)
           MOVE     DES-DIC  TO  DES-TAB (IND2)
           MOVE     POS-DIC  TO  POS-TAB (IND2)
           MOVE     TAM-DIC  TO  TAM-TAB (IND2)
           MOVE     TIP-DIC  TO  TIP-TAB (IND2)
           MOVE     DEC-DIC  TO  DEC-TAB (IND2)
           MOVE     16       TO  WID-TAB (IND2)
           IF  TIP-DIC   =  "D"  MOVE     08       TO  WID-TAB (IND2).
           IF  TIP-DIC   =  "X"  MOVE     TAM-DIC  TO  WID-TAB (IND2)
               IF  TAM-DIC   >   40  MOVE  40  TO  WID-TAB (IND2)
               ELSE
               IF  TAM-DIC   <   05  MOVE  05  TO  WID-TAB (IND2).
           MOVE     SPACES   TO  ERR-CNS
           MOVE     "00"     TO  RET-CNS.

       ROT-BUSC-90.
           EXIT.

       ROT-CVLR-00.
           MOVE     "06"     TO  RET-CNS
           MOVE     CFL-QRY (IND1)    TO  ERR-CNS
           MOVE     OPF-QRY (IND1)    TO  OPF-TAB (IND1)
           MOVE     VFL-QRY (IND1)    TO  VFL-AUX
           MOVE     ZEROS    TO  VNF-TAB (IND1)  LVF-TAB (IND1)
           MOVE     SPACES   TO  VTX-TAB (IND1)
           IF  OPF-TAB (IND1)  NOT  =  "= "  AND  NOT  =  "<>"  AND
                               NOT  =  "> "  AND  NOT  =  "< "  AND
                               NOT  =  ">="  AND  NOT  =  "<="  AND
                               NOT  =  "CT"
                                 GO       ROT-CVLR-90.
           IF  TIP-TAB (IND2)  =  "X"
                                 GO       ROT-CVLR-10.
           IF  OPF-TAB (IND1)  =  "CT"
                                 GO       ROT-CVLR-90.
           IF  TIP-TAB (IND2)  =  "D"
                                 GO       ROT-CVLR-20.
           GO       ROT-CVLR-30.

       ROT-CVLR-10.
           MOVE     VFL-AUX  TO  VTX-TAB (IND1)
           MOVE     20       TO  LVF-TAB (IND1).

       ROT-CVLR-15.
           IF  LVF-TAB (IND1)  >  0  AND
               VFL-AUX (LVF-TAB (IND1):1)  =  SPACE
                                 SUBTRACT 1  FROM  LVF-TAB (IND1)
                                 GO       ROT-CVLR-15.
           IF  OPF-TAB (IND1)  =  "CT"  AND
               LVF-TAB (IND1)  =   0
                                 GO       ROT-CVLR-90.
           GO       ROT-CVLR-80.

       ROT-CVLR-20.
           IF  VFL-AUX (3:1)   =  "/"
                                 MOVE     VFL-AUX (1:2)  TO  DIA-FLT
                                 MOVE     VFL-AUX (4:2)  TO  MES-FLT
                                 MOVE     VFL-AUX (7:2)  TO  ANO-FLT
           ELSE                  MOVE     VFL-AUX (1:2)  TO  DIA-FLT
                                 MOVE     VFL-AUX (3:2)  TO  MES-FLT
                                 MOVE     VFL-AUX (5:2)  TO  ANO-FLT.
           IF  DIA-FLT  NOT  NUMERIC  OR  MES-FLT  NOT  NUMERIC  OR
               ANO-FLT  NOT  NUMERIC
                                 GO       ROT-CVLR-90.
           MOVE     DIA-FLT  TO  DIA-NUM
           MOVE     MES-FLT  TO  MES-NUM
           MOVE     ANO-FLT  TO  ANO-NUM
           MOVE     DTA-NUM  TO  VNF-TAB (IND1)
           GO       ROT-CVLR-80.

       ROT-CVLR-30.
           MOVE     ZEROS    TO  INT-ACU  DCM-ACU  QDC-AUX
           MOVE     "N"      TO  FLG-VIR  FLG-NEG  FLG-DIG
           MOVE     1        TO  IND5.

       ROT-CVLR-35.
           MOVE     VFL-AUX (IND5:1)  TO  CHR-AUX
           IF  CHR-AUX   =  SPACE  OR  CHR-AUX  =  "."
                                 GO       ROT-CVLR-40.
           IF  CHR-AUX   =  "-"  MOVE     "S"      TO  FLG-NEG
                                 GO       ROT-CVLR-40.
           IF  CHR-AUX   =  ","
               IF  FLG-VIR   =  "S"
                                 GO       ROT-CVLR-90
               ELSE              MOVE     "S"      TO  FLG-VIR
                                 GO       ROT-CVLR-40.
           IF  CHR-AUX  NOT  NUMERIC
                                 GO       ROT-CVLR-90.
           MOVE     "S"      TO  FLG-DIG
           IF  FLG-VIR   =  "N"  COMPUTE  INT-ACU  =
                                          INT-ACU  *  10  +  CHR-NUM
           ELSE
               IF  QDC-AUX   <    4
                                 ADD      1        TO  QDC-AUX
                                 COMPUTE  DCM-ACU  =
                                          DCM-ACU  *  10  +  CHR-NUM.
       ROT-CVLR-40.
           ADD      1        TO  IND5
           IF  IND5      <   21  GO       ROT-CVLR-35.
           IF  FLG-DIG   =  "N"  GO       ROT-CVLR-90.
           COMPUTE  VNF-TAB (IND1)  =  INT-ACU  +
                                       DCM-ACU  /  POT-TAB (QDC-AUX + 1)
           IF  FLG-NEG   =  "S"  COMPUTE  VNF-TAB (IND1)  =
                                          VNF-TAB (IND1)  *  -1.
       ROT-CVLR-80.
           MOVE     SPACES   TO  ERR-CNS
           MOVE     "00"     TO  RET-CNS.

       ROT-CVLR-90.
           EXIT.

       ROT-VALR-00.
           MOVE     POS-TAB (IND2)    TO  POS-AUX
           MOVE     TAM-TAB (IND2)    TO  TAM-AUX
           IF  TIP-TAB (IND2)  =  "X"
                                 MOVE     SPACES   TO  TXT-FLD
                                 MOVE     REG-GEN (POS-AUX:TAM-AUX)
                                                   TO  TXT-FLD
                                 GO       ROT-VALR-90.
           MOVE     ZEROS    TO  NUM-ALF
           COMPUTE  IND5     =   19  -  TAM-AUX
           MOVE     REG-GEN (POS-AUX:TAM-AUX)
                             TO  NUM-ALF (IND5:TAM-AUX)
           INSPECT  NUM-ALF      REPLACING  ALL  SPACE  BY  ZERO
           IF  TIP-TAB (IND2)  =  "D"  OR  DEC-TAB (IND2)  =  0
                                 MOVE     NUM-SNL  TO  VAL-CMP
           ELSE                  COMPUTE  VAL-CMP  =   NUM-SNL  /
                                          POT-TAB (DEC-TAB (IND2) + 1).
       ROT-VALR-90.
           EXIT.

       ROT-FILT-00.
           MOVE     "S"      TO  FLG-OK
           MOVE     1        TO  IND1.

       ROT-FILT-10.
           IF  OPF-TAB (IND1)  =  SPACES
                                 GO       ROT-FILT-20.
           COMPUTE  IND2     =   IND1  +  8
           PERFORM  ROT-VALR-00
              THRU  ROT-VALR-90
           IF  TIP-TAB (IND2)  =  "X"
                                 PERFORM  ROT-FTXT-00
                                    THRU  ROT-FTXT-90
           ELSE                  PERFORM  ROT-FNUM-00
                                    THRU  ROT-FNUM-90.
           IF  FLG-OK    =  "N"  GO       ROT-FILT-90.

       ROT-FILT-20.
           ADD      1        TO  IND1
           IF  IND1      <    5  GO       ROT-FILT-10.

       ROT-FILT-90.
           EXIT.

       ROT-FTXT-00.
           IF  OPF-TAB (IND1)  =  "CT"
                                 MOVE     ZEROS    TO  QTD-ACH
                                 INSPECT  TXT-FLD  TALLYING  QTD-ACH
                                     FOR  ALL  VTX-TAB (IND1)
                                              (1:LVF-TAB (IND1))
                                 IF  QTD-ACH   =    0
                                     MOVE     "N"      TO  FLG-OK
                                     GO       ROT-FTXT-90
                                 ELSE
                                     GO       ROT-FTXT-90.
           IF  OPF-TAB (IND1)  =  "= "  AND
               TXT-FLD  NOT  =   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "<>"  AND
               TXT-FLD       =   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "> "  AND
               TXT-FLD  NOT  >   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "< "  AND
               TXT-FLD  NOT  <   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  ">="  AND
               TXT-FLD       <   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "<="  AND
               TXT-FLD       >   VTX-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
       ROT-FTXT-90.
           EXIT.

       ROT-FNUM-00.
           IF  OPF-TAB (IND1)  =  "= "  AND
               VAL-CMP  NOT  =   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "<>"  AND
               VAL-CMP       =   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "> "  AND
               VAL-CMP  NOT  >   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "< "  AND
               VAL-CMP  NOT  <   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  ">="  AND
               VAL-CMP       <   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
           IF  OPF-TAB (IND1)  =  "<="  AND
               VAL-CMP       >   VNF-TAB (IND1)
                                 MOVE     "N"      TO  FLG-OK.
       ROT-FNUM-90.
           EXIT.

       ROT-CHAV-00.
           MOVE     SPACES   TO  KEY-AUX
           IF  NOM-TAB (IND2)  =  SPACES
                                 GO       ROT-CHAV-90.
           PERFORM  ROT-VALR-00
              THRU  ROT-VALR-90
           IF  TIP-TAB (IND2)  =  "X"
                                 MOVE     TXT-FLD  TO  KEY-AUX
           ELSE                  COMPUTE  CHV-NUM  =
                                          VAL-CMP  +  5000000000000
                                 MOVE     CHV-ALF  TO  KEY-AUX.
       ROT-CHAV-90.
           EXIT.

       ROT-EDIT-00.
           MOVE     SPACES   TO  TXT-EDT
           MOVE     1        TO  INI-EDT
           MOVE     ZEROS    TO  LEN-EDT
           PERFORM  ROT-VALR-00
              THRU  ROT-VALR-90
           IF  TIP-TAB (IND2)  =  "X"
                                 GO       ROT-EDIT-10.
           IF  TIP-TAB (IND2)  =  "D"
                                 GO       ROT-EDIT-20.
           GO       ROT-EDIT-30.

       ROT-EDIT-10.
           MOVE     TXT-FLD  TO  TXT-EDT
           INSPECT  TXT-EDT      REPLACING  ALL  ";"  BY  ","
           MOVE     TAM-AUX  TO  LEN-EDT.

       ROT-EDIT-15.
           IF  LEN-EDT   >    0  AND
               TXT-EDT (LEN-EDT:1)  =  SPACE
                                 SUBTRACT 1        FROM  LEN-EDT
                                 GO       ROT-EDIT-15.
           GO       ROT-EDIT-90.

       ROT-EDIT-20.
           IF  VAL-CMP   =    0  GO       ROT-EDIT-90.
           MOVE     VAL-CMP  TO  DTA-NUM
           MOVE     DIA-NUM  TO  DIA-EDT
           MOVE     MES-NUM  TO  MES-EDT
           MOVE     ANO-NUM  TO  ANO-EDT
           MOVE     DTA-EDT  TO  TXT-EDT
           MOVE     08       TO  LEN-EDT
           GO       ROT-EDIT-90.

       ROT-EDIT-30.
           GO       ROT-EDIT-40  ROT-EDIT-41  ROT-EDIT-42
                    ROT-EDIT-43  ROT-EDIT-44
                    DEPENDING    ON       DEC-TAB (IND2).
           MOVE     VAL-CMP  TO  EDT-DC0
           MOVE     EDT-DC0  TO  TXT-EDT
           GO       ROT-EDIT-50.

       ROT-EDIT-40.
           MOVE     VAL-CMP  TO  EDT-DC0
           MOVE     EDT-DC0  TO  TXT-EDT
           GO       ROT-EDIT-50.

       ROT-EDIT-41.
           MOVE     VAL-CMP  TO  EDT-DC1
           MOVE     EDT-DC1  TO  TXT-EDT
           GO       ROT-EDIT-50.

       ROT-EDIT-42.
           MOVE     VAL-CMP  TO  EDT-DC2
           MOVE     EDT-DC2  TO  TXT-EDT
           GO       ROT-EDIT-50.

       ROT-EDIT-43.
           MOVE     VAL-CMP  TO  EDT-DC3
           MOVE     EDT-DC3  TO  TXT-EDT
           GO       ROT-EDIT-50.

       ROT-EDIT-44.
           MOVE     VAL-CMP  TO  EDT-DC4
           MOVE     EDT-DC4  TO  TXT-EDT.

       ROT-EDIT-50.
           MOVE     ZEROS    TO  QTD-ACH
           INSPECT  TXT-EDT (1:16)   TALLYING  QTD-ACH
                                     FOR  LEADING  SPACES
           COMPUTE  INI-EDT  =   QTD-ACH  +  1
           COMPUTE  LEN-EDT  =   16  -  QTD-ACH.

       ROT-EDIT-90.
           EXIT.

       ROT-EXEC-00.
           MOVE     "N"      TO  FLG-IMP  FLG-CSV
           IF  SAI-QRY   =  "I"  OR  SAI-QRY  =  "A"
                                 MOVE     "S"      TO  FLG-IMP.
           IF  SAI-QRY   =  "C"  OR  SAI-QRY  =  "A"
                                 MOVE     "S"      TO  FLG-CSV.
           IF  FLG-IMP   =  "N"  AND  FLG-CSV  =  "N"
                                 MOVE     "S"      TO  FLG-IMP.
           SORT     CADSRT       ON   ASCENDING   KEY  AS1-SRT
                                      DESCENDING  KEY  DS1-SRT
                                      ASCENDING   KEY  AS2-SRT
                                      DESCENDING  KEY  DS2-SRT
                                      ASCENDING   KEY  SEQ-SRT
                                 INPUT    PROCEDURE  IS   ROT-SELE-00
                                 OUTPUT   PROCEDURE  IS   ROT-SAID-00.
       ROT-EXEC-90.
           EXIT.

       ROT-ABRE-00.
           GO       ROT-ABRE-01  ROT-ABRE-02  ROT-ABRE-03
                    ROT-ABRE-04  ROT-ABRE-05  ROT-ABRE-06
                    ROT-ABRE-07  ROT-ABRE-08  ROT-ABRE-09
                    DEPENDING    ON       IND-ARQ.
           MOVE     "35"     TO  FST-GEN
           GO       ROT-ABRE-90.

       ROT-ABRE-01.
           OPEN     INPUT        CADEST
           MOVE     LOW-VALUES   TO  CHV-EST
           START    CADEST       KEY  NOT  <  CHV-EST
           MOVE     FST-EST  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-02.
           OPEN     INPUT        CADCLI
           MOVE     ZEROS    TO  CHV-CLI
           START    CADCLI       KEY  NOT  <  CHV-CLI
           MOVE     FST-CLI  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-03.
           OPEN     INPUT        CADFAT
           MOVE     LOW-VALUES   TO  CHV-FAT
           START    CADFAT       KEY  NOT  <  CHV-FAT
           MOVE     FST-FAT  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-04.
           OPEN     INPUT        CADCPM
           MOVE     ZEROS    TO  CHV-CPM
           START    CADCPM       KEY  NOT  <  CHV-CPM
           MOVE     FST-CPM  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-05.
           OPEN     INPUT        CADLCP
           MOVE     LOW-VALUES   TO  CHV-LCP
           START    CADLCP       KEY  NOT  <  CHV-LCP
           MOVE     FST-LCP  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-06.
           OPEN     INPUT        CADNTA
           MOVE     LOW-VALUES   TO  CHV-NTA
           START    CADNTA       KEY  NOT  <  CHV-NTA
           MOVE     FST-NTA  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-07.
           OPEN     INPUT        CADFRN
           MOVE     ZEROS    TO  CHV-FRN
           START    CADFRN       KEY  NOT  <  CHV-FRN
           MOVE     FST-FRN  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-08.
           OPEN     INPUT        CADVDF
           MOVE     ZEROS    TO  CHV-VDF
           START    CADVDF       KEY  NOT  <  CHV-VDF
           MOVE     FST-VDF  TO  FST-GEN  GO  ROT-ABRE-90.

       ROT-ABRE-09.
           OPEN     INPUT        CADCRD
           MOVE     LOW-VALUES   TO  CHV-CRD
           START    CADCRD       KEY  NOT  <  CHV-CRD
           MOVE     FST-CRD  TO  FST-GEN.

       ROT-ABRE-90.
           EXIT.

       ROT-LEIT-00.
           MOVE     SPACES   TO  REG-GEN
           GO       ROT-LEIT-01  ROT-LEIT-02  ROT-LEIT-03
                    ROT-LEIT-04  ROT-LEIT-05  ROT-LEIT-06
                    ROT-LEIT-07  ROT-LEIT-08  ROT-LEIT-09
                    DEPENDING    ON       IND-ARQ.
           MOVE     "10"     TO  FST-GEN
           GO       ROT-LEIT-90.

       ROT-LEIT-01.
           READ     CADEST  NEXT MOVE     FST-EST  TO  FST-GEN
           MOVE     REG-EST  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-02.
           READ     CADCLI  NEXT MOVE     FST-CLI  TO  FST-GEN
           MOVE     REG-CLI  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-03.
           READ     CADFAT  NEXT MOVE     FST-FAT  TO  FST-GEN
           MOVE     REG-FAT  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-04.
           READ     CADCPM  NEXT MOVE     FST-CPM  TO  FST-GEN
           MOVE     REG-CPM  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-05.
           READ     CADLCP  NEXT MOVE     FST-LCP  TO  FST-GEN
           MOVE     REG-LCP  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-06.
           READ     CADNTA  NEXT MOVE     FST-NTA  TO  FST-GEN
           MOVE     REG-NTA  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-07.
           READ     CADFRN  NEXT MOVE     FST-FRN  TO  FST-GEN
           MOVE     REG-FRN  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-08.
           READ     CADVDF  NEXT MOVE     FST-VDF  TO  FST-GEN
           MOVE     REG-VDF  TO  REG-GEN  GO       ROT-LEIT-90.

       ROT-LEIT-09.
           READ     CADCRD  NEXT MOVE     FST-CRD  TO  FST-GEN
           MOVE     REG-CRD  TO  REG-GEN.

       ROT-LEIT-90.
           EXIT.

       ROT-FECA-00.
           GO       ROT-FECA-01  ROT-FECA-02  ROT-FECA-03
                    ROT-FECA-04  ROT-FECA-05  ROT-FECA-06
                    ROT-FECA-07  ROT-FECA-08  ROT-FECA-09
                    DEPENDING    ON       IND-ARQ.
           GO       ROT-FECA-90.

       ROT-FECA-01.
           CLOSE    CADEST       GO       ROT-FECA-90.

       ROT-FECA-02.
           CLOSE    CADCLI       GO       ROT-FECA-90.

       ROT-FECA-03.
           CLOSE    CADFAT       GO       ROT-FECA-90.

       ROT-FECA-04.
           CLOSE    CADCPM       GO       ROT-FECA-90.

       ROT-FECA-05.
           CLOSE    CADLCP       GO       ROT-FECA-90.

       ROT-FECA-06.
           CLOSE    CADNTA       GO       ROT-FECA-90.

       ROT-FECA-07.
           CLOSE    CADFRN       GO       ROT-FECA-90.

       ROT-FECA-08.
           CLOSE    CADVDF       GO       ROT-FECA-90.

       ROT-FECA-09.
           CLOSE    CADCRD.

       ROT-FECA-90.
           EXIT.

       ROT-DETL-00.
           MOVE     SPACES   TO  LIN-MNT  LIN-CSV
           MOVE     1        TO  PNT-AUX  PNT-CSV  IND2.

       ROT-DETL-10.
           PERFORM  ROT-EDIT-00
              THRU  ROT-EDIT-90
           IF  PNT-AUX  +  WID-TAB (IND2)  <  139
                                 MOVE     TXT-EDT (1:WID-TAB (IND2))
                                   TO     LIN-MNT (PNT-AUX:
                                                   WID-TAB (IND2)).
           COMPUTE  PNT-AUX  =   PNT-AUX  +  WID-TAB (IND2)  +  1
           IF  IND2      >    1  STRING   ";"  DELIMITED  BY  SIZE
                                          INTO     LIN-CSV
                                          WITH     POINTER  PNT-CSV.
           IF  LEN-EDT   >    0  STRING   TXT-EDT (INI-EDT:LEN-EDT)
                                          DELIMITED  BY  SIZE
                                          INTO     LIN-CSV
                                          WITH     POINTER  PNT-CSV.
           ADD      1        TO  IND2
           IF  IND2  NOT  >  QTD-CMP
                                 GO       ROT-DETL-10.
           IF  FLG-IMP   =  "S"  ADD      1        TO  LIN-TMP
                                 ADD      1        TO  CHV-TMP
                                 MOVE     LIN-MNT  TO  DET-TMP
                                 WRITE    REG-TMP.
           IF  FLG-CSV   =  "S"  WRITE    REG-CSV  FROM  LIN-CSV.
       ROT-DETL-90.
           EXIT.

       ROT-CABC-00.
           MOVE     SPACES   TO  CAB-004  LIN-CSV
           MOVE     1        TO  PNT-AUX  PNT-CSV  IND2.

       ROT-CABC-10.
           IF  PNT-AUX  +  WID-TAB (IND2)  <  139
                                 MOVE     DES-TAB (IND2)
                                   TO     CAB-004 (PNT-AUX:
                                                   WID-TAB (IND2)).
           COMPUTE  PNT-AUX  =   PNT-AUX  +  WID-TAB (IND2)  +  1
           IF  IND2      >    1  STRING   ";"  DELIMITED  BY  SIZE
                                          INTO     LIN-CSV
                                          WITH     POINTER  PNT-CSV.
           STRING   DES-TAB (IND2)    DELIMITED  BY  "  "
                    INTO     LIN-CSV  WITH     POINTER  PNT-CSV
           ADD      1        TO  IND2
           IF  IND2  NOT  >  QTD-CMP
                                 GO       ROT-CABC-10.
       ROT-CABC-90.
           EXIT.

       ROT-PAGI-00.
           ADD      1        TO  PAG-CB1  CHV-TMP
           MOVE     PAG-CB1  TO  PAG-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     2        TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     3        TO  LIN-TMP
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.
       ROT-PAGI-90.
           EXIT.

       ROT-RODA-00.
           ADD      1        TO  CHV-TMP
           MOVE     91       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     92       TO  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     93       TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP.
       ROT-RODA-90.
           EXIT.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
           MOVE    MES-SYS   TO    MES-CAB
           MOVE    ANO-SYS   TO    ANO-CAB
           CALL   "DYNOME"  USING  PRM-NOM
                                   PRM-CAB
           MOVE    CLI-NOM   TO    CLI-CB1
           MOVE    PRM-CAB   TO    DTA-CB2
           MOVE    SPACES    TO    TIT-CB2
           STRING  "CONSULTA "     DELIMITED  BY  SIZE
                   COD-CNS         DELIMITED  BY  SPACE
                   " - "           DELIMITED  BY  SIZE
                   DES-QRY         DELIMITED  BY  SIZE
                   INTO    TIT-CB2.

       ROT-LGPD-00.
           MOVE     "4700"   TO  PRG-AUD
           MOVE     OPR-CNS  TO  OPR-AUD
           MOVE     ARQ-QRY  TO  ARQ-AUD
           MOVE     COD-CNS  TO  CHA-AUD
           MOVE     "I"      TO  TIP-AUD
           MOVE     SPACES   TO  ANT-AUD
           MOVE     "EXTRACAO DE DADOS PESSOAIS (CONSULTA LIVRE)"
                             TO  NOV-AUD
           CALL     "DYAUDI" USING  PRM-AUD.

       ROT-LGPD-90.
           EXIT.

       ROT-SELE-00  SECTION.

       ROT-SELE-10.
           PERFORM  ROT-ABRE-00
              THRU  ROT-ABRE-90
           IF  FST-GEN  NOT  =  "00"
                                 GO       ROT-SELE-80.

       ROT-SELE-20.
           PERFORM  ROT-LEIT-00
              THRU  ROT-LEIT-90
           IF  FST-GEN  NOT  =  "00"
                                 GO       ROT-SELE-80.
           ADD      1        TO  LID-CNS
           PERFORM  ROT-FILT-00
              THRU  ROT-FILT-90
           IF  FLG-OK    =  "N"  GO       ROT-SELE-20.
           ADD      1        TO  SEL-CNS
           MOVE     SPACES   TO  REG-SRT
           MOVE     13       TO  IND2
           PERFORM  ROT-CHAV-00
              THRU  ROT-CHAV-90
           IF  SOR-TAB (1)   =  "D"
                                 MOVE     KEY-AUX  TO  DS1-SRT
           ELSE                  MOVE     KEY-AUX  TO  AS1-SRT.
           MOVE     14       TO  IND2
           PERFORM  ROT-CHAV-00
              THRU  ROT-CHAV-90
           IF  SOR-TAB (2)   =  "D"
                                 MOVE     KEY-AUX  TO  DS2-SRT
           ELSE                  MOVE     KEY-AUX  TO  AS2-SRT.
           MOVE     LID-CNS  TO  SEQ-SRT
           MOVE     REG-GEN  TO  DET-SRT
           RELEASE  REG-SRT      GO       ROT-SELE-20.

       ROT-SELE-80.
           PERFORM  ROT-FECA-00
              THRU  ROT-FECA-90.

       ROT-SAID-00  SECTION.

       ROT-SAID-10.
           PERFORM  ROT-NOME-00
           PERFORM  ROT-CABC-00
              THRU  ROT-CABC-90
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  LIN-TMP
           IF  FLG-IMP   =  "S"  OPEN     OUTPUT   CADTMP
                                 PERFORM  ROT-PAGI-00
                                    THRU  ROT-PAGI-90.
           IF  FLG-CSV   =  "N"  GO       ROT-SAID-20.
           STRING   COD-CNS      DELIMITED  BY  SPACE
                    ".CSV"       DELIMITED  BY  SIZE
                    INTO         CSV-CNS
           MOVE     "dd_CNSCSV"  TO  ENV-NOM
           DISPLAY  ENV-NOM      UPON  ENVIRONMENT-NAME
           DISPLAY  CSV-CNS      UPON  ENVIRONMENT-VALUE
           OPEN     OUTPUT       CNSCSV
           WRITE    REG-CSV      FROM     LIN-CSV.

       ROT-SAID-20.
           RETURN   CADSRT       AT  END  GO  ROT-SAID-80.
           MOVE     DET-SRT  TO  REG-GEN
           IF  FLG-IMP   =  "S"  AND  LIN-TMP  NOT  <  62
                                 PERFORM  ROT-RODA-00
                                    THRU  ROT-RODA-90
                                 PERFORM  ROT-PAGI-00
                                    THRU  ROT-PAGI-90.
           PERFORM  ROT-DETL-00
              THRU  ROT-DETL-90
           GO       ROT-SAID-20.

       ROT-SAID-80.
           IF  FLG-CSV   =  "S"  CLOSE    CNSCSV.
           IF  FLG-IMP   =  "N"  GO       ROT-SAID-90.
           MOVE     LID-CNS  TO  LID-TT1
           MOVE     SEL-CNS  TO  SEL-TT1
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           CLOSE    CADTMP
           MOVE     PAG-CB1  TO  PAG-CNS.

       ROT-SAID-90.
           EXIT.
