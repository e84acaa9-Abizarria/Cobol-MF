       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6076.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADEMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMP
                       FILE          STATUS  IS  FST-EMP.

           SELECT      CADPEM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PEM
                       FILE          STATUS  IS  FST-PEM.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      ARQEMP        ASSIGN  TO  "EMPRESTIMO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQQUI        ASSIGN  TO  "EMPQUITA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-QUI.

           SELECT      ARQSDO        ASSIGN  TO  "EMPSALDO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-SDO.

           SELECT      REL-EMP       ASSIGN  TO  "RELEMP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEMP.CPY.
       COPY  CADPEM.CPY.
       COPY  CADLDP.CPY.

       FD  ARQEMP.
       01  LIN-ARQ               PIC  X(120).

       FD  ARQQUI.
       01  LIN-QUI               PIC  X(80).

       FD  ARQSDO.
       01  LIN-SDO               PIC  X(20).

       FD  REL-EMP.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EMP          PIC  X(02).
           03  FST-PEM          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-QUI          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  NUM-AUX          PIC  X(15).
           03  BCO-AUX          PIC  9(03).
           03  DES-AUX          PIC  X(30).
           03  DTC-AUX          PIC  9(06).
           03  DTV-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(09)V99.
           03  TAX-AUX          PIC  9(02)V9(04).
           03  PRZ-AUX          PIC  9(03).
           03  MET-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  DTA-AUX          PIC  9(06).
           03  DTB-AUX          PIC  9(06).
           03  TXI-AUX          PIC  9(01)V9(06).
           03  FAT-AUX          PIC  9(09)V9(08).
           03  PMT-AUX          PIC  9(09)V99.
           03  AMC-AUX          PIC  9(09)V99.
           03  AMR-AUX          PIC  9(09)V99.
           03  JUR-AUX          PIC  9(07)V99.
           03  SDO-AUX          PIC  9(09)V99.
           03  PAG-AUX          PIC  9(09)V99.
           03  QTP-AUX          PIC  9(03).
           03  PAR-AUX          PIC  9(03).
           03  IND1             PIC  9(03).
           03  DIA-BAS          PIC  9(02).
           03  DMS-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(02).
           03  PRX-VNC          PIC  9(06).
           03  VLD-AUX          PIC  9(09)V99.
           03  HST-AUX          PIC  X(25).
           03  DSP-AUX          PIC  9(06)V99.
           03  DSP-AMR          PIC  9(06)V99  VALUE  2020.
           03  DSP-JUR          PIC  9(06)V99  VALUE  2021.
           03  TOT-CTR          PIC  9(05)  VALUE  ZEROS.
           03  TOT-QUI          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VAL          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-SDO          PIC  9(11)V99  VALUE  ZEROS.

           03  LDP-AUX.
               05  FILLER       PIC  X(01)  VALUE  "E".
               05  DTA-LDX      PIC  9(05).
               05  SEQ-LDX      PIC  9(04)  VALUE  ZEROS.

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

       01  TAB-DMS               PIC  X(24)  VALUE
           "312831303130313130313031".
       01  RED-DMS               REDEFINES  TAB-DMS.
           03  DMS-TAB          PIC  9(02)  OCCURS  12.

       01  LIN-CAB1              PIC  X(110) VALUE
           "EMPRESTIMOS E FINANCIAMENTOS - CONTRATOS E PLANOS DE AMORTIZ
      -    "ACAO".
       01  LIN-CAB2.
           03  FILLER            PIC  X(11)  VALUE  "CONTRATO : ".
           03  NUM-CB2           PIC  X(15).
           03  FILLER            PIC  X(08)  VALUE  "  BCO : ".
           03  BCO-CB2           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DES-CB2           PIC  X(30).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-CB2           PIC  X(36).
       01  LIN-CAB3.
           03  FILLER            PIC  X(13)  VALUE  "PRINCIPAL .: ".
           03  VAL-CB3           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(15)  VALUE  "  TAXA % MES: ".
           03  TAX-CB3           PIC  Z9,9999.
           03  FILLER            PIC  X(10)  VALUE  "  PRAZO: ".
           03  PRZ-CB3           PIC  ZZ9.
           03  FILLER            PIC  X(11)  VALUE  "  METODO: ".
           03  MET-CB3           PIC  X(05).
       01  LIN-CAB4              PIC  X(110) VALUE
           "PARC TIPO        VENCTO    AMORTIZACAO        JUROS    PREST
      -    "ACAO  SALDO DEVEDOR".
       01  LIN-DET.
           03  PAR-DET           PIC  ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  TIP-DET           PIC  X(11).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTV-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AMR-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  JUR-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRE-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SDO-DET           PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-REJ.
           03  FILLER            PIC  X(13)  VALUE  "REJEITADO -  ".
           03  SIT-REJ           PIC  X(40).

       01  SDO-CAB1.
           03  FILLER            PIC  X(45)  VALUE
               "SALDO DEVEDOR DOS CONTRATOS EM".
           03  DTA-SC1           PIC  99/99/99.
       01  SDO-CAB2              PIC  X(110) VALUE
           "CONTRATO        BCO MET      PRINCIPAL     AMORTIZADO  SALDO
      -    " DEVEDOR PARC.A VENCER PROX.VENC SITUACAO".
       01  LIN-SDT.
           03  NUM-SDT           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BCO-SDT           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MET-SDT           PIC  X(05).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-SDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PAG-SDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SDO-SDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  QTP-SDT           PIC  ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRX-SDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-SDT           PIC  X(08).

       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CONTRATOS CADASTRADOS ..................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "AMORTIZACOES ANTECIPADAS ...............".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL CONTRATADO .......................".
           03  TOT-DET4          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DO SALDO DEVEDOR NA DATA .........".
           03  TOT-DET5          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ   TO  DTA-LDX
           OPEN     I-O       CADEMP
           IF  FST-EMP   =  "35" CLOSE    CADEMP
                                 OPEN     OUTPUT   CADEMP
                                 CLOSE    CADEMP
                                 OPEN     I-O      CADEMP.
           OPEN     I-O       CADPEM
           IF  FST-PEM   =  "35" CLOSE    CADPEM
                                 OPEN     OUTPUT   CADPEM
                                 CLOSE    CADPEM
                                 OPEN     I-O      CADPEM.
           OPEN     I-O       CADLDP
           OPEN     OUTPUT    REL-EMP
           WRITE    LIN-REL   FROM  LIN-CAB1
           PERFORM  ROT-CONT-00
              THRU  ROT-CONT-90
           PERFORM  ROT-QUIT-00
              THRU  ROT-QUIT-90
           PERFORM  ROT-SALD-00
              THRU  ROT-SALD-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-CTR   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-QUI   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADEMP    CADPEM    CADLDP    REL-EMP
           GOBACK.

       ROT-CONT-00.
           OPEN     INPUT     ARQEMP
           IF  FST-ARQ   =  "35" GO       ROT-CONT-90.

       ROT-CONT-10.
           READ     ARQEMP    AT  END  GO  ROT-CONT-80.
           MOVE     SPACES    TO  NUM-AUX   DES-AUX   MET-AUX
                                  OPR-AUX
           MOVE     ZEROS     TO  BCO-AUX   DTC-AUX   DTV-AUX
                                  VAL-AUX   TAX-AUX   PRZ-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     NUM-AUX
                              BCO-AUX
                              DES-AUX
                              DTC-AUX
                              DTV-AUX
                              VAL-AUX
                              TAX-AUX
                              PRZ-AUX
                              MET-AUX
                              OPR-AUX
           IF  DTC-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTC-AUX.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     NUM-AUX   TO  NUM-CB2
           MOVE     BCO-AUX   TO  BCO-CB2
           MOVE     DES-AUX   TO  DES-CB2
           MOVE     "NOVO CONTRATO"     TO  SIT-CB2
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-VCTR-00
              THRU  ROT-VCTR-90
           IF  SIT-REJ  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-REJ
                                 GO       ROT-CONT-10.
           MOVE     NUM-AUX   TO  CHV-EMP
           MOVE     BCO-AUX   TO  BCO-EMP
           MOVE     DES-AUX   TO  DES-EMP
           MOVE     DTC-AUX   TO  DTC-EMP
           MOVE     DTV-AUX   TO  DTV-EMP
           MOVE     VAL-AUX   TO  VAL-EMP
           MOVE     TAX-AUX   TO  TAX-EMP
           MOVE     PRZ-AUX   TO  PRZ-EMP
           MOVE     MET-AUX   TO  MET-EMP
           MOVE     "A"       TO  STA-EMP
           MOVE     ZEROS     TO  ULT-EMP   DTQ-EMP
           MOVE     OPR-AUX   TO  OPR-EMP
           WRITE    REG-EMP
           PERFORM  ROT-CAB3-00
              THRU  ROT-CAB3-90
           MOVE     VAL-AUX   TO  SDO-AUX
           MOVE     PRZ-AUX   TO  QTP-AUX
           MOVE     ZEROS     TO  PAR-AUX
           MOVE     DTV-AUX (5:2)  TO  DIA-BAS
           PERFORM  ROT-GERA-00
              THRU  ROT-GERA-90
           MOVE     PAR-AUX   TO  ULT-EMP
           REWRITE  REG-EMP
           ADD      1         TO  TOT-CTR
           GO       ROT-CONT-10.

       ROT-CONT-80.
           CLOSE    ARQEMP.
       ROT-CONT-90.
           EXIT.

       ROT-VCTR-00.
           MOVE     SPACES    TO  SIT-REJ
           IF  NUM-AUX   =       SPACES
               MOVE  "CONTRATO NAO INFORMADO"        TO  SIT-REJ
               GO       ROT-VCTR-90.
           IF  VAL-AUX   =       ZEROS
               MOVE  "PRINCIPAL NAO INFORMADO"       TO  SIT-REJ
               GO       ROT-VCTR-90.
           IF  PRZ-AUX   =       ZEROS
               MOVE  "PRAZO NAO INFORMADO"           TO  SIT-REJ
               GO       ROT-VCTR-90.
           IF  DTV-AUX   =       ZEROS  OR
               DTV-AUX   <       DTC-AUX
               MOVE  "PRIMEIRO VENCIMENTO INVALIDO"  TO  SIT-REJ
               GO       ROT-VCTR-90.
           IF  MET-AUX  NOT  =  "P"  AND
               MET-AUX  NOT  =  "S"
               MOVE  "METODO INVALIDO - USE P OU S"  TO  SIT-REJ
               GO       ROT-VCTR-90.
           MOVE     NUM-AUX   TO  CHV-EMP
           READ     CADEMP
           IF  FST-EMP   =  "00"
               MOVE  "CONTRATO JA CADASTRADO"        TO  SIT-REJ.
       ROT-VCTR-90.
           EXIT.

       ROT-CAB3-00.
           MOVE     VAL-EMP   TO  VAL-CB3
           MOVE     TAX-EMP   TO  TAX-CB3
           MOVE     PRZ-EMP   TO  PRZ-CB3
           IF  MET-EMP   =  "P"  MOVE     "PRICE"  TO  MET-CB3
           ELSE                  MOVE     "SAC"    TO  MET-CB3.
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4.
       ROT-CAB3-90.
           EXIT.

       ROT-GERA-00.
           COMPUTE  TXI-AUX   =  TAX-EMP  /   100
           MOVE     ZEROS     TO  PMT-AUX   AMC-AUX
           IF  MET-EMP   =  "S"
               COMPUTE  AMC-AUX   =  SDO-AUX  /  QTP-AUX
               GO       ROT-GERA-05.
           IF  TXI-AUX   =       ZEROS
               COMPUTE  PMT-AUX  ROUNDED  =  SDO-AUX  /  QTP-AUX
               GO       ROT-GERA-05.
           COMPUTE  FAT-AUX   =  (1  +  TXI-AUX)  **  QTP-AUX
           COMPUTE  PMT-AUX  ROUNDED
                             =  SDO-AUX  *  TXI-AUX  *  FAT-AUX
                             /  (FAT-AUX  -  1).

       ROT-GERA-05.
           MOVE     ZEROS     TO  IND1.

       ROT-GERA-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTP-AUX
                                 GO       ROT-GERA-90.
           COMPUTE  JUR-AUX  ROUNDED  =  SDO-AUX  *  TXI-AUX
           IF  MET-EMP   =  "S"  MOVE     AMC-AUX  TO  AMR-AUX
           ELSE                  COMPUTE  AMR-AUX  =  PMT-AUX
                                                   -  JUR-AUX.
           IF  IND1      =       QTP-AUX  OR
               AMR-AUX   >       SDO-AUX
                                 MOVE     SDO-AUX  TO  AMR-AUX.
           SUBTRACT AMR-AUX   FROM  SDO-AUX
           ADD      1         TO  PAR-AUX
           MOVE     CHV-EMP   TO  NUM-PEM
           MOVE     PAR-AUX   TO  PAR-PEM
           MOVE     "N"       TO  TIP-PEM
           MOVE     DTV-AUX   TO  DTV-PEM
           MOVE     AMR-AUX   TO  AMR-PEM
           MOVE     JUR-AUX   TO  JUR-PEM
           COMPUTE  PRE-PEM   =  AMR-AUX  +   JUR-AUX
           MOVE     SDO-AUX   TO  SDO-PEM
           MOVE     SPACE     TO  STA-PEM
           MOVE     SPACES    TO  LDA-PEM   LDJ-PEM
           PERFORM  ROT-LDPS-00
              THRU  ROT-LDPS-90
           WRITE    REG-PEM
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90
           PERFORM  ROT-MESA-00
              THRU  ROT-MESA-90
           GO       ROT-GERA-10.

       ROT-GERA-90.
           EXIT.

       ROT-LDPS-00.
           MOVE     DTV-PEM   TO  DTA-LDP
           IF  AMR-PEM   =       ZEROS
                                 GO       ROT-LDPS-10.
           MOVE     DSP-AMR   TO  DSP-AUX
           MOVE     AMR-PEM   TO  VLD-AUX
           MOVE     SPACES    TO  HST-AUX
           STRING   "AMORT "             DELIMITED  BY  SIZE
                    NUM-PEM (1:12)       DELIMITED  BY  SIZE
                    "/"                  DELIMITED  BY  SIZE
                    PAR-PEM              DELIMITED  BY  SIZE
                    INTO      HST-AUX
           PERFORM  ROT-GLDP-00
              THRU  ROT-GLDP-90
           MOVE     CHV-LDP   TO  LDA-PEM.

       ROT-LDPS-10.
           IF  JUR-PEM   =       ZEROS
                                 GO       ROT-LDPS-90.
           MOVE     DSP-JUR   TO  DSP-AUX
           MOVE     JUR-PEM   TO  VLD-AUX
           MOVE     SPACES    TO  HST-AUX
           STRING   "JUROS "             DELIMITED  BY  SIZE
                    NUM-PEM (1:12)       DELIMITED  BY  SIZE
                    "/"                  DELIMITED  BY  SIZE
                    PAR-PEM              DELIMITED  BY  SIZE
                    INTO      HST-AUX
           PERFORM  ROT-GLDP-00
              THRU  ROT-GLDP-90
           MOVE     CHV-LDP   TO  LDJ-PEM.
       ROT-LDPS-90.
           EXIT.

       ROT-GLDP-00.
           MOVE     DSP-AUX   TO  DSP-LDP
           MOVE     "P"       TO  FLG-LDP
           MOVE     HST-AUX   TO  HST-LDP
           MOVE     1         TO  LCT-LDP
           MOVE     2         TO  PRX-LDP
           MOVE     SPACES    TO  SUF-LDP
           MOVE     VLD-AUX   TO  VAL-LDP
           MOVE     2         TO  CCU-LDP
           MOVE     ZEROS     TO  FRN-LDP
           MOVE     SPACE     TO  REM-LDP
           MOVE     SPACES    TO  LDG-LDP.

       ROT-GLDP-10.
           ADD      1         TO  SEQ-LDX
           MOVE     LDP-AUX   TO  CHV-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" GO       ROT-GLDP-10.
       ROT-GLDP-90.
           EXIT.

       ROT-LINH-00.
           MOVE     PAR-PEM   TO  PAR-DET
           IF  TIP-PEM   =  "A"  MOVE  "ANTECIPADA"  TO  TIP-DET
           ELSE                  MOVE  "PRESTACAO"   TO  TIP-DET.
           MOVE     DTV-PEM (5:2)  TO  DTV-DET (1:2)
           MOVE     DTV-PEM (3:2)  TO  DTV-DET (4:2)
           MOVE     DTV-PEM (1:2)  TO  DTV-DET (7:2)
           MOVE     AMR-PEM   TO  AMR-DET
           MOVE     JUR-PEM   TO  JUR-DET
           MOVE     PRE-PEM   TO  PRE-DET
           MOVE     SDO-PEM   TO  SDO-DET
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-LINH-90.
           EXIT.

       ROT-MESA-00.
           MOVE     DTV-AUX   TO  DTA-CAL
           ADD      1         TO  MES-CAL
           IF  MES-CAL   >   12  MOVE     1        TO  MES-CAL
                                 ADD      1        TO  ANO-CAL.
           MOVE     DMS-TAB (MES-CAL)  TO  DMS-AUX
           IF  MES-CAL   =   2
               DIVIDE   ANO-CAL   BY  4  GIVING  QOC-AUX
                                         REMAINDER  RST-AUX
               IF  RST-AUX   =   0   MOVE     29       TO  DMS-AUX.
           MOVE     DIA-BAS   TO  DIA-CAL
           IF  DIA-CAL   >       DMS-AUX
                                 MOVE     DMS-AUX  TO  DIA-CAL.
           MOVE     DTA-CAL   TO  DTV-AUX.
       ROT-MESA-90.
           EXIT.

       ROT-QUIT-00.
           OPEN     INPUT     ARQQUI
           IF  FST-QUI   =  "35" GO       ROT-QUIT-90.

       ROT-QUIT-10.
           READ     ARQQUI    AT  END  GO  ROT-QUIT-80.
           MOVE     SPACES    TO  NUM-AUX   OPR-AUX
           MOVE     ZEROS     TO  DTA-AUX   VAL-AUX
           UNSTRING  LIN-QUI  DELIMITED  BY  "|"
                     INTO     NUM-AUX
                              DTA-AUX
                              VAL-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     NUM-AUX   TO  NUM-CB2
           MOVE     ZEROS     TO  BCO-CB2
           MOVE     SPACES    TO  DES-CB2
           MOVE     "AMORTIZACAO ANTECIPADA"  TO  SIT-CB2
           MOVE     SPACES    TO  SIT-REJ
           MOVE     NUM-AUX   TO  CHV-EMP
           READ     CADEMP
           IF  FST-EMP  NOT  =  "00"
               MOVE  "CONTRATO INEXISTENTE"          TO  SIT-REJ
           ELSE
           IF  STA-EMP   =  "Q"
               MOVE  "CONTRATO JA QUITADO"           TO  SIT-REJ.
           IF  FST-EMP   =  "00" MOVE     BCO-EMP  TO  BCO-CB2
                                 MOVE     DES-EMP  TO  DES-CB2.
           WRITE    LIN-REL   FROM  LIN-CAB2
           IF  SIT-REJ  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-REJ
                                 GO       ROT-QUIT-10.
           MOVE     DTA-AUX   TO  DTB-AUX
           PERFORM  ROT-SDEM-00
              THRU  ROT-SDEM-90
           IF  QTP-AUX   =       ZEROS
               MOVE  "SEM PARCELAS A VENCER APOS A DATA"  TO  SIT-REJ
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-REJ
               GO       ROT-QUIT-10.
           IF  VAL-AUX   =       ZEROS  OR
               VAL-AUX   >       SDO-AUX
                                 MOVE     SDO-AUX  TO  VAL-AUX.
           MOVE     PRX-VNC   TO  DTV-AUX
           PERFORM  ROT-CANC-00
              THRU  ROT-CANC-90
           PERFORM  ROT-CAB3-00
              THRU  ROT-CAB3-90
           MOVE     ULT-EMP   TO  PAR-AUX
           ADD      1         TO  PAR-AUX
           MOVE     CHV-EMP   TO  NUM-PEM
           MOVE     PAR-AUX   TO  PAR-PEM
           MOVE     "A"       TO  TIP-PEM
           MOVE     DTA-AUX   TO  DTV-PEM
           MOVE     VAL-AUX   TO  AMR-PEM   PRE-PEM
           MOVE     ZEROS     TO  JUR-PEM
           SUBTRACT VAL-AUX   FROM  SDO-AUX
           MOVE     SDO-AUX   TO  SDO-PEM
           MOVE     SPACE     TO  STA-PEM
           MOVE     SPACES    TO  LDA-PEM   LDJ-PEM
           PERFORM  ROT-LDPS-00
              THRU  ROT-LDPS-90
           WRITE    REG-PEM
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90
           MOVE     DTV-EMP (5:2)  TO  DIA-BAS
           IF  SDO-AUX   >       ZEROS
                                 PERFORM  ROT-GERA-00
                                    THRU  ROT-GERA-90
           ELSE
                                 MOVE     "Q"      TO  STA-EMP
                                 MOVE     DTA-AUX  TO  DTQ-EMP.
           MOVE     PAR-AUX   TO  ULT-EMP
           REWRITE  REG-EMP
           ADD      1         TO  TOT-QUI
           GO       ROT-QUIT-10.

       ROT-QUIT-80.
           CLOSE    ARQQUI.
       ROT-QUIT-90.
           EXIT.

       ROT-SDEM-00.
           MOVE     VAL-EMP   TO  SDO-AUX
           MOVE     ZEROS     TO  PAG-AUX   QTP-AUX   PRX-VNC
           MOVE     CHV-EMP   TO  NUM-PEM
           MOVE     ZEROS     TO  PAR-PEM
           START    CADPEM       KEY  >   CHV-PEM
           IF  FST-PEM  NOT  =  "00"
                                 GO       ROT-SDEM-90.

       ROT-SDEM-10.
           READ     CADPEM  NEXT
           IF  FST-PEM  NOT  =  "00"  OR
               NUM-PEM  NOT  =   CHV-EMP
                                 GO       ROT-SDEM-90.
           IF  STA-PEM   =  "C"  GO       ROT-SDEM-10.
           IF  DTV-PEM  NOT  >   DTB-AUX
                                 ADD      AMR-PEM  TO  PAG-AUX
                                 SUBTRACT AMR-PEM  FROM  SDO-AUX
                                 GO       ROT-SDEM-10.
           ADD      1         TO  QTP-AUX
           IF  PRX-VNC   =       ZEROS
                                 MOVE     DTV-PEM  TO  PRX-VNC.
           GO       ROT-SDEM-10.

       ROT-SDEM-90.
           EXIT.

       ROT-CANC-00.
           MOVE     CHV-EMP   TO  NUM-PEM
           MOVE     ZEROS     TO  PAR-PEM
           START    CADPEM       KEY  >   CHV-PEM
           IF  FST-PEM  NOT  =  "00"
                                 GO       ROT-CANC-90.

       ROT-CANC-10.
           READ     CADPEM  NEXT
           IF  FST-PEM  NOT  =  "00"  OR
               NUM-PEM  NOT  =   CHV-EMP
                                 GO       ROT-CANC-90.
           IF  STA-PEM   =  "C"  OR
               DTV-PEM  NOT  >   DTA-AUX
                                 GO       ROT-CANC-10.
           MOVE     "C"       TO  STA-PEM
           REWRITE  REG-PEM
           IF  LDA-PEM  NOT  =   SPACES
                                 MOVE     LDA-PEM  TO  CHV-LDP
                                 PERFORM  ROT-ELDP-00
                                    THRU  ROT-ELDP-90.
           IF  LDJ-PEM  NOT  =   SPACES
                                 MOVE     LDJ-PEM  TO  CHV-LDP
                                 PERFORM  ROT-ELDP-00
                                    THRU  ROT-ELDP-90.
           GO       ROT-CANC-10.

       ROT-CANC-90.
           EXIT.

       ROT-ELDP-00.
           READ     CADLDP
           IF  FST-LDP   =  "00" AND
               FLG-LDP   =  "P"  DELETE   CADLDP.
       ROT-ELDP-90.
           EXIT.

       ROT-SALD-00.
           MOVE     DTA-HOJ   TO  DTB-AUX
           OPEN     INPUT     ARQSDO
           IF  FST-SDO   =  "35" GO       ROT-SALD-05.
           READ     ARQSDO
           IF  FST-SDO   =  "00" MOVE     ZEROS    TO  DTA-AUX
                                 UNSTRING LIN-SDO  DELIMITED  BY  "|"
                                          INTO     DTA-AUX
                                 IF  DTA-AUX  >  ZEROS
                                     MOVE DTA-AUX  TO  DTB-AUX.
           CLOSE    ARQSDO.

       ROT-SALD-05.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           MOVE     DTB-AUX (5:2)  TO  DTA-SC1 (1:2)
           MOVE     DTB-AUX (3:2)  TO  DTA-SC1 (4:2)
           MOVE     DTB-AUX (1:2)  TO  DTA-SC1 (7:2)
           WRITE    LIN-REL   FROM  SDO-CAB1
           WRITE    LIN-REL   FROM  SDO-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     SPACES    TO  CHV-EMP
           START    CADEMP       KEY  >   CHV-EMP
           IF  FST-EMP  NOT  =  "00"
                                 GO       ROT-SALD-80.

       ROT-SALD-10.
           READ     CADEMP  NEXT
           IF  FST-EMP  NOT  =  "00"
                                 GO       ROT-SALD-80.
           IF  DTC-EMP   >       DTB-AUX
                                 GO       ROT-SALD-10.
           PERFORM  ROT-SDEM-00
              THRU  ROT-SDEM-90
           MOVE     CHV-EMP   TO  NUM-SDT
           MOVE     BCO-EMP   TO  BCO-SDT
           IF  MET-EMP   =  "P"  MOVE     "PRICE"  TO  MET-SDT
           ELSE                  MOVE     "SAC"    TO  MET-SDT.
           MOVE     VAL-EMP   TO  VAL-SDT
           MOVE     PAG-AUX   TO  PAG-SDT
           MOVE     SDO-AUX   TO  SDO-SDT
           MOVE     QTP-AUX   TO  QTP-SDT
           MOVE     PRX-VNC (5:2)  TO  PRX-SDT (1:2)
           MOVE     PRX-VNC (3:2)  TO  PRX-SDT (4:2)
           MOVE     PRX-VNC (1:2)  TO  PRX-SDT (7:2)
           IF  SDO-AUX   =       ZEROS
               MOVE  "QUITADO"   TO  SIT-SDT
           ELSE
               MOVE  "ATIVO"     TO  SIT-SDT.
           WRITE    LIN-REL   FROM  LIN-SDT
           ADD      VAL-EMP   TO  TOT-VAL
           ADD      SDO-AUX   TO  TOT-SDO
           GO       ROT-SALD-10.

       ROT-SALD-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-VAL   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-SDO   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5.
       ROT-SALD-90.
           EXIT.
