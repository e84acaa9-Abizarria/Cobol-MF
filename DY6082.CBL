       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6082.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADPMF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PMF
                       FILE          STATUS  IS  FST-PMF.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADCPM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      ARQPMF        ASSIGN  TO  "PMPF.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQPAR        ASSIGN  TO  "ICMSST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQEFD        ASSIGN  TO  "RESTST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EFD.

           SELECT      REL-PMF       ASSIGN  TO  "RELST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPMF.CPY.
       COPY  CADEST.CPY.
       COPY  CADVDF.CPY.
       COPY  CADCPM.CPY.

       FD  ARQPMF.
       01  LIN-PMF               PIC  X(80).

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(80).

       FD  ARQEFD.
       01  LIN-EFD               PIC  X(100).

       FD  REL-PMF.
       01  LIN-REL               PIC  X(150).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PMF          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-EFD          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  AMS-REF          PIC  9(04).
           03  MOT-AUX          PIC  X(08).
           03  AMS-AUX          PIC  9(04).
           03  PRX-AUX          PIC  X(10).
           03  SUF-AUX          PIC  9(03).
           03  PMF-AUX          PIC  9(05)V9(04).
           03  MVA-AUX          PIC  9(03)V99.
           03  ALQ-AUX          PIC  9(02)V99.
           03  IND1             PIC  9(03).
           03  QTD-PRD          PIC  9(03)  VALUE  ZEROS.
           03  MAX-PRD          PIC  9(03)  VALUE  500.
           03  VAL-AUX          PIC  9(09)V99.
           03  PMD-AUX          PIC  9(05)V9(04).
           03  UPR-AUX          PIC  9(05)V9(04).
           03  BPR-AUX          PIC  9(09)V99.
           03  DIF-AUX          PIC S9(09)V99.
           03  TOT-ACE          PIC  9(05)     VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)     VALUE  ZEROS.
           03  TOT-BRL          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-BPR          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-RST          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-CPL          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-SEM          PIC  9(05)     VALUE  ZEROS.
           03  RST-ED           PIC  9(09),99.
           03  CPL-ED           PIC  9(09),99.

           03  TAB-PRD          OCCURS  500.
               05  PRX-TAB      PIC  X(10).
               05  SUF-TAB      PIC  9(03).
               05  QTD-TAB      PIC  9(08)V9.
               05  VAL-TAB      PIC  9(09)V99.

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "ICMS-ST - RESTITUICAO E COMPLEMENTO - MES".
           03  AMS-CAB           PIC  99/99.
       01  LIN-CAB2              PIC  X(150) VALUE
           "PRODUTO        DESCRICAO                  QUANTIDADE PRECO M
      -    "EDIO BASE PRES.  ALIQ    BASE REAL      BASE PRESUMIDA    RE
      -    "STITUIR  COMPLEMENTAR".
       01  LIN-DET.
           03  PRX-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZ.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PMD-DET           PIC  ZZ.ZZ9,9999.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  UPR-DET           PIC  ZZ.ZZ9,9999.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ALQ-DET           PIC  Z9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BRL-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BPR-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RST-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CPL-DET           PIC  Z.ZZZ.ZZ9,99.
       01  LIN-ERR.
           03  PRX-ERR           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SUF-ERR           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AMS-ERR           PIC  99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-ERR           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "BASES PRESUMIDAS ATUALIZADAS ...........".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "BASES PRESUMIDAS REJEITADAS ............".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL BASE REAL (VENDAS) ...............".
           03  TOT-DET3          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL BASE PRESUMIDA ...................".
           03  TOT-DET4          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "ICMS-ST A RESTITUIR ....................".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "ICMS-ST A COMPLEMENTAR .................".
           03  TOT-DET6          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "SALDO A RECUPERAR (-) A PAGAR ..........".
           03  TOT-DET7          PIC  ZZZ.ZZZ.ZZ9,99-.
       01  LIN-TOT8.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS ST SEM BASE CALCULAVEL ........".
           03  TOT-DET8          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  AMS-REF
           MOVE     "RS000001"     TO  MOT-AUX
           OPEN     INPUT     ARQPAR
           IF  FST-ARQ   =  "00" PERFORM  ROT-PARM-00
                                    THRU  ROT-PARM-90.
           OPEN     I-O       CADPMF
           IF  FST-PMF   =  "35" CLOSE    CADPMF
                                 OPEN     OUTPUT   CADPMF
                                 CLOSE    CADPMF
                                 OPEN     I-O      CADPMF.
           OPEN     INPUT     CADEST    CADVDF    CADCPM
           OPEN     OUTPUT    REL-PMF   ARQEFD
           MOVE     AMS-REF (3:2)  TO  AMS-CAB (1:2)
           MOVE     AMS-REF (1:2)  TO  AMS-CAB (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           PERFORM  ROT-VEND-00
              THRU  ROT-VEND-90
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-CALC-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-PRD
                                 GO       ROT-FECH-00.
           PERFORM  ROT-PROD-00
              THRU  ROT-PROD-90
           GO       ROT-CALC-10.

       ROT-FECH-00.
           PERFORM  ROT-GEFD-00
              THRU  ROT-GEFD-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-BRL   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-BPR   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-RST   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-CPL   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           COMPUTE  DIF-AUX   =  TOT-RST  -   TOT-CPL
           MOVE     DIF-AUX   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           MOVE     TOT-SEM   TO  TOT-DET8
           WRITE    LIN-REL   FROM  LIN-TOT8
           CLOSE    CADPMF    CADEST    CADVDF    CADCPM
                    REL-PMF   ARQEFD
           GOBACK.

       ROT-PARM-00.
           READ     ARQPAR    AT  END  GO  ROT-PARM-80.
           MOVE     ZEROS     TO  AMS-AUX
           MOVE     SPACES    TO  PRX-AUX
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     AMS-AUX
                              PRX-AUX
           IF  AMS-AUX  NOT  =   ZEROS
                                 MOVE     AMS-AUX  TO  AMS-REF.
           IF  PRX-AUX  NOT  =   SPACES
                                 MOVE     PRX-AUX  TO  MOT-AUX.
       ROT-PARM-80.
           CLOSE    ARQPAR.
       ROT-PARM-90.
           EXIT.

       ROT-CARG-00.
           OPEN     INPUT     ARQPMF
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQPMF    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  AMS-AUX   SUF-AUX   PMF-AUX
                                  MVA-AUX   ALQ-AUX
           MOVE     SPACES    TO  PRX-AUX
           UNSTRING  LIN-PMF  DELIMITED  BY  "|"
                     INTO     AMS-AUX
                              PRX-AUX
                              SUF-AUX
                              PMF-AUX
                              MVA-AUX
                              ALQ-AUX
           MOVE     PRX-AUX   TO  PRX-ERR   PRX-EST
           MOVE     SUF-AUX   TO  SUF-ERR   SUF-EST
           MOVE     AMS-AUX (3:2)  TO  AMS-ERR (1:2)
           MOVE     AMS-AUX (1:2)  TO  AMS-ERR (4:2)
           IF  PMF-AUX   =   0   AND  MVA-AUX  =  0
               MOVE  "SEM PMPF E SEM MVA"        TO  SIT-ERR
               GO       ROT-CARG-20.
           IF  AMS-AUX (3:2)  <  "01"  OR  >  "12"
               MOVE  "PERIODO INVALIDO"          TO  SIT-ERR
               GO       ROT-CARG-20.
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
               MOVE  "PRODUTO NAO CADASTRADO"    TO  SIT-ERR
               GO       ROT-CARG-20.
           MOVE     AMS-AUX   TO  AMS-PMF
           MOVE     PRX-AUX   TO  PRX-PMF
           MOVE     SUF-AUX   TO  SUF-PMF
           MOVE     PMF-AUX   TO  PMF-PMF
           MOVE     MVA-AUX   TO  MVA-PMF
           MOVE     ALQ-AUX   TO  ALQ-PMF
           WRITE    REG-PMF
           IF  FST-PMF   =  "22" REWRITE  REG-PMF.
           ADD      1         TO  TOT-ACE
           GO       ROT-CARG-10.

       ROT-CARG-20.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-ERR
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQPMF
           IF  TOT-REJ   >   0   MOVE     SPACES   TO  LIN-REL
                                 WRITE    LIN-REL.
       ROT-CARG-90.
           EXIT.

       ROT-VEND-00.
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-90.

       ROT-VEND-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-90.
           IF  DTA-VDF (1:4)  NOT  =  AMS-REF
                                 GO       ROT-VEND-10.
           IF  CPM-VDF  NOT  =   ZEROS
               MOVE     CPM-VDF   TO  CHV-CPM
               READ     CADCPM
               IF  FST-CPM   =  "00" AND  CIN-CPM  =  "S"
                                 GO       ROT-VEND-10.
           MOVE     COD-VDF (1:3)  TO  SUF-AUX
           COMPUTE  VAL-AUX   =  QTD-VDF  *   VAL-VDF
           MOVE     ZEROS     TO  IND1.

       ROT-VEND-20.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-PRD
                                 GO       ROT-VEND-30.
           IF  PRX-TAB (IND1)  NOT  =  PRX-VDF  OR
               SUF-TAB (IND1)  NOT  =  SUF-AUX
                                 GO       ROT-VEND-20.
           ADD      QTD-VDF   TO  QTD-TAB (IND1)
           ADD      VAL-AUX   TO  VAL-TAB (IND1)
           GO       ROT-VEND-10.

       ROT-VEND-30.
           IF  QTD-PRD   =       MAX-PRD
                                 GO       ROT-VEND-10.
           ADD      1         TO  QTD-PRD
           MOVE     PRX-VDF   TO  PRX-TAB (QTD-PRD)
           MOVE     SUF-AUX   TO  SUF-TAB (QTD-PRD)
           MOVE     QTD-VDF   TO  QTD-TAB (QTD-PRD)
           MOVE     VAL-AUX   TO  VAL-TAB (QTD-PRD)
           GO       ROT-VEND-10.

       ROT-VEND-90.
           EXIT.

       ROT-PROD-00.
           IF  QTD-TAB (IND1)  =  ZEROS
                                 GO       ROT-PROD-90.
           MOVE     AMS-REF         TO  AMS-PMF
           MOVE     PRX-TAB (IND1)  TO  PRX-PMF  PRX-EST
           MOVE     SUF-TAB (IND1)  TO  SUF-PMF  SUF-EST
           READ     CADPMF
           IF  FST-PMF  NOT  =  "00"
                                 GO       ROT-PROD-90.
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 ADD      1        TO  TOT-SEM
                                 GO       ROT-PROD-90.
           MOVE     PMF-PMF   TO  UPR-AUX
           IF  UPR-AUX   =   0
               COMPUTE  UPR-AUX  ROUNDED  =  CTM-EST
                                          * (100  +  MVA-PMF)  /  100.
           IF  UPR-AUX   =   0   ADD      1        TO  TOT-SEM
                                 GO       ROT-PROD-90.
           MOVE     ALQ-PMF   TO  ALQ-AUX
           IF  ALQ-AUX   =   0   MOVE     AIC-EST  TO  ALQ-AUX.
           COMPUTE  PMD-AUX  ROUNDED  =  VAL-TAB (IND1)
                                      /  QTD-TAB (IND1)
           COMPUTE  BPR-AUX  ROUNDED  =  QTD-TAB (IND1)  *  UPR-AUX
           COMPUTE  DIF-AUX  ROUNDED  = (BPR-AUX  -  VAL-TAB (IND1))
                                      *  ALQ-AUX  /  100
           MOVE     SPACES    TO  LIN-DET
           MOVE     PRX-TAB (IND1)  TO  PRX-DET
           MOVE     SUF-TAB (IND1)  TO  SUF-DET
           MOVE     DES-EST   TO  DES-DET
           MOVE     QTD-TAB (IND1)  TO  QTD-DET
           MOVE     PMD-AUX   TO  PMD-DET
           MOVE     UPR-AUX   TO  UPR-DET
           MOVE     ALQ-AUX   TO  ALQ-DET
           MOVE     VAL-TAB (IND1)  TO  BRL-DET
           MOVE     BPR-AUX   TO  BPR-DET
           MOVE     ZEROS     TO  RST-DET   CPL-DET
           IF  DIF-AUX   >   0   MOVE     DIF-AUX  TO  RST-DET
                                 ADD      DIF-AUX  TO  TOT-RST
           ELSE                  COMPUTE  CPL-DET  =  0  -  DIF-AUX
                                 SUBTRACT DIF-AUX  FROM  TOT-CPL.
           ADD      VAL-TAB (IND1)  TO  TOT-BRL
           ADD      BPR-AUX   TO  TOT-BPR
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-PROD-90.
           EXIT.

       ROT-GEFD-00.
           MOVE     TOT-RST   TO  RST-ED
           MOVE     TOT-CPL   TO  CPL-ED
           MOVE     SPACES    TO  LIN-EFD
           STRING   "|1250|0,00|"  DELIMITED  BY  SIZE
                    RST-ED         DELIMITED  BY  SIZE
                    "|0,00|"       DELIMITED  BY  SIZE
                    CPL-ED         DELIMITED  BY  SIZE
                    "|0,00|"       DELIMITED  BY  SIZE
                    INTO      LIN-EFD
           WRITE    LIN-EFD
           MOVE     SPACES    TO  LIN-EFD
           STRING   "|1255|"       DELIMITED  BY  SIZE
                    MOT-AUX        DELIMITED  BY  SPACE
                    "|"            DELIMITED  BY  SIZE
                    RST-ED         DELIMITED  BY  SIZE
                    "|0,00|"       DELIMITED  BY  SIZE
                    CPL-ED         DELIMITED  BY  SIZE
                    "|0,00|"       DELIMITED  BY  SIZE
                    INTO      LIN-EFD
           WRITE    LIN-EFD.
       ROT-GEFD-90.
           EXIT.
