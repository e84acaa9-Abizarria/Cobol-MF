       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6080.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      ARQDUP        ASSIGN  TO  "DUPLIC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-DUP       ASSIGN  TO  "RELDUP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLDP.CPY.
       COPY  CADFRN.CPY.

       FD  ARQDUP.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-DUP.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-LDP          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  PRZ-DUP          PIC  9(02)  VALUE  5.
           03  PRZ-AUX          PIC  9(02).
           03  QTD-TAB          PIC  9(04)  VALUE  ZEROS.
           03  MAX-TAB          PIC  9(04)  VALUE  3000.
           03  IND1             PIC  9(04).
           03  IND2             PIC  9(04).
           03  IND3             PIC  9(04).
           03  DIF-DIA          PIC S9(06).
           03  MOT-AUX          PIC  X(30).
           03  FLG-CHE          PIC  X(01)  VALUE  "N".
           03  TOT-PAR          PIC  9(05)  VALUE  ZEROS.
           03  TOT-VAL          PIC  9(09)V99  VALUE  ZEROS.

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(02).
           03  NUM-DIA          PIC  9(06).

       01  TAB-ACM               PIC  X(36)  VALUE
           "000031059090120151181212243273304334".
       01  RED-ACM               REDEFINES  TAB-ACM.
           03  ACM-TAB          PIC  9(03)  OCCURS  12.

       01  TAB-LDP.
           03  OCR-TAB                      OCCURS  3000.
               05  CHV-TAB      PIC  X(10).
               05  FRN-TAB      PIC  9(04).
               05  VAL-TAB      PIC  9(07)V99.
               05  DTA-TAB      PIC  9(06).
               05  NDI-TAB      PIC  9(06).
               05  HST-TAB      PIC  X(25).
               05  LDG-TAB      PIC  X(48).

       01  LIN-CAB1              PIC  X(120) VALUE
           "CONTAS A PAGAR EM ABERTO - SUSPEITAS DE DUPLICIDADE".
       01  LIN-CAB2              PIC  X(120) VALUE
           "LANCAMENTO FORN NOME FORNECEDOR          VENCTO
      -    "   VALOR  HISTORICO                 MOTIVO".
       01  LIN-DET.
           03  CHV-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRN-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  HST-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "LANCAMENTOS PENDENTES ANALISADOS .......".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PARES SUSPEITOS DE DUPLICIDADE .........".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR EM RISCO DE PAGAMENTO DUPLO ......".
           03  TOT-DET3          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TABELA CHEIA - ANALISE PARCIAL .........".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           OPEN     INPUT     CADLDP    CADFRN
           OPEN     OUTPUT    REL-DUP
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     ZEROS     TO  IND1
           PERFORM  ROT-COMP-00
              THRU  ROT-COMP-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-TAB   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-PAR   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-VAL   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           IF  FLG-CHE   =  "S"  MOVE     QTD-TAB  TO  TOT-DET4
                                 WRITE    LIN-REL  FROM  LIN-TOT4.
           CLOSE    CADLDP    CADFRN    REL-DUP
           GOBACK.

       ROT-PARM-00.
           OPEN     INPUT     ARQDUP
           IF  FST-ARQ   =  "35" GO       ROT-PARM-90.
           READ     ARQDUP    AT  END  GO  ROT-PARM-80.
           MOVE     ZEROS     TO  PRZ-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     PRZ-AUX
           IF  PRZ-AUX   >   0   MOVE     PRZ-AUX  TO  PRZ-DUP.
       ROT-PARM-80.
           CLOSE    ARQDUP.
       ROT-PARM-90.
           EXIT.

       ROT-CARG-00.
           MOVE     SPACES    TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-CARG-90.
           IF  FLG-LDP  NOT  =  "P"  AND
               FLG-LDP  NOT  =  "A"
                                 GO       ROT-CARG-10.
           IF  QTD-TAB   NOT  <  MAX-TAB
                                 MOVE     "S"      TO  FLG-CHE
                                 GO       ROT-CARG-90.
           ADD      1         TO  QTD-TAB
           MOVE     CHV-LDP   TO  CHV-TAB (QTD-TAB)
           MOVE     FRN-LDP   TO  FRN-TAB (QTD-TAB)
           MOVE     VAL-LDP   TO  VAL-TAB (QTD-TAB)
           MOVE     DTA-LDP   TO  DTA-TAB (QTD-TAB)  DTA-CAL
           MOVE     HST-LDP   TO  HST-TAB (QTD-TAB)
           MOVE     LDG-LDP   TO  LDG-TAB (QTD-TAB)
           PERFORM  ROT-NDIA-00
              THRU  ROT-NDIA-90
           MOVE     NUM-DIA   TO  NDI-TAB (QTD-TAB)
           GO       ROT-CARG-10.

       ROT-CARG-90.
           EXIT.

       ROT-COMP-00.
           ADD      1         TO  IND1
           IF  IND1      NOT  <  QTD-TAB
                                 GO       ROT-COMP-90.
           MOVE     IND1      TO  IND2.

       ROT-COMP-10.
           ADD      1         TO  IND2
           IF  IND2      >       QTD-TAB
                                 GO       ROT-COMP-00.
           MOVE     SPACES    TO  MOT-AUX
           IF  LDG-TAB (IND1)  NOT  =  SPACES  AND
               LDG-TAB (IND1)  =   LDG-TAB (IND2)
               MOVE  "MESMO CODIGO DE BARRAS"       TO  MOT-AUX
               GO       ROT-COMP-20.
           IF  FRN-TAB (IND1)  =   0                 OR
               FRN-TAB (IND1)  NOT  =  FRN-TAB (IND2) OR
               VAL-TAB (IND1)  NOT  =  VAL-TAB (IND2)
                                 GO       ROT-COMP-10.
           COMPUTE  DIF-DIA   =  NDI-TAB (IND1)  -  NDI-TAB (IND2)
           IF  DIF-DIA   <   0
               COMPUTE  DIF-DIA   =  NDI-TAB (IND2)  -  NDI-TAB (IND1).
           IF  DIF-DIA   >       PRZ-DUP
                                 GO       ROT-COMP-10.
           MOVE  "FORNECEDOR/VALOR/VENCIMENTO"      TO  MOT-AUX.

       ROT-COMP-20.
           ADD      1         TO  TOT-PAR
           ADD      VAL-TAB (IND2)  TO  TOT-VAL
           MOVE     IND1      TO  IND3
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           MOVE     IND2      TO  IND3
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           GO       ROT-COMP-10.

       ROT-COMP-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     CHV-TAB (IND3)  TO  CHV-DET
           MOVE     FRN-TAB (IND3)  TO  FRN-DET   CHV-FRN
           MOVE     SPACES    TO  NOM-DET
           IF  FRN-TAB (IND3)  >   0
               READ     CADFRN
               IF  FST-FRN   =  "00"
                                 MOVE     NOM-FRN  TO  NOM-DET.
           MOVE     DTA-TAB (IND3) (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-TAB (IND3) (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-TAB (IND3) (1:2)  TO  DTA-DET (7:2)
           MOVE     VAL-TAB (IND3)  TO  VAL-DET
           MOVE     HST-TAB (IND3)  TO  HST-DET
           MOVE     MOT-AUX   TO  MOT-DET
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-IMPR-90.
           EXIT.

       ROT-NDIA-00.
           MOVE     ZEROS     TO  NUM-DIA
           IF  MES-CAL   <   1   OR   MES-CAL   >   12
                                 GO       ROT-NDIA-90.
           DIVIDE   ANO-CAL   BY  4  GIVING  QOC-AUX
                                     REMAINDER  RST-AUX
           IF  RST-AUX   >   0   ADD      1        TO  QOC-AUX.
           COMPUTE  NUM-DIA   =  ANO-CAL  *  365  +  QOC-AUX
                              +  ACM-TAB (MES-CAL)  +  DIA-CAL
           IF  RST-AUX   =   0   AND
               MES-CAL   >   2   ADD      1        TO  NUM-DIA.
       ROT-NDIA-90.
           EXIT.
