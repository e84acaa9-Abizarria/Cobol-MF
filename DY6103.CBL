       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6103.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADFUN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FUN
                       FILE          STATUS  IS  FST-FUN.

           SELECT      CADPFL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PFL
                       FILE          STATUS  IS  FST-PFL.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      CADPTO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PTO
                       FILE          STATUS  IS  FST-PTO.

           SELECT      CADFER        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FER
                       FILE          STATUS  IS  FST-FER.

           SELECT      CADVFR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VFR
                       FILE          STATUS  IS  FST-VFR.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV
                       FILE          STATUS  IS  FST-ATV.

           SELECT      ARQFOL        ASSIGN  TO  "FOLHA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQEXP        ASSIGN  TO  "FOLHAEXP.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EXP.

           SELECT      REL-FOL       ASSIGN  TO  "RELFOLHA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFUN.CPY.
       COPY  CADPFL.CPY.
       COPY  CADOPR.CPY.
       COPY  CADPTO.CPY.
       COPY  CADFER.CPY.
       COPY  CADVFR.CPY.
       COPY  CADVDF.CPY.
       COPY  CADATV.CPY.

       FD  ARQFOL.
       01  LIN-ARQ               PIC  X(200).

       FD  ARQEXP.
       01  LIN-EXP               PIC  X(150).

       FD  REL-FOL.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-FUN          PIC  X(02).
           03  FST-PFL          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-PTO          PIC  X(02).
           03  FST-FER          PIC  X(02).
           03  FST-VFR          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-ATV          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-EXP          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  COD-AUX          PIC  X(10).
           03  NOM-AUX          PIC  X(40).
           03  CPF-AUX          PIC  9(11).
           03  DTA-AUX          PIC  9(06).
           03  CRG-AUX          PIC  X(20).
           03  SAL-ED           PIC  9(07),99.
           03  HIN-AUX          PIC  9(04).
           03  HFM-AUX          PIC  9(04).
           03  JOR-ED           PIC  9(02),99.
           03  BCO-AUX          PIC  9(03).
           03  AGE-AUX          PIC  9(05).
           03  CTA-AUX          PIC  X(15).
           03  CMS-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  SIT-AUX          PIC  X(40).
           03  HEX-PRM          PIC  9(03).
           03  NOT-PRM          PIC  9(03).
           03  DFR-PRM          PIC  9(03).
           03  DIV-PRM          PIC  9(03).
           03  PCT-HEX          PIC  9(03)  VALUE  50.
           03  PCT-NOT          PIC  9(03)  VALUE  20.
           03  PCT-DFR          PIC  9(03)  VALUE  100.
           03  DIV-AUX          PIC  9(03)  VALUE  220.
           03  REF-AUX          PIC  9(04).
           03  RED-AUX          REDEFINES  REF-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
           03  NUM-MES          PIC  9(05).
           03  QUO-MES          PIC  9(05).
           03  REF-FOL          PIC  9(04).
           03  RED-FOL          REDEFINES  REF-FOL.
               05  ANO-FOL      PIC  9(02).
               05  MES-FOL      PIC  9(02).
           03  DTI-FOL          PIC  9(06).
           03  DTF-FOL          PIC  9(06).
           03  FLG-PTO          PIC  9(01)  VALUE  ZEROS.
           03  FLG-FER          PIC  9(01)  VALUE  ZEROS.
           03  FLG-VFR          PIC  9(01)  VALUE  ZEROS.

           03  DIA-INI          PIC  9(02).
           03  DIA-FIM          PIC  9(02).
           03  DIA-ANT          PIC  9(06).
           03  FLG-DFR          PIC  9(01).
           03  FLG-ENT          PIC  9(01).
           03  MIN-ENT          PIC  9(04).
           03  MIN-SAI          PIC  9(04).
           03  MIN-DIA          PIC  9(05).
           03  MIN-JOR          PIC  9(04).
           03  MIN-TRB          PIC  9(05).
           03  MIN-HEX          PIC  9(05).
           03  MIN-NOT          PIC  9(05).
           03  MIN-DFR          PIC  9(05).
           03  NOT-INI          PIC  9(04).
           03  NOT-FIM          PIC  9(04).
           03  IND-NOT          PIC  9(01).
           03  HRA-WRK          PIC  9(04).
           03  RED-WRK          REDEFINES  HRA-WRK.
               05  WRK-HH       PIC  9(02).
               05  WRK-MM       PIC  9(02).
           03  VHR-AUX          PIC  9(05)V9(04).

           03  TAB-NOT.
               05  FILLER       PIC  9(04)  VALUE  0000.
               05  FILLER       PIC  9(04)  VALUE  0300.
               05  FILLER       PIC  9(04)  VALUE  1320.
               05  FILLER       PIC  9(04)  VALUE  1740.
               05  FILLER       PIC  9(04)  VALUE  2760.
               05  FILLER       PIC  9(04)  VALUE  2880.
           03  RED-NOT          REDEFINES   TAB-NOT.
               05  REG-TNT      OCCURS 3.
                   07  INI-TNT  PIC  9(04).
                   07  FIM-TNT  PIC  9(04).

           03  EVT-AUX          PIC  9(03).
           03  DES-AUX          PIC  X(30).
           03  HRS-AUX          PIC  9(03)V99.
           03  VAL-AUX          PIC  9(07)V99.
           03  SIN-AUX          PIC  X(01).
           03  HRS-ED           PIC  9(03),99.
           03  VAL-ED           PIC  9(07),99.

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  QTD-FRE          PIC  9(02)  VALUE  ZEROS.
           03  FRE-AUX          PIC  X(10).
           03  ATV-AX1          PIC  9(01).
           03  VND-AUX          PIC  9(08)V99.
           03  CMV-AUX          PIC  9(08)V99.

           03  TAB-FRE          OCCURS  50.
               05  FRE-TAB      PIC  X(10).
               05  CMS-TAB      PIC  9(08)V99.

           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-FUN          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LIQ          PIC S9(09)V99  VALUE  ZEROS.
           03  TOT-EVT          PIC  9(05)  VALUE  ZEROS.

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

           03  TOT-ANO          PIC  9(04).
           03  ANO-AX1          PIC  9(04).
           03  ANO-AX2          PIC  9(04).
           03  TOT-DSM          PIC  9(07).
           03  QUO-DSM          PIC  9(07).
           03  RST-DSM          PIC  9(07).
           03  IND-MSS          PIC  9(02).
           03  IND-SEM          PIC  9(01).

           03  TAB-DIA.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  28.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
           03  RED-DIA          REDEFINES   TAB-DIA.
               05  DIA-TAB      PIC  9(02)  OCCURS 12.

       01  LIN-CAB1              PIC  X(132) VALUE
           "PRE-CALCULO DA FOLHA DE PAGAMENTO - PROPOSTA AO CONTADOR".
       01  LIN-CAB2              PIC  X(132) VALUE
           "== MOVIMENTO DO CADASTRO DE FUNCIONARIOS ==".
       01  LIN-MOV.
           03  TIP-DMV           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  COD-DMV           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DMV           PIC  X(40).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DMV           PIC  X(40).
       01  LIN-CAB3.
           03  FILLER            PIC  X(27)  VALUE
               "== PROPOSTA DA COMPETENCIA ".
           03  MES-CB3           PIC  X(05)  VALUE  "  /  ".
           03  FILLER            PIC  X(03)  VALUE  " ==".
       01  LIN-CAB4.
           03  FILLER            PIC  X(13)  VALUE  "HORA EXTRA : ".
           03  HEX-CB4           PIC  ZZ9.
           03  FILLER            PIC  X(21)  VALUE
               "%   ADIC. NOTURNO : ".
           03  NOT-CB4           PIC  ZZ9.
           03  FILLER            PIC  X(20)  VALUE
               "%   DOM/FERIADO : ".
           03  DFR-CB4           PIC  ZZ9.
           03  FILLER            PIC  X(15)  VALUE  "%   DIVISOR : ".
           03  DIV-CB4           PIC  ZZ9.
           03  FILLER            PIC  X(30)  VALUE
               "   NOTURNO 22:00 AS 05:00".
       01  LIN-RC1               PIC  X(80)  VALUE  ALL  "-".
       01  LIN-FN1.
           03  FILLER            PIC  X(14)  VALUE  "FUNCIONARIO : ".
           03  COD-FN1           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-FN1           PIC  X(40).
           03  FILLER            PIC  X(08)  VALUE  "  CPF : ".
           03  CPF-FN1           PIC  9(11).
       01  LIN-FN2.
           03  FILLER            PIC  X(14)  VALUE  "CARGO ..... : ".
           03  CRG-FN2           PIC  X(20).
           03  FILLER            PIC  X(13)  VALUE  "  ADMISSAO : ".
           03  DTA-FN2           PIC  99/99/99.
           03  FILLER            PIC  X(09)  VALUE  "  DIAS : ".
           03  DIA-FN2           PIC  Z9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-FN2           PIC  X(20).
       01  LIN-FN3.
           03  FILLER            PIC  X(14)  VALUE  "HORAS ..... : ".
           03  FILLER            PIC  X(12)  VALUE  "TRABALHADAS ".
           03  HTR-FN3           PIC  ZZ9,99.
           03  FILLER            PIC  X(09)  VALUE  "  EXTRAS ".
           03  HEX-FN3           PIC  ZZ9,99.
           03  FILLER            PIC  X(11)  VALUE  "  NOTURNAS ".
           03  HNT-FN3           PIC  ZZ9,99.
           03  FILLER            PIC  X(10)  VALUE  "  DOM/FER ".
           03  HDF-FN3           PIC  ZZ9,99.
       01  LIN-EVT.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  EVT-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  REF-DET           PIC  ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIN-DET           PIC  X(01).
       01  LIN-LIQ.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  FILLER            PIC  X(43)  VALUE
               "LIQUIDO PROPOSTO SEM ENCARGOS .............".
           03  LIQ-DET           PIC  -.---.--9,99.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS PROCESSADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "FUNCIONARIOS CALCULADOS ................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  LIQ-DET3          PIC  ---.---.--9,99.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "EVENTOS EXPORTADOS .....................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  REF-AUX
           PERFORM  ROT-NMES-00
              THRU  ROT-NMES-90
           SUBTRACT 1         FROM  NUM-MES
           PERFORM  ROT-AMES-00
              THRU  ROT-AMES-90
           MOVE     REF-AUX   TO  REF-FOL
           OPEN     I-O       CADFUN
           IF  FST-FUN   =  "35" CLOSE    CADFUN
                                 OPEN     OUTPUT   CADFUN
                                 CLOSE    CADFUN
                                 OPEN     I-O      CADFUN.
           OPEN     I-O       CADPFL
           IF  FST-PFL   =  "35" CLOSE    CADPFL
                                 OPEN     OUTPUT   CADPFL
                                 CLOSE    CADPFL
                                 OPEN     I-O      CADPFL.
           OPEN     OUTPUT    REL-FOL
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           MOVE     REF-FOL   TO  DTI-FOL (1:4)   DTF-FOL (1:4)
           MOVE     01        TO  DTI-FOL (5:2)
           MOVE     REF-FOL   TO  DTA-CAL (1:4)
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           MOVE     DIA-TAB (MES-FOL)  TO  DTF-FOL (5:2)
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     MES-FOL   TO  MES-CB3 (1:2)
           MOVE     ANO-FOL   TO  MES-CB3 (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     PCT-HEX   TO  HEX-CB4
           MOVE     PCT-NOT   TO  NOT-CB4
           MOVE     PCT-DFR   TO  DFR-CB4
           MOVE     DIV-AUX   TO  DIV-CB4
           WRITE    LIN-REL   FROM  LIN-CAB4
           PERFORM  ROT-CMSS-00
              THRU  ROT-CMSS-90
           OPEN     INPUT     CADPTO
           IF  FST-PTO   =  "00" MOVE     1        TO  FLG-PTO.
           OPEN     INPUT     CADFER
           IF  FST-FER   =  "00" MOVE     1        TO  FLG-FER.
           OPEN     INPUT     CADVFR
           IF  FST-VFR   =  "00" MOVE     1        TO  FLG-VFR.
           OPEN     OUTPUT    ARQEXP
           PERFORM  ROT-CALC-00
              THRU  ROT-CALC-90
           IF  FLG-PTO   =   1   CLOSE    CADPTO.
           IF  FLG-FER   =   1   CLOSE    CADFER.
           IF  FLG-VFR   =   1   CLOSE    CADVFR.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-FUN   TO  TOT-DET3
           MOVE     TOT-LIQ   TO  LIQ-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-EVT   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADFUN    CADPFL    ARQEXP    REL-FOL
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQFOL
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.
           OPEN     INPUT     CADOPR.

       ROT-MOVI-10.
           READ     ARQFOL    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           MOVE     SPACES    TO  COD-AUX   NOM-AUX   SIT-AUX
           IF  TIP-AUX   =  "M"  PERFORM  ROT-MESF-00
                                    THRU  ROT-MESF-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "P"  PERFORM  ROT-PARM-00
                                    THRU  ROT-PARM-90
                                 GO       ROT-MOVI-10.
           IF  TIP-AUX   =  "F"  PERFORM  ROT-FUNC-00
                                    THRU  ROT-FUNC-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "D"  PERFORM  ROT-DESL-00
                                    THRU  ROT-DESL-90
                                 GO       ROT-MOVI-20.
           GO       ROT-MOVI-10.

       ROT-MOVI-20.
           ADD      1         TO  TOT-MOV
           IF  SIT-AUX (1:9)  =  "REJEITADO"
                                 ADD      1        TO  TOT-REJ.
           MOVE     TIP-AUX   TO  TIP-DMV
           MOVE     COD-AUX   TO  COD-DMV
           MOVE     NOM-AUX   TO  DES-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQFOL    CADOPR.
       ROT-MOVI-90.
           EXIT.

       ROT-MESF-00.
           MOVE     ZEROS     TO  REF-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              REF-AUX
           IF  MES-AUX   <   1   OR   MES-AUX   >   12
                                 GO       ROT-MESF-90.
           MOVE     REF-AUX   TO  REF-FOL.
       ROT-MESF-90.
           EXIT.

       ROT-PARM-00.
           MOVE     ZEROS     TO  HEX-PRM   NOT-PRM   DFR-PRM
                                  DIV-PRM
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              HEX-PRM
                              NOT-PRM
                              DFR-PRM
                              DIV-PRM
           IF  HEX-PRM   >   0   MOVE     HEX-PRM  TO  PCT-HEX.
           IF  NOT-PRM   >   0   MOVE     NOT-PRM  TO  PCT-NOT.
           IF  DFR-PRM   >   0   MOVE     DFR-PRM  TO  PCT-DFR.
           IF  DIV-PRM   >   0   MOVE     DIV-PRM  TO  DIV-AUX.
       ROT-PARM-90.
           EXIT.

       ROT-FUNC-00.
           MOVE     ZEROS     TO  CPF-AUX   DTA-AUX   SAL-ED
                                  HIN-AUX   HFM-AUX   JOR-ED
                                  BCO-AUX   AGE-AUX
           MOVE     SPACES    TO  CRG-AUX   CTA-AUX   CMS-AUX
                                  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              COD-AUX
                              NOM-AUX
                              CPF-AUX
                              DTA-AUX
                              CRG-AUX
                              SAL-ED
                              HIN-AUX
                              HFM-AUX
                              JOR-ED
                              BCO-AUX
                              AGE-AUX
                              CTA-AUX
                              CMS-AUX
                              OPR-AUX
           IF  COD-AUX   =   SPACES  OR  NOM-AUX  =  SPACES
                                 MOVE     "REJEITADO - FUNCIONARIO"
                                          TO  SIT-AUX
                                 GO       ROT-FUNC-90.
           IF  DTA-AUX   =   0   OR   SAL-ED    =   0
                                 MOVE     "REJEITADO - ADMISSAO/SALARIO"
                                          TO  SIT-AUX
                                 GO       ROT-FUNC-90.
           MOVE     COD-AUX   TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
                                 MOVE     "REJEITADO - SEM OPERADOR"
                                          TO  SIT-AUX
                                 GO       ROT-FUNC-90.
           IF  JOR-ED    =   0   MOVE     8        TO  JOR-ED.
           IF  CMS-AUX  NOT  =  "S"
                                 MOVE     "N"      TO  CMS-AUX.
           MOVE     COD-AUX   TO  CHV-FUN
           READ     CADFUN
           IF  FST-FUN   =  "00" GO       ROT-FUNC-10.
           MOVE     "A"       TO  STA-FUN
           MOVE     ZEROS     TO  DTD-FUN
           MOVE     "INCLUIDO"  TO  SIT-AUX.

       ROT-FUNC-10.
           IF  SIT-AUX   =   SPACES
                                 MOVE     "ALTERADO"  TO  SIT-AUX.
           MOVE     COD-AUX   TO  CHV-FUN
           MOVE     NOM-AUX   TO  NOM-FUN
           MOVE     CPF-AUX   TO  CPF-FUN
           MOVE     DTA-AUX   TO  DTA-FUN
           MOVE     CRG-AUX   TO  CRG-FUN
           MOVE     SAL-ED    TO  SAL-FUN
           MOVE     HIN-AUX   TO  HIN-FUN
           MOVE     HFM-AUX   TO  HFM-FUN
           MOVE     JOR-ED    TO  JOR-FUN
           MOVE     BCO-AUX   TO  BCO-FUN
           MOVE     AGE-AUX   TO  AGE-FUN
           MOVE     CTA-AUX   TO  CTA-FUN
           MOVE     CMS-AUX   TO  CMS-FUN
           MOVE     DTA-HOJ   TO  DTM-FUN
           MOVE     OPR-AUX   TO  OPR-FUN
           IF  SIT-AUX   =  "INCLUIDO"
                                 WRITE    REG-FUN
           ELSE                  REWRITE  REG-FUN.
       ROT-FUNC-90.
           EXIT.

       ROT-DESL-00.
           MOVE     ZEROS     TO  DTA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              COD-AUX
                              DTA-AUX
           IF  DTA-AUX   =   0   MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     COD-AUX   TO  CHV-FUN
           READ     CADFUN
           IF  FST-FUN  NOT  =  "00"
                                 MOVE     "REJEITADO - INEXISTENTE"
                                          TO  SIT-AUX
                                 GO       ROT-DESL-90.
           MOVE     NOM-FUN   TO  NOM-AUX
           MOVE     "D"       TO  STA-FUN
           MOVE     DTA-AUX   TO  DTD-FUN
           MOVE     DTA-HOJ   TO  DTM-FUN
           REWRITE  REG-FUN
           MOVE     "DESLIGADO"  TO  SIT-AUX.
       ROT-DESL-90.
           EXIT.

       ROT-CMSS-00.
           OPEN     INPUT     CADVDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-CMSS-90.
           OPEN     INPUT     CADATV
           MOVE     ZEROS     TO  CHV-VDF.

       ROT-CMSS-10.
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF   =  "23" GO       ROT-CMSS-80.
           READ     CADVDF  NEXT
           IF  FST-VDF   =  "10" GO       ROT-CMSS-80.
           IF  FRE-VDF   =       SPACES
                                 GO       ROT-CMSS-10.
           IF  DTA-VDF (1:4)  NOT  =  REF-FOL
                                 GO       ROT-CMSS-10.
           MOVE     ATV-VDF   TO  ATV-AX1
           MOVE     ATV-AX1   TO  CHV-ATV
           READ     CADATV
           IF  FST-ATV  NOT  =  "00"  OR  PCM-ATV  =  0
                                 GO       ROT-CMSS-10.
           COMPUTE  VND-AUX  =   QTD-VDF  *   VAL-VDF
           COMPUTE  CMV-AUX  =   VND-AUX  *   PCM-ATV  /  100
           MOVE     FRE-VDF   TO  FRE-AUX
           PERFORM  ROT-ACHA-00
              THRU  ROT-ACHA-90
           IF  IND1      =   0   GO       ROT-CMSS-10.
           ADD      CMV-AUX   TO  CMS-TAB (IND1)
           GO       ROT-CMSS-10.

       ROT-CMSS-80.
           CLOSE    CADVDF    CADATV.
       ROT-CMSS-90.
           EXIT.

       ROT-ACHA-00.
           MOVE     ZEROS     TO  IND1   IND2.

       ROT-ACHA-10.
           ADD      1         TO  IND2
           IF  IND2      >       QTD-FRE
                                 GO       ROT-ACHA-20.
           IF  FRE-TAB (IND2)  =  FRE-AUX
                                 MOVE     IND2  TO  IND1
                                 GO       ROT-ACHA-90.
           GO       ROT-ACHA-10.

       ROT-ACHA-20.
           IF  QTD-FRE   =   50  GO       ROT-ACHA-90.
           ADD      1         TO  QTD-FRE
           MOVE     FRE-AUX   TO  FRE-TAB (QTD-FRE)
           MOVE     ZEROS     TO  CMS-TAB (QTD-FRE)
           MOVE     QTD-FRE   TO  IND1.
       ROT-ACHA-90.
           EXIT.

       ROT-CALC-00.
           MOVE     SPACES    TO  CHV-FUN
           START    CADFUN       KEY  >   CHV-FUN
           IF  FST-FUN  NOT  =  "00"
                                 GO       ROT-CALC-90.

       ROT-CALC-10.
           READ     CADFUN  NEXT
           IF  FST-FUN  NOT  =  "00"
                                 GO       ROT-CALC-90.
           IF  DTA-FUN   >       DTF-FOL
                                 GO       ROT-CALC-10.
           IF  STA-FUN   =  "D"  AND  DTD-FUN  <  DTI-FOL
                                 GO       ROT-CALC-10.
           MOVE     1         TO  DIA-INI
           MOVE     30        TO  DIA-FIM
           IF  DTA-FUN (1:4)  =  REF-FOL
                                 MOVE     DTA-FUN (5:2)  TO  DIA-INI.
           IF  STA-FUN   =  "D"  AND  DTD-FUN (1:4)  =  REF-FOL
                                 MOVE     DTD-FUN (5:2)  TO  DIA-FIM.
           IF  DIA-INI   >   30  MOVE     30       TO  DIA-INI.
           IF  DIA-FIM   >   30  MOVE     30       TO  DIA-FIM.
           MOVE     SPACES    TO  REG-PFL
           MOVE     ZEROS     TO  DIA-PFL   SAL-PFL   HTR-PFL
                                  HEX-PFL   HNT-PFL   HDF-PFL
                                  VHE-PFL   VNT-PFL   VDF-PFL
                                  CMS-PFL   VLE-PFL   ADT-PFL
                                  LIQ-PFL
           MOVE     REF-FOL   TO  REF-PFL
           MOVE     CHV-FUN   TO  FUN-PFL
           MOVE     DTA-HOJ   TO  DTG-PFL
           IF  DIA-FIM  NOT  <   DIA-INI
               COMPUTE  DIA-PFL  =  DIA-FIM  -  DIA-INI  +  1.
           COMPUTE  SAL-PFL   ROUNDED  =  SAL-FUN  *  DIA-PFL  /  30
           MOVE     ZEROS     TO  MIN-TRB   MIN-HEX   MIN-NOT
                                  MIN-DFR
           COMPUTE  MIN-JOR   =  JOR-FUN  *   60
           IF  FLG-PTO   =   1   PERFORM  ROT-PONT-00
                                    THRU  ROT-PONT-90.
           COMPUTE  HTR-PFL   ROUNDED  =  MIN-TRB  /  60
           COMPUTE  HEX-PFL   ROUNDED  =  MIN-HEX  /  60
           COMPUTE  HNT-PFL   ROUNDED  =  MIN-NOT  /  52,5
           COMPUTE  HDF-PFL   ROUNDED  =  MIN-DFR  /  60
           COMPUTE  VHR-AUX   ROUNDED  =  SAL-FUN  /  DIV-AUX
           COMPUTE  VHE-PFL   ROUNDED  =  MIN-HEX  *  VHR-AUX
                                       *  (100  +  PCT-HEX)  /  6000
           COMPUTE  VNT-PFL   ROUNDED  =  MIN-NOT  *  VHR-AUX
                                       *  PCT-NOT  /  5250
           COMPUTE  VDF-PFL   ROUNDED  =  MIN-DFR  *  VHR-AUX
                                       *  (100  +  PCT-DFR)  /  6000
           IF  CMS-FUN   =  "S"  MOVE     CHV-FUN  TO  FRE-AUX
                                 PERFORM  ROT-PCMS-00
                                    THRU  ROT-PCMS-90.
           IF  FLG-VFR   =   1   PERFORM  ROT-VALE-00
                                    THRU  ROT-VALE-90.
           COMPUTE  LIQ-PFL   =  SAL-PFL  +   VHE-PFL  +  VNT-PFL
                              +  VDF-PFL  +   CMS-PFL
                              -  VLE-PFL  -   ADT-PFL
           WRITE    REG-PFL
           IF  FST-PFL   =  "22" REWRITE  REG-PFL.
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           ADD      1         TO  TOT-FUN
           ADD      LIQ-PFL   TO  TOT-LIQ
           GO       ROT-CALC-10.

       ROT-CALC-90.
           EXIT.

       ROT-PCMS-00.
           MOVE     ZEROS     TO  IND1.

       ROT-PCMS-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-FRE
                                 GO       ROT-PCMS-90.
           IF  FRE-TAB (IND1)  NOT  =  FRE-AUX
                                 GO       ROT-PCMS-10.
           MOVE     CMS-TAB (IND1)  TO  CMS-PFL.
       ROT-PCMS-90.
           EXIT.

       ROT-PONT-00.
           MOVE     ZEROS     TO  DIA-ANT   FLG-ENT   MIN-DIA
                                  FLG-DFR
           MOVE     CHV-FUN   TO  OPR-PTO
           MOVE     DTI-FOL   TO  DTA-PTO
           MOVE     ZEROS     TO  SEQ-PTO
           START    CADPTO       KEY  NOT  <  CHV-PTO
           IF  FST-PTO  NOT  =  "00"
                                 GO       ROT-PONT-90.

       ROT-PONT-10.
           READ     CADPTO  NEXT
           IF  FST-PTO  NOT  =  "00"
                                 GO       ROT-PONT-80.
           IF  OPR-PTO  NOT  =   CHV-FUN  OR
               DTA-PTO   >       DTF-FOL
                                 GO       ROT-PONT-80.
           IF  DTA-PTO  NOT  =   DIA-ANT
                                 PERFORM  ROT-FDIA-00
                                    THRU  ROT-FDIA-90
                                 PERFORM  ROT-IDIA-00
                                    THRU  ROT-IDIA-90.
           MOVE     HRA-PTO   TO  HRA-WRK
           IF  TIP-PTO   =  "E"
                   COMPUTE  MIN-ENT  =  WRK-HH  *  60  +  WRK-MM
                   MOVE     1        TO  FLG-ENT
                   GO       ROT-PONT-10.
           IF  TIP-PTO  NOT  =  "S"  OR  FLG-ENT  =  0
                                 GO       ROT-PONT-10.
           COMPUTE  MIN-SAI   =  WRK-HH   *   60  +  WRK-MM
           IF  MIN-SAI   <       MIN-ENT
                                 ADD      1440     TO  MIN-SAI.
           COMPUTE  MIN-DIA   =  MIN-DIA  +   MIN-SAI  -  MIN-ENT
           PERFORM  ROT-NOTU-00
              THRU  ROT-NOTU-90
           MOVE     ZEROS     TO  FLG-ENT
           GO       ROT-PONT-10.

       ROT-PONT-80.
           PERFORM  ROT-FDIA-00
              THRU  ROT-FDIA-90.
       ROT-PONT-90.
           EXIT.

       ROT-IDIA-00.
           MOVE     DTA-PTO   TO  DIA-ANT   DTA-CAL
           MOVE     ZEROS     TO  MIN-DIA   FLG-DFR
           PERFORM  ROT-DSEM-00
              THRU  ROT-DSEM-90
           IF  IND-SEM   =   2   MOVE     1        TO  FLG-DFR
                                 GO       ROT-IDIA-90.
           IF  FLG-FER   =   0   GO       ROT-IDIA-90.
           MOVE     DTA-PTO   TO  CHV-FER
           READ     CADFER
           IF  FST-FER   =  "00" MOVE     1        TO  FLG-DFR.
       ROT-IDIA-90.
           EXIT.

       ROT-FDIA-00.
           IF  DIA-ANT   =   0   GO       ROT-FDIA-90.
           ADD      MIN-DIA   TO  MIN-TRB
           IF  FLG-DFR   =   1   ADD      MIN-DIA  TO  MIN-DFR
                                 GO       ROT-FDIA-90.
           IF  MIN-DIA   >       MIN-JOR
               COMPUTE  MIN-HEX  =  MIN-HEX  +  MIN-DIA  -  MIN-JOR.
       ROT-FDIA-90.
           EXIT.

       ROT-NOTU-00.
           MOVE     ZEROS     TO  IND-NOT.

       ROT-NOTU-10.
           ADD      1         TO  IND-NOT
           IF  IND-NOT   >   3   GO       ROT-NOTU-90.
           MOVE     MIN-ENT   TO  NOT-INI
           IF  INI-TNT (IND-NOT)  >  NOT-INI
               MOVE     INI-TNT (IND-NOT)  TO  NOT-INI.
           MOVE     MIN-SAI   TO  NOT-FIM
           IF  FIM-TNT (IND-NOT)  <  NOT-FIM
               MOVE     FIM-TNT (IND-NOT)  TO  NOT-FIM.
           IF  NOT-FIM   >       NOT-INI
               COMPUTE  MIN-NOT  =  MIN-NOT  +  NOT-FIM  -  NOT-INI.
           GO       ROT-NOTU-10.

       ROT-NOTU-90.
           EXIT.

       ROT-VALE-00.
           MOVE     CHV-FUN   TO  FRE-VFR
           MOVE     DTI-FOL   TO  DTA-VFR
           MOVE     ZEROS     TO  LCT-VFR
           START    CADVFR       KEY  NOT  <  CHV-VFR
           IF  FST-VFR  NOT  =  "00"
                                 GO       ROT-VALE-90.

       ROT-VALE-10.
           READ     CADVFR  NEXT
           IF  FST-VFR  NOT  =  "00"
                                 GO       ROT-VALE-90.
           IF  FRE-VFR  NOT  =   CHV-FUN  OR
               DTA-VFR   >       DTF-FOL
                                 GO       ROT-VALE-90.
           IF  TIP-VFR   =  "V"  AND  LCT-VFR  <  90
                                 ADD      VAL-VFR  TO  VLE-PFL.
           IF  TIP-VFR   =  "A"  ADD      VAL-VFR  TO  ADT-PFL.
           GO       ROT-VALE-10.

       ROT-VALE-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-RC1
           MOVE     CHV-FUN   TO  COD-FN1
           MOVE     NOM-FUN   TO  NOM-FN1
           MOVE     CPF-FUN   TO  CPF-FN1
           WRITE    LIN-REL   FROM  LIN-FN1
           MOVE     CRG-FUN   TO  CRG-FN2
           MOVE     DTA-FUN   TO  DTA-FN2
           MOVE     DIA-PFL   TO  DIA-FN2
           MOVE     SPACES    TO  SIT-FN2
           IF  STA-FUN   =  "D"  MOVE     "DESLIGADO NO MES"
                                          TO  SIT-FN2.
           WRITE    LIN-REL   FROM  LIN-FN2
           MOVE     HTR-PFL   TO  HTR-FN3
           MOVE     HEX-PFL   TO  HEX-FN3
           MOVE     HNT-PFL   TO  HNT-FN3
           MOVE     HDF-PFL   TO  HDF-FN3
           WRITE    LIN-REL   FROM  LIN-FN3
           MOVE     SPACES    TO  LIN-EXP
           STRING   "F"       DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    REF-FOL   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CHV-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CPF-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NOM-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DTA-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CRG-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    BCO-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    AGE-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CTA-FUN   DELIMITED  BY  SIZE
                    INTO      LIN-EXP
           WRITE    LIN-EXP
           MOVE     "+"       TO  SIN-AUX
           MOVE     001       TO  EVT-AUX
           MOVE     "SALARIO BASE"  TO  DES-AUX
           MOVE     DIA-PFL   TO  HRS-AUX
           MOVE     SAL-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     002       TO  EVT-AUX
           MOVE     "HORAS EXTRAS"  TO  DES-AUX
           MOVE     HEX-PFL   TO  HRS-AUX
           MOVE     VHE-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     003       TO  EVT-AUX
           MOVE     "ADICIONAL NOTURNO"  TO  DES-AUX
           MOVE     HNT-PFL   TO  HRS-AUX
           MOVE     VNT-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     004       TO  EVT-AUX
           MOVE     "HORAS DOMINGO/FERIADO"  TO  DES-AUX
           MOVE     HDF-PFL   TO  HRS-AUX
           MOVE     VDF-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     005       TO  EVT-AUX
           MOVE     "COMISSOES"  TO  DES-AUX
           MOVE     ZEROS     TO  HRS-AUX
           MOVE     CMS-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     "-"       TO  SIN-AUX
           MOVE     501       TO  EVT-AUX
           MOVE     "DESCONTO DE VALES"  TO  DES-AUX
           MOVE     VLE-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     502       TO  EVT-AUX
           MOVE     "ADIANTAMENTO DE COMISSOES"  TO  DES-AUX
           MOVE     ADT-PFL   TO  VAL-AUX
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     LIQ-PFL   TO  LIQ-DET
           WRITE    LIN-REL   FROM  LIN-LIQ
           WRITE    LIN-REL   FROM  LIN-RC1.
       ROT-IMPR-90.
           EXIT.

       ROT-EVEN-00.
           IF  VAL-AUX   =   0   GO       ROT-EVEN-90.
           MOVE     EVT-AUX   TO  EVT-DET
           MOVE     DES-AUX   TO  DES-DET
           MOVE     HRS-AUX   TO  REF-DET
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     SIN-AUX   TO  SIN-DET
           WRITE    LIN-REL   FROM  LIN-EVT
           MOVE     HRS-AUX   TO  HRS-ED
           MOVE     VAL-AUX   TO  VAL-ED
           MOVE     SPACES    TO  LIN-EXP
           STRING   "E"       DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    REF-FOL   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CHV-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    CPF-FUN   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    EVT-AUX   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    HRS-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    VAL-ED    DELIMITED  BY  SIZE
                    INTO      LIN-EXP
           WRITE    LIN-EXP
           ADD      1         TO  TOT-EVT.
       ROT-EVEN-90.
           EXIT.

       ROT-NMES-00.
           COMPUTE  NUM-MES   =  ANO-AUX  *   12  +  MES-AUX  -  1.
       ROT-NMES-90.
           EXIT.

       ROT-AMES-00.
           DIVIDE   NUM-MES   BY  12  GIVING  QUO-MES
                                   REMAINDER  MES-AUX
           ADD      1         TO  MES-AUX
           DIVIDE   QUO-MES   BY  100 GIVING  NUM-MES
                                   REMAINDER  ANO-AUX.
       ROT-AMES-90.
           EXIT.

       ROT-DSEM-00.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           COMPUTE  TOT-DSM  =   DIA-CAL
                             +  ((TOT-ANO  -  1)  *  365)
                             +  ((TOT-ANO  -  1)  /  4)
           MOVE     ZEROS    TO  IND-MSS.

       ROT-DSEM-10.
           ADD      1        TO  IND-MSS
           IF  IND-MSS   <       MES-CAL
               ADD      DIA-TAB (IND-MSS)  TO  TOT-DSM
               GO       ROT-DSEM-10.
           COMPUTE  QUO-DSM  =   TOT-DSM  /  7
           COMPUTE  RST-DSM  =   TOT-DSM  -  (QUO-DSM  *  7)
           COMPUTE  IND-SEM  =   RST-DSM  +  1.
       ROT-DSEM-90.
           EXIT.

       ROT-BISX-00.
           IF  ANO-CAL  NOT  <   90
               COMPUTE  TOT-ANO  =   ANO-CAL  +  1900
           ELSE
               COMPUTE  TOT-ANO  =   ANO-CAL  +  2000.
           COMPUTE  ANO-AX1  =   TOT-ANO  /  4
           COMPUTE  ANO-AX2  =   ANO-AX1  *  4
           IF  TOT-ANO   =       ANO-AX2
               MOVE     29       TO  DIA-TAB (2)
           ELSE
               MOVE     28       TO  DIA-TAB (2).
       ROT-BISX-90.
           EXIT.
