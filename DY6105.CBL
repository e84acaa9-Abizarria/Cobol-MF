       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6105.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADRSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSD
                       FILE          STATUS  IS  FST-RSD.

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

           SELECT      CADHCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HCX
                       FILE          STATUS  IS  FST-HCX.

           SELECT      ARQRSD        ASSIGN  TO  "RESUMO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-RSD       ASSIGN  TO  "RELRESUM.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRSD.CPY.
       COPY  CADVDF.CPY.
       COPY  CADCPM.CPY.
       COPY  CADHCX.CPY.

       FD  ARQRSD.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-RSD.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RSD          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-HCX          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  DTI-AUX          PIC  9(06).
           03  DTF-AUX          PIC  9(06).
           03  DTI-PRM          PIC  9(06).
           03  DTF-PRM          PIC  9(06).
           03  DTM-AUX          PIC  9(06).
           03  DTA-PSQ          PIC  9(06).
           03  SIT-AUX          PIC  X(40).
           03  DIV-AUX          PIC  ZZZZ9.
           03  IND1             PIC  9(03).
           03  QTD-TCF          PIC  9(03).
           03  QTD-DIV          PIC  9(05).
           03  FLG-CHE          PIC  9(01).
           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DIA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DIV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-GRV          PIC  9(07)  VALUE  ZEROS.

       01  TAB-CNF.
           03  REG-TCF          OCCURS  400.
               05  DTA-TCF      PIC  9(06).
               05  VDD-TCF      PIC  9(11)V99.
               05  VDR-TCF      PIC  9(11)V99.
               05  CPD-TCF      PIC  9(11)V99.
               05  CPR-TCF      PIC  9(11)V99.
               05  HCD-TCF      PIC  9(05).
               05  HCR-TCF      PIC  9(05).

       01  PRM-RSU.
           03  DTI-RSU          PIC  9(06).
           03  DTF-RSU          PIC  9(06).
           03  ORG-RSU          PIC  X(01).
           03  EXC-RSU          PIC  9(06).
           03  ITM-RSU          PIC  9(06).
           03  CPM-RSU          PIC  9(06).
           03  HCX-RSU          PIC  9(06).
           03  GRV-RSU          PIC  9(06).
           03  RET-RSU          PIC  X(02).

       01  LIN-CAB1              PIC  X(132) VALUE
           "RESUMO DIARIO DE VENDAS - CONFERENCIA E RECONSTRUCAO A PARTI
      -    "R DO DETALHE".
       01  LIN-CAB2              PIC  X(132) VALUE
           "== MOVIMENTO ==".
       01  LIN-MOV.
           03  TIP-DMV           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTI-DMV           PIC  99/99/99.
           03  FILLER            PIC  X(03)  VALUE  " A ".
           03  DTF-DMV           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DMV           PIC  X(40).
       01  LIN-CAB3              PIC  X(132) VALUE
           "    DATA       VENDAS DETALHE   VENDAS RESUMO  CUPONS DETALH
      -    "E   CUPONS RESUMO  FECH.DET  FECH.RES".
       01  LIN-DIV.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  DTA-DDV           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VDD-DDV           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  VDR-DDV           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  CPD-DDV           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  CPR-DDV           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  HCD-DDV           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  HCR-DDV           PIC  ZZ.ZZ9.
       01  LIN-REC.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  FILLER            PIC  X(12)  VALUE  "EXCLUIDOS: ".
           03  EXC-DRC           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(10)  VALUE  "  ITENS: ".
           03  ITM-DRC           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(11)  VALUE  "  CUPONS: ".
           03  CPM-DRC           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(15)  VALUE  "  FECH.CAIXA: ".
           03  HCX-DRC           PIC  ZZZ.ZZ9.
           03  FILLER            PIC  X(13)  VALUE  "  GRAVADOS: ".
           03  GRV-DRC           PIC  ZZZ.ZZ9.
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
               "DIAS CONFERIDOS ........................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "DIAS COM DIVERGENCIA ...................".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "PERIODOS RECONSTRUIDOS .................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS DE RESUMO GRAVADOS ...........".
           03  TOT-DET6          PIC  Z.ZZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     OUTPUT    REL-RSD
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-MINI-00
              THRU  ROT-MINI-90
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           IF  TOT-MOV   >    0  GO       ROT-0000-10.
           MOVE     "C"       TO  TIP-AUX
           MOVE     DTA-HOJ   TO  DTI-AUX   DTF-AUX
           MOVE     01        TO  DTI-AUX (5:2)
           MOVE     SPACES    TO  SIT-AUX
           PERFORM  ROT-PERI-00
              THRU  ROT-PERI-90
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90.

       ROT-0000-10.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-DIA   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-DIV   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-REC   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-GRV   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           CLOSE    REL-RSD
           GOBACK.

       ROT-MINI-00.
           MOVE     ZEROS     TO  DTM-AUX
           OPEN     INPUT     CADVDF
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-MINI-80.

       ROT-MINI-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-MINI-80.
           IF  DTM-AUX   =    0  OR
               DTA-VDF   <       DTM-AUX
                                 MOVE     DTA-VDF  TO  DTM-AUX.
           GO       ROT-MINI-10.

       ROT-MINI-80.
           CLOSE    CADVDF.
       ROT-MINI-90.
           EXIT.

       ROT-MOVI-00.
           OPEN     INPUT     ARQRSD
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQRSD    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           IF  TIP-AUX  NOT  =  "C"  AND
               TIP-AUX  NOT  =  "R"
                                 GO       ROT-MOVI-10.
           MOVE     ZEROS     TO  DTI-PRM   DTF-PRM
           MOVE     SPACES    TO  SIT-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              DTI-PRM
                              DTF-PRM
           MOVE     DTI-PRM   TO  DTI-AUX
           MOVE     DTF-PRM   TO  DTF-AUX
           PERFORM  ROT-PERI-00
              THRU  ROT-PERI-90
           PERFORM  ROT-LINH-00
              THRU  ROT-LINH-90
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQRSD.
       ROT-MOVI-90.
           EXIT.

       ROT-PERI-00.
           MOVE     ZEROS     TO  QTD-TCF   QTD-DIV   FLG-CHE
           IF  DTI-AUX   =    0  OR
               DTF-AUX   =    0  OR
               DTI-AUX   >       DTF-AUX
                                 MOVE     "REJEITADO - PERIODO INVALIDO"
                                          TO  SIT-AUX
                                 GO       ROT-PERI-90.
           IF  DTM-AUX   =    0
                                 MOVE     "REJEITADO - SEM ITENS DE VEND
      -                                   "A NO DETALHE"  TO  SIT-AUX
                                 GO       ROT-PERI-90.
           IF  DTF-AUX   <       DTM-AUX
                                 MOVE     "REJEITADO - DETALHE JA ENCERR
      -                                   "ADO NO MES"    TO  SIT-AUX
                                 GO       ROT-PERI-90.
           IF  DTI-AUX   <       DTM-AUX
                                 MOVE     DTM-AUX  TO  DTI-AUX.
           IF  TIP-AUX   =  "R"  PERFORM  ROT-RECO-00
                                    THRU  ROT-RECO-90
           ELSE                  PERFORM  ROT-CONF-00
                                    THRU  ROT-CONF-90.
       ROT-PERI-90.
           EXIT.

       ROT-LINH-00.
           ADD      1         TO  TOT-MOV
           MOVE     TIP-AUX   TO  TIP-DMV
           MOVE     DTI-AUX   TO  DTI-DMV
           MOVE     DTF-AUX   TO  DTF-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV
           IF  SIT-AUX (1:9)  =  "REJEITADO"
                                 ADD      1        TO  TOT-REJ
                                 GO       ROT-LINH-90.
           IF  TIP-AUX   =  "R"  WRITE    LIN-REL  FROM  LIN-REC
                                 GO       ROT-LINH-90.
           IF  QTD-DIV   =    0  GO       ROT-LINH-90.
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     ZEROS     TO  IND1.

       ROT-LINH-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TCF
                                 GO       ROT-LINH-90.
           IF  VDD-TCF (IND1)  =  VDR-TCF (IND1)  AND
               CPD-TCF (IND1)  =  CPR-TCF (IND1)  AND
               HCD-TCF (IND1)  =  HCR-TCF (IND1)
                                 GO       ROT-LINH-10.
           MOVE     DTA-TCF (IND1)  TO  DTA-DDV
           MOVE     VDD-TCF (IND1)  TO  VDD-DDV
           MOVE     VDR-TCF (IND1)  TO  VDR-DDV
           MOVE     CPD-TCF (IND1)  TO  CPD-DDV
           MOVE     CPR-TCF (IND1)  TO  CPR-DDV
           MOVE     HCD-TCF (IND1)  TO  HCD-DDV
           MOVE     HCR-TCF (IND1)  TO  HCR-DDV
           WRITE    LIN-REL   FROM  LIN-DIV
           GO       ROT-LINH-10.

       ROT-LINH-90.
           EXIT.

       ROT-RECO-00.
           MOVE     DTI-AUX   TO  DTI-RSU
           MOVE     DTF-AUX   TO  DTF-RSU
           MOVE     "R"       TO  ORG-RSU
           CALL    "DYRESU"   USING  PRM-RSU
           IF  RET-RSU  NOT  =  "00"
                                 STRING   "REJEITADO - ERRO "
                                          RET-RSU
                                          " NO ARQUIVO DE RESUMO"
                                          DELIMITED  BY  SIZE
                                          INTO     SIT-AUX
                                 GO       ROT-RECO-90.
           ADD      1         TO  TOT-REC
           ADD      GRV-RSU   TO  TOT-GRV
           MOVE     EXC-RSU   TO  EXC-DRC
           MOVE     ITM-RSU   TO  ITM-DRC
           MOVE     CPM-RSU   TO  CPM-DRC
           MOVE     HCX-RSU   TO  HCX-DRC
           MOVE     GRV-RSU   TO  GRV-DRC
           MOVE     "RECONSTRUIDO A PARTIR DO DETALHE"  TO  SIT-AUX.
       ROT-RECO-90.
           EXIT.

       ROT-CONF-00.
           OPEN     INPUT     CADVDF    CADCPM    CADHCX    CADRSD
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-CONF-20.

       ROT-CONF-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-CONF-20.
           IF  DTA-VDF   <       DTI-AUX  OR
               DTA-VDF   >       DTF-AUX
                                 GO       ROT-CONF-10.
           MOVE     DTA-VDF   TO  DTA-PSQ
           PERFORM  ROT-TDTA-00
              THRU  ROT-TDTA-90
           IF  IND1      >    0  COMPUTE  VDD-TCF (IND1)  =
                                          VDD-TCF (IND1)  +
                                          QTD-VDF  *  VAL-VDF.
           GO       ROT-CONF-10.

       ROT-CONF-20.
           MOVE     ZEROS     TO  CHV-CPM
           START    CADCPM       KEY  >   CHV-CPM
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CONF-40.

       ROT-CONF-30.
           READ     CADCPM  NEXT
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CONF-40.
           IF  DTA-CPM   <       DTI-AUX  OR
               DTA-CPM   >       DTF-AUX
                                 GO       ROT-CONF-30.
           MOVE     DTA-CPM   TO  DTA-PSQ
           PERFORM  ROT-TDTA-00
              THRU  ROT-TDTA-90
           IF  IND1      >    0  ADD      VAL-CPM  TO  CPD-TCF (IND1).
           GO       ROT-CONF-30.

       ROT-CONF-40.
           MOVE     DTI-AUX   TO  DTA-HCX
           MOVE     ZEROS     TO  SEQ-HCX
           START    CADHCX       KEY  NOT  <  CHV-HCX
           IF  FST-HCX  NOT  =  "00"
                                 GO       ROT-CONF-60.

       ROT-CONF-50.
           READ     CADHCX  NEXT
           IF  FST-HCX  NOT  =  "00"
                                 GO       ROT-CONF-60.
           IF  DTA-HCX   >       DTF-AUX
                                 GO       ROT-CONF-60.
           MOVE     DTA-HCX   TO  DTA-PSQ
           PERFORM  ROT-TDTA-00
              THRU  ROT-TDTA-90
           IF  IND1      >    0  ADD      1        TO  HCD-TCF (IND1).
           GO       ROT-CONF-50.

       ROT-CONF-60.
           MOVE     LOW-VALUES    TO  CHV-RSD
           MOVE     DTI-AUX   TO  DTA-RSD
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-CONF-80.

       ROT-CONF-70.
           READ     CADRSD  NEXT
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-CONF-80.
           IF  DTA-RSD   >       DTF-AUX
                                 GO       ROT-CONF-80.
           MOVE     DTA-RSD   TO  DTA-PSQ
           PERFORM  ROT-TDTA-00
              THRU  ROT-TDTA-90
           IF  IND1      =    0  GO       ROT-CONF-70.
           IF  PRX-RSD   =  "*"  ADD      VAL-RSD  TO  CPR-TCF (IND1)
                                 GO       ROT-CONF-70.
           IF  PRX-RSD   =  "#"  ADD      CPM-RSD  TO  HCR-TCF (IND1)
                                 GO       ROT-CONF-70.
           ADD      VAL-RSD   TO  VDR-TCF (IND1)
           GO       ROT-CONF-70.

       ROT-CONF-80.
           CLOSE    CADVDF    CADCPM    CADHCX    CADRSD
           ADD      QTD-TCF   TO  TOT-DIA
           MOVE     ZEROS     TO  IND1.

       ROT-CONF-85.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TCF
                                 GO       ROT-CONF-88.
           IF  VDD-TCF (IND1)  NOT  =  VDR-TCF (IND1)  OR
               CPD-TCF (IND1)  NOT  =  CPR-TCF (IND1)  OR
               HCD-TCF (IND1)  NOT  =  HCR-TCF (IND1)
                                 ADD      1        TO  QTD-DIV.
           GO       ROT-CONF-85.

       ROT-CONF-88.
           ADD      QTD-DIV   TO  TOT-DIV
           MOVE     QTD-DIV   TO  DIV-AUX
           IF  QTD-DIV   =    0  MOVE     "CONFERIDO - RESUMO IGUAL AO D
      -                                   "ETALHE"        TO  SIT-AUX
           ELSE                  STRING   "CONFERIDO - "
                                          DIV-AUX
                                          " DIA(S) DIVERGENTE(S)"
                                          DELIMITED  BY  SIZE
                                          INTO     SIT-AUX.
           IF  FLG-CHE   =    1  MOVE     SPACES   TO  SIT-AUX
                                 STRING   "CONFERIDOS 400 DIAS - "
                                          DIV-AUX
                                          " DIVERG."
                                          DELIMITED  BY  SIZE
                                          INTO     SIT-AUX.
       ROT-CONF-90.
           EXIT.

       ROT-TDTA-00.
           MOVE     ZEROS     TO  IND1.

       ROT-TDTA-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TCF
                                 GO       ROT-TDTA-20.
           IF  DTA-TCF (IND1)  =  DTA-PSQ
                                 GO       ROT-TDTA-90.
           GO       ROT-TDTA-10.

       ROT-TDTA-20.
           IF  QTD-TCF  NOT  <   400
                                 MOVE     1        TO  FLG-CHE
                                 MOVE     ZEROS    TO  IND1
                                 GO       ROT-TDTA-90.
           ADD      1         TO  QTD-TCF
           MOVE     QTD-TCF   TO  IND1
           MOVE     DTA-PSQ   TO  DTA-TCF (IND1)
           MOVE     ZEROS     TO  VDD-TCF (IND1)  VDR-TCF (IND1)
                                  CPD-TCF (IND1)  CPR-TCF (IND1)
                                  HCD-TCF (IND1)  HCR-TCF (IND1).
       ROT-TDTA-90.
           EXIT.
