       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6086.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FST-DVV.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      ARQMES        ASSIGN  TO  "DEVVMES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-DVV       ASSIGN  TO  "RELDVV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADDVV.CPY.
       COPY  CADEST.CPY.

       FD  ARQMES.
       01  LIN-MES               PIC  X(80).

       FD  REL-DVV.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-DVV          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  AMS-REF          PIC  9(04).
           03  AMS-AUX          PIC  9(04).
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(01).
           03  QTI-RES          PIC  9(03)     VALUE  ZEROS.
           03  TOT-DEV          PIC  9(05)     VALUE  ZEROS.
           03  TOT-VAL          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-FOR          PIC  9(05)     VALUE  ZEROS.

           03  TAB-RES          OCCURS  300.
               05  PRX-RES      PIC  X(01).
               05  SUF-RES      PIC  9(03).
               05  MOT-RES      PIC  9(01).
               05  QTD-RES      PIC  9(06)V9.
               05  VAL-RES      PIC  9(08)V99.
               05  OCO-RES      PIC  9(04).

           03  TAB-TMT          OCCURS  5.
               05  QTD-TMT      PIC  9(06)V9.
               05  VAL-TMT      PIC  9(08)V99.
               05  OCO-TMT      PIC  9(04).

           03  TAB-TRS          OCCURS  4.
               05  VAL-TRS      PIC  9(08)V99.
               05  OCO-TRS      PIC  9(04).

           03  TAB-NMT.
               05  FILLER       PIC  X(20)  VALUE  "DEFEITO".
               05  FILLER       PIC  X(20)  VALUE  "DESISTENCIA".
               05  FILLER       PIC  X(20)  VALUE  "TROCA".
               05  FILLER       PIC  X(20)  VALUE  "PRODUTO ERRADO".
               05  FILLER       PIC  X(20)  VALUE  "VALIDADE".
           03  RED-NMT          REDEFINES   TAB-NMT.
               05  NOM-MOT      PIC  X(20)  OCCURS  5.

           03  TAB-NRS.
               05  FILLER       PIC  X(20)  VALUE  "DINHEIRO".
               05  FILLER       PIC  X(20)  VALUE  "PIX".
               05  FILLER       PIC  X(20)  VALUE  "ESTORNO CARTAO".
               05  FILLER       PIC  X(20)  VALUE  "CREDITO CLIENTE".
           03  RED-NRS          REDEFINES   TAB-NRS.
               05  NOM-RES      PIC  X(20)  OCCURS  4.

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "DEVOLUCOES DE VENDA NO CAIXA - MES".
           03  AMS-CAB           PIC  99/99.
       01  LIN-CAB2              PIC  X(100) VALUE
           "PRODUTO DESCRICAO                 MOTIVO                QTD
      -    "E        VALOR  OCORR.".
       01  LIN-CAB3              PIC  X(100) VALUE
           "TOTAL POR MOTIVO".
       01  LIN-CAB4              PIC  X(100) VALUE
           "TOTAL POR FORMA DE RESTITUICAO".
       01  LIN-DET.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-DET           PIC  X(20).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  OCO-DET           PIC  Z.ZZ9.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "DEVOLUCOES NO MES ......................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR TOTAL DEVOLVIDO ..................".
           03  TOT-DET2          PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS FORA DO RESUMO - TABELA CHEIA ....".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  AMS-REF
           OPEN     INPUT     ARQMES
           IF  FST-ARQ   =  "00" PERFORM  ROT-MESR-00
                                    THRU  ROT-MESR-90.
           MOVE     ZEROS     TO  IND1.

       ROT-0000-10.
           ADD      1         TO  IND1
           IF  IND1      >       5
                                 GO       ROT-0000-20.
           MOVE     ZEROS     TO  QTD-TMT (IND1)  VAL-TMT (IND1)
                                  OCO-TMT (IND1)
           IF  IND1  NOT  >      4
                                 MOVE     ZEROS    TO  VAL-TRS (IND1)
                                                       OCO-TRS (IND1).
           GO       ROT-0000-10.

       ROT-0000-20.
           OPEN     INPUT     CADEST
           OPEN     OUTPUT    REL-DVV
           MOVE     AMS-REF (3:2)  TO  AMS-CAB (1:2)
           MOVE     AMS-REF (1:2)  TO  AMS-CAB (4:2)
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     CADDVV
           IF  FST-DVV   =  "00" PERFORM  ROT-ACUM-00
                                    THRU  ROT-ACUM-90
                                 CLOSE    CADDVV.
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-LPRD-00
              THRU  ROT-LPRD-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           PERFORM  ROT-LMOT-00
              THRU  ROT-LMOT-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB4
           PERFORM  ROT-LRES-00
              THRU  ROT-LRES-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-DEV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-VAL   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-FOR   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADEST    REL-DVV
           GOBACK.

       ROT-MESR-00.
           READ     ARQMES    AT  END  GO  ROT-MESR-80.
           MOVE     ZEROS     TO  AMS-AUX
           UNSTRING  LIN-MES  DELIMITED  BY  "|"
                     INTO     AMS-AUX
           IF  AMS-AUX  NOT  =   ZEROS  AND
               AMS-AUX (3:2)  NOT  <  "01"  AND
               AMS-AUX (3:2)  NOT  >  "12"
                                 MOVE     AMS-AUX  TO  AMS-REF.
       ROT-MESR-80.
           CLOSE    ARQMES.
       ROT-MESR-90.
           EXIT.

       ROT-ACUM-00.
           MOVE     ZEROS     TO  CHV-DVV
           START    CADDVV       KEY  >   CHV-DVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-ACUM-90.

       ROT-ACUM-10.
           READ     CADDVV  NEXT
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-ACUM-90.
           IF  DTA-DVV (1:4)  NOT  =  AMS-REF
                                 GO       ROT-ACUM-10.
           IF  ITM-DVV   =   1   ADD      1        TO  TOT-DEV.
           ADD      VAL-DVV   TO  TOT-VAL
           IF  MOT-DVV   >   0   AND  MOT-DVV  <  6
                       ADD      QTD-DVV  TO  QTD-TMT (MOT-DVV)
                       ADD      VAL-DVV  TO  VAL-TMT (MOT-DVV)
                       ADD      1        TO  OCO-TMT (MOT-DVV).
           MOVE     ZEROS     TO  IND2
           IF  RES-DVV   =  "D"  MOVE     1        TO  IND2.
           IF  RES-DVV   =  "P"  MOVE     2        TO  IND2.
           IF  RES-DVV   =  "R"  MOVE     3        TO  IND2.
           IF  RES-DVV   =  "C"  MOVE     4        TO  IND2.
           IF  IND2      >   0   ADD      VAL-DVV  TO  VAL-TRS (IND2)
                                 ADD      1        TO  OCO-TRS (IND2).
           MOVE     ZEROS     TO  IND1.

       ROT-ACUM-20.
           ADD      1         TO  IND1
           IF  IND1      >       QTI-RES
                                 GO       ROT-ACUM-30.
           IF  PRX-RES (IND1)  NOT  =  PRX-DVV  OR
               SUF-RES (IND1)  NOT  =  SUF-DVV  OR
               MOT-RES (IND1)  NOT  =  MOT-DVV
                                 GO       ROT-ACUM-20.
           ADD      QTD-DVV   TO  QTD-RES (IND1)
           ADD      VAL-DVV   TO  VAL-RES (IND1)
           ADD      1         TO  OCO-RES (IND1)
           GO       ROT-ACUM-10.

       ROT-ACUM-30.
           IF  QTI-RES  NOT  <   300
                                 ADD      1        TO  TOT-FOR
                                 GO       ROT-ACUM-10.
           ADD      1         TO  QTI-RES
           MOVE     PRX-DVV   TO  PRX-RES (QTI-RES)
           MOVE     SUF-DVV   TO  SUF-RES (QTI-RES)
           MOVE     MOT-DVV   TO  MOT-RES (QTI-RES)
           MOVE     QTD-DVV   TO  QTD-RES (QTI-RES)
           MOVE     VAL-DVV   TO  VAL-RES (QTI-RES)
           MOVE     1         TO  OCO-RES (QTI-RES)
           GO       ROT-ACUM-10.

       ROT-ACUM-90.
           EXIT.

       ROT-LPRD-00.
           MOVE     ZEROS     TO  IND1.

       ROT-LPRD-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTI-RES
                                 GO       ROT-LPRD-90.
           MOVE     SPACES    TO  LIN-DET
           MOVE     "-"       TO  LIN-DET (2:1)
           MOVE     PRX-RES (IND1)  TO  PRX-DET  PRX-EST
           MOVE     SUF-RES (IND1)  TO  SUF-DET  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     DES-EST  TO  DES-DET.
           IF  MOT-RES (IND1)  >  0  AND  <  6
                                 MOVE     NOM-MOT (MOT-RES (IND1))
                                                   TO  MOT-DET.
           MOVE     QTD-RES (IND1)  TO  QTD-DET
           MOVE     VAL-RES (IND1)  TO  VAL-DET
           MOVE     OCO-RES (IND1)  TO  OCO-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LPRD-10.

       ROT-LPRD-90.
           EXIT.

       ROT-LMOT-00.
           MOVE     ZEROS     TO  IND1.

       ROT-LMOT-10.
           ADD      1         TO  IND1
           IF  IND1      >       5
                                 GO       ROT-LMOT-90.
           MOVE     SPACES    TO  LIN-DET
           MOVE     NOM-MOT (IND1)  TO  MOT-DET
           MOVE     QTD-TMT (IND1)  TO  QTD-DET
           MOVE     VAL-TMT (IND1)  TO  VAL-DET
           MOVE     OCO-TMT (IND1)  TO  OCO-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LMOT-10.

       ROT-LMOT-90.
           EXIT.

       ROT-LRES-00.
           MOVE     ZEROS     TO  IND1.

       ROT-LRES-10.
           ADD      1         TO  IND1
           IF  IND1      >       4
                                 GO       ROT-LRES-90.
           MOVE     SPACES    TO  LIN-DET
           MOVE     NOM-RES (IND1)  TO  MOT-DET
           MOVE     VAL-TRS (IND1)  TO  VAL-DET
           MOVE     OCO-TRS (IND1)  TO  OCO-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LRES-10.

       ROT-LRES-90.
           EXIT.
