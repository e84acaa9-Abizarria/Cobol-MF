                       RECORD        KEY     IS  CHV-PRS
                       FILE          STATUS  IS  FST-PRS.

           SELECT      CADAPL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APL
                       FILE          STATUS  IS  FST-APL.

           SELECT      REL-POS       ASSIGN  TO  "POSICAO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.
       COPY  CADBCO.CPY.
       COPY  CADLBC.CPY.
       COPY  CADPRS.CPY.
       COPY  CADAPL.CPY.

       FD  REL-POS.
       01  LIN-POS               PIC  X(80).
           03  FST-LBC          PIC  X(02).
           03  FST-PRS          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-APL          PIC  X(02).
           03  FLG-APL          PIC  9(01)      VALUE  ZEROS.
           03  APL-AUX          PIC  S9(09)V99  VALUE  ZEROS.
           03  TOT-APL          PIC  S9(09)V99  VALUE  ZEROS.
           03  TOT-POS          PIC  S9(09)V99  VALUE  ZEROS.
           03  SDO-AUX          PIC  S9(08)V99  VALUE  ZEROS.
           03  TOT-BCO          PIC  S9(08)V99  VALUE  ZEROS.
           03  TOT-CXA          PIC  S9(08)V99  VALUE  ZEROS.
       01  LIN-CAB1              PIC  X(80)  VALUE
           "POSICAO CONSOLIDADA DE CAIXA (BANCOS + CAIXAS)".
       01  LIN-CAB2              PIC  X(80)  VALUE
           "BANCO                  SALDO DISPONIVEL     SALDO APLICADO".
       01  LIN-DET.
           03  BCO-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(20).
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  VAL-DET           PIC  ---.---.--9,99.
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  APL-DET           PIC  ---.---.--9,99.
       01  LIN-TB1.
           03  FILLER            PIC  X(30)  VALUE
               "TOTAL EM BANCOS.............".
           03  FILLER            PIC  X(30)  VALUE
               "DISPONIBILIDADE TOTAL........".
           03  VAL-TB3           PIC  ---.---.--9,99.
       01  LIN-TB4.
           03  FILLER            PIC  X(30)  VALUE
               "TOTAL EM APLICACOES..........".
           03  VAL-TB4           PIC  ---.---.--9,99.
       01  LIN-TB5.
           03  FILLER            PIC  X(30)  VALUE
               "POSICAO TOTAL C/ APLICACOES..".
           03  VAL-TB5           PIC  ---.---.--9,99.

       PROCEDURE       DIVISION.

           MOVE     SPACES    TO  LIN-POS
           WRITE    LIN-POS
           OPEN     INPUT     CADBCO   CADLBC
           OPEN     INPUT     CADAPL
           IF  FST-APL   =  "00" MOVE     1        TO  FLG-APL.
           MOVE     ZEROS     TO  CHV-BCO.

       ROT-BCO-00.
           GO       ROT-LBC-00.

       ROT-BCO-10.
           PERFORM  ROT-APL-00
              THRU  ROT-APL-90
           MOVE     CHV-BCO   TO  BCO-DET
           MOVE     DES-BCO   TO  DES-DET
           MOVE     SDO-AUX   TO  VAL-DET
           MOVE     APL-AUX   TO  APL-DET
           ADD      APL-AUX   TO  TOT-APL
           WRITE    LIN-POS   FROM  LIN-DET
           ADD      SDO-AUX   TO  TOT-BCO
           GO       ROT-BCO-00.

       ROT-APL-00.
           MOVE     ZEROS     TO  APL-AUX
           IF  FLG-APL   =   0   GO       ROT-APL-90.
           MOVE     CHV-BCO   TO  BCO-APL
           MOVE     LOW-VALUES     TO  PRD-APL
           MOVE     ZEROS     TO  DTA-APL   SEQ-APL
           START    CADAPL       KEY  >   CHV-APL
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-APL-90.

       ROT-APL-10.
           READ     CADAPL  NEXT
           IF  FST-APL  NOT  =  "00"  OR
               BCO-APL  NOT  =   CHV-BCO
                                 GO       ROT-APL-90.
           IF  TIP-APL   =  "A"  OR
               TIP-APL   =  "J"  ADD      VAL-APL  TO  APL-AUX.
           IF  TIP-APL   =  "R"  SUBTRACT VAL-APL  FROM  APL-AUX.
           GO       ROT-APL-10.

       ROT-APL-90.
           EXIT.

       ROT-BCO-90.
           CLOSE    CADBCO    CADLBC
           IF  FLG-APL   =   1   CLOSE    CADAPL.
           MOVE     SPACES    TO  LIN-POS
           WRITE    LIN-POS
           OPEN     INPUT     CADPRS
           MOVE     SPACES    TO  LIN-POS
           WRITE    LIN-POS
           WRITE    LIN-POS   FROM  LIN-TB3
           COMPUTE  TOT-POS  =  TOT-GER  +  TOT-APL
           MOVE     TOT-APL   TO  VAL-TB4
           MOVE     TOT-POS   TO  VAL-TB5
           WRITE    LIN-POS   FROM  LIN-TB4
           WRITE    LIN-POS   FROM  LIN-TB5
           CLOSE    REL-POS
           GOBACK.
