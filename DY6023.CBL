                       RECORD        KEY     IS  CHV-NFC
                       FILE          STATUS  IS  FST-NFC.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FST-DVV.

           SELECT      ARQDEV        ASSIGN  TO  "DEVNFC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-DEV.

           SELECT      ARQENV        ASSIGN  TO  "NFCENV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ENV.
       COPY  CADCPM.CPY.
       COPY  CADNFC.CPY.
       COPY  CADCTR.CPY.
       COPY  CADDVV.CPY.

       FD  ARQDEV.
       01  LIN-DEV               PIC  X(100).

       FD  ARQENV.
       01  LIN-ENV               PIC  X(80).
           03  FST-ENV          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-DVV          PIC  X(02).
           03  FST-DEV          PIC  X(02).

           03  TOT-EMI          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ENV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-AUT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CTG          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DEV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DVP          PIC  9(05)  VALUE  ZEROS.

           03  SRI-AUX          PIC  9(03)  VALUE  1.
           03  NUM-AUX          PIC  9(09).
           03  NUM-ED           PIC  9(09).
           03  VAL-ED           PIC  9(07),99.
           03  CPF-ED           PIC  9(11).
           03  QTD-ED           PIC  9(04),9.

       01  LIN-CAB1              PIC  X(90)  VALUE
           "EMISSAO E TRANSMISSAO DE NFC-E DO CUPOM DE VENDA".
           03  FILLER            PIC  X(40)  VALUE
               "NOTAS REJEITADAS .......................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS DEVOLVIDOS ENVIADOS P/ NF-E ......".
           03  TOT-DET6          PIC  ZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS DEVOLVIDOS AGUARDANDO NFC-E ......".
           03  TOT-DET7          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

              THRU  ROT-EMIT-90
           PERFORM  ROT-ENVI-00
              THRU  ROT-ENVI-90
           PERFORM  ROT-DEVN-00
              THRU  ROT-DEVN-90
           GO       ROT-FECH-00.

       ROT-EMIT-00.
       ROT-ENVI-90.
           EXIT.

       ROT-DEVN-00.
           OPEN     I-O       CADDVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-DEVN-90.
           OPEN     OUTPUT    ARQDEV
           MOVE     ZEROS     TO  CHV-DVV
           START    CADDVV       KEY  >   CHV-DVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-DEVN-80.

       ROT-DEVN-10.
           READ     CADDVV  NEXT
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-DEVN-80.
           IF  ENV-DVV  NOT  =  "P"
                                 GO       ROT-DEVN-10.
           IF  NFC-DVV   =       ZEROS
                                 MOVE     CPM-DVV  TO  CHV-CPM
                                 READ     CADCPM
                                 IF  FST-CPM   =  "00"  AND
                                     DTA-CPM   =  DTC-DVV
                                     MOVE     SNF-CPM  TO  SNF-DVV
                                     MOVE     NFC-CPM  TO  NFC-DVV.
           MOVE     SNF-DVV   TO  SRI-NFC
           MOVE     NFC-DVV   TO  NUM-NFC
           READ     CADNFC
           IF  FST-NFC  NOT  =  "00"  OR
               STA-NFC  NOT  =  "T"
                                 ADD      1        TO  TOT-DVP
                                 GO       ROT-DEVN-10.
           MOVE     NFC-DVV   TO  NUM-ED
           MOVE     CPF-DVV   TO  CPF-ED
           MOVE     QTD-DVV   TO  QTD-ED
           MOVE     VAL-DVV   TO  VAL-ED
           MOVE     SPACES    TO  LIN-DEV
           STRING   NDV-DVV   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    ITM-DVV   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    DTA-DVV   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    SNF-DVV   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    NUM-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    PRT-NFC   DELIMITED  BY  SPACE
                    "|"       DELIMITED  BY  SIZE
                    CPF-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    PRX-DVV   DELIMITED  BY  SIZE
                    SUF-DVV   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    QTD-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    VAL-ED    DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    MOT-DVV   DELIMITED  BY  SIZE
                    INTO      LIN-DEV
           WRITE    LIN-DEV
           MOVE     "E"       TO  ENV-DVV
           REWRITE  REG-DVV
           ADD      1         TO  TOT-DEV
           GO       ROT-DEVN-10.

       ROT-DEVN-80.
           CLOSE    ARQDEV    CADDVV.
       ROT-DEVN-90.
           EXIT.

       ROT-RETN-00.
           OPEN     INPUT     ARQRET
           IF  FST-RET   =  "35" GO       ROT-RETN-90.
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-REJ   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-DEV   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-DVP   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           CLOSE    CADCPM    CADNFC    REL-NFC
           GOBACK.
