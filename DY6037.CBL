                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADTES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TES
                       FILE          STATUS  IS  FST-TES.

           SELECT      CADAGE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MLG
                       FILE          STATUS  IS  FST-MLG.

           SELECT      CADSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SES
                       FILE          STATUS  IS  FST-SES.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

           SELECT      ARQBCK        ASSIGN  TO  "BACKUP.CTL"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BCK.
       COPY  CADFAT.CPY.
       COPY  CADSDO.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADTES.CPY.
       COPY  CADAGE.CPY.
       COPY  CADMLG.CPY.
       COPY  CADSES.CPY.
       COPY  CADTMP.CPY.

       FD  ARQBCK.
       01  LIN-BCK               PIC  X(80).
           03  FST-FAT          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-TES          PIC  X(02).
           03  FST-AGE          PIC  X(02).
           03  FST-MLG          PIC  X(02).
           03  FST-BCK          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-SES          PIC  X(02).
           03  FST-TMP          PIC  X(02).

           03  TOT-PRB          PIC  9(03)  VALUE  ZEROS.
           03  DTA-HOJ          PIC  9(06).
           03  QTD-DIF          PIC  9(03).
           03  MSG-AUX          PIC  X(85).
           03  DIF-ED           PIC  ZZ9.
           03  TNQ-AUX          PIC  9(02).
           03  TIP-AUX          PIC  X(01).
           03  QTD-VNC          PIC  9(03).
           03  QTD-TMP          PIC  9(03).

       01  LIN-CAB1              PIC  X(90)  VALUE
           "VERIFICACAO NOTURNA DE SAUDE DO SISTEMA".
              THRU  ROT-BKUP-90
           PERFORM  ROT-CAIX-00
              THRU  ROT-CAIX-90
           PERFORM  ROT-ESTQ-00
              THRU  ROT-ESTQ-90
           PERFORM  ROT-AGEN-00
              THRU  ROT-AGEN-90
           PERFORM  ROT-TEMP-00
              THRU  ROT-TEMP-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-PRB   TO  TOT-DET1
       ROT-CAIX-90.
           EXIT.

       ROT-ESTQ-00.
           MOVE     "TESTES DE ESTANQUEIDADE"  TO  ITM-DET
           MOVE     ZEROS     TO  QTD-VNC
           OPEN     INPUT     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
                                 MOVE     "SEM TANQUES"  TO  SIT-DET
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-ESTQ-90.
           OPEN     INPUT     CADTES
           MOVE     FST-TES   TO  FST-AUX
           MOVE     ZEROS     TO  CHV-TNQ.

       ROT-ESTQ-10.
           START    CADTNQ       KEY  >   CHV-TNQ
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-ESTQ-80.
           READ     CADTNQ  NEXT
           IF  FST-TNQ  NOT  =  "00"
                                 GO       ROT-ESTQ-80.
           MOVE     CHV-TNQ   TO  TNQ-AUX
           MOVE     "T"       TO  TIP-AUX
           PERFORM  ROT-ESTQ-20
           MOVE     "L"       TO  TIP-AUX
           PERFORM  ROT-ESTQ-20
           GO       ROT-ESTQ-10.

       ROT-ESTQ-20.
           MOVE     TNQ-AUX   TO  TNQ-TES
           MOVE     TIP-AUX   TO  TIP-TES
           MOVE     999999    TO  DTA-TES
           START    CADTES       KEY  <   CHV-TES
           IF  FST-TES   =  "00" READ     CADTES   PREVIOUS.
           IF  FST-TES  NOT  =  "00"  OR
               TNQ-TES  NOT  =   TNQ-AUX  OR
               TIP-TES  NOT  =   TIP-AUX
                                 MOVE     ZEROS    TO  PRX-TES
               IF  TIP-AUX   =  "L"
                                 MOVE     999999   TO  PRX-TES.
           IF  PRX-TES   <       DTA-HOJ
                                 ADD      1  TO  QTD-VNC.

       ROT-ESTQ-80.
           CLOSE    CADTNQ
           IF  FST-AUX   =  "00" CLOSE    CADTES.
           IF  QTD-VNC   =   ZEROS
                                 MOVE     "OK"     TO  SIT-DET
           ELSE
               MOVE     QTD-VNC   TO  DIF-ED
               MOVE     SPACES    TO  SIT-DET
               STRING   "VENCIDOS/AUSENTES: "  DELIMITED  BY  SIZE
                        DIF-ED            DELIMITED  BY  SIZE
                        INTO  SIT-DET
               ADD      1         TO  TOT-PRB.
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-ESTQ-90.
           EXIT.

       ROT-AGEN-00.
           OPEN     I-O       CADAGE
           IF  FST-AGE   =  "35" CLOSE    CADAGE
       ROT-AGEN-90.
           EXIT.

       ROT-TEMP-00.
           MOVE     "ARQUIVOS DE TRABALHO DAS SESSOES"  TO  ITM-DET
           MOVE     ZEROS     TO  QTD-TMP
           OPEN     I-O       CADSES
           IF  FST-SES  NOT  =  "00"
                                 MOVE     "OK"     TO  SIT-DET
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-TEMP-90.
           MOVE     SPACES    TO  CHV-SES
           START    CADSES       KEY  >   CHV-SES
           IF  FST-SES  NOT  =  "00"
                                 GO       ROT-TEMP-80.

       ROT-TEMP-10.
           READ     CADSES  NEXT
           IF  FST-SES  NOT  =  "00"
                                 GO       ROT-TEMP-80.
           IF  STA-SES  NOT  =  "F"  AND
               DTA-SES  NOT  <   DTA-HOJ
                                 GO       ROT-TEMP-10.
           DISPLAY  "dd_CADTMP"  UPON  ENVIRONMENT-NAME
           DISPLAY  CHV-SES      UPON  ENVIRONMENT-VALUE
           DELETE   FILE      CADTMP
           IF  FST-TMP   =  "00" ADD      1        TO  QTD-TMP.
           DELETE   CADSES
           GO       ROT-TEMP-10.

       ROT-TEMP-80.
           CLOSE    CADSES
           DISPLAY  "dd_CADTMP"  UPON  ENVIRONMENT-NAME
           DISPLAY  "CADTMP"     UPON  ENVIRONMENT-VALUE
           MOVE     "OK"      TO  SIT-DET
           IF  QTD-TMP   >   ZEROS
               MOVE     QTD-TMP   TO  DIF-ED
               MOVE     SPACES    TO  SIT-DET
               STRING   "REMOVIDOS "      DELIMITED  BY  SIZE
                        DIF-ED            DELIMITED  BY  SIZE
                        " ARQUIVOS"       DELIMITED  BY  SIZE
                        INTO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-TEMP-90.
           EXIT.

       ROT-ONTE-00.
           IF  DIA-ONT   >    1  SUBTRACT 1  FROM  DIA-ONT
                                 GO       ROT-ONTE-90.
