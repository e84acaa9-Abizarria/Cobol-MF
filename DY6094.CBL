       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6094.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADRVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RVC
                       FILE          STATUS  IS  FST-RVC.

           SELECT      CADPGF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-PGF
                       ALTERNATE RECORD  KEY     IS  CLI-PGF
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-PGF.

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

           SELECT      CADVFT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VFT
                       FILE          STATUS  IS  FST-VFT.

           SELECT      CADRNG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RNG
                       FILE          STATUS  IS  FST-RNG.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       ALTERNATE RECORD  KEY     IS  CLI-NTA
                                 WITH    DUPLICATES
                       ALTERNATE RECORD  KEY     IS  DTA-NTA
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-NTA.

           SELECT      ARQRVC        ASSIGN  TO  "REVCRED.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-RVC       ASSIGN  TO  "RELREVCR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRVC.CPY.
       COPY  CADPGF.CPY.
       COPY  CADCLI.CPY.
       COPY  CADFAT.CPY.
       COPY  CADVFT.CPY.
       COPY  CADRNG.CPY.
       COPY  CADNTA.CPY.

       FD  ARQRVC.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-RVC.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RVC          PIC  X(02).
           03  FST-PGF          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-RNG          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTA-REF          PIC  9(06).
           03  RED-REF          REDEFINES  DTA-REF.
               05  ANO-REF      PIC  9(02).
               05  MES-REF      PIC  9(02).
               05  DIA-REF      PIC  9(02).
           03  DTA-JAN          PIC  9(06).
           03  RED-JAN          REDEFINES  DTA-JAN.
               05  ANO-JAN      PIC  9(02).
               05  MES-JAN      PIC  9(02).
               05  DIA-JAN      PIC  9(02).
           03  DTA-RNG          PIC  9(06).
           03  RED-RNG          REDEFINES  DTA-RNG.
               05  ANO-RNG      PIC  9(02).
               05  FILLER       PIC  9(04).
           03  QTD-MES          PIC  9(02).
           03  QTD-AUX          PIC  9(02).
           03  NUM-MES          PIC  9(05).
           03  QUO-MES          PIC  9(05).
           03  DTA-INI          PIC  9(06).
           03  RED-INI          REDEFINES  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  DTA-FIM          PIC  9(06).
           03  RED-FIM          REDEFINES  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  DIA-ATR          PIC S9(05).
           03  VAL-LIQ          PIC S9(08)V99.
           03  VAL-CNS          PIC  9(09)V99.
           03  CNS-MES          PIC  9(07)V99.
           03  QTD-PGT          PIC  9(04).
           03  SOM-PRZ          PIC  9(07).
           03  MAX-ATR          PIC  9(04).
           03  QTD-RNG          PIC  9(02).
           03  VAL-EXP          PIC  9(08)V99.
           03  FAT-LIM          PIC  9(03).
           03  LIM-SUG          PIC  9(09)V99.
           03  QOC-LIM          PIC  9(07).
           03  RST-LIM          PIC  9(03)V99.
           03  GRD-AUX          PIC  X(01).
           03  TOT-REV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-AUM          PIC  9(05)  VALUE  ZEROS.
           03  TOT-RED          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DEC          PIC  9(05)  VALUE  ZEROS.

       01  PRM-FER.
           03  DTA-FER          PIC  9(06).

       01  LIN-CAB1.
           03  FILLER            PIC  X(50)  VALUE
               "REVISAO PERIODICA DE CREDITO - CLIENTES DE FROTA".
           03  FILLER            PIC  X(06)  VALUE  "BASE ".
           03  REF-CAB           PIC  99/99/99.
           03  FILLER            PIC  X(10)  VALUE  "  MESES: ".
           03  MES-CAB           PIC  Z9.
       01  LIN-CAB2              PIC  X(130) VALUE
           "CLIENTE NOME                      CONSUMO/MES PRAZO ATRASO R
      -    "NG    EXPOSICAO   LIMITE ATUAL  LIMITE SUGERIDO GRAU SITUACA
      -    "O".
       01  LIN-DET.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CNS-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRZ-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  ATR-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  RNG-DET           PIC  Z9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EXP-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LIA-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  LIS-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  GRD-DET           PIC  X(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(20).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CLIENTES REVISADOS .....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "SUGESTOES DE AUMENTO DE LIMITE .........".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "SUGESTOES DE REDUCAO DE LIMITE .........".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "REVISOES JA DECIDIDAS NA DATA ..........".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ   TO  DTA-REF
           MOVE     3         TO  QTD-MES
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           PERFORM  ROT-JANE-00
              THRU  ROT-JANE-90
           OPEN     I-O       CADRVC
           IF  FST-RVC   =  "35" CLOSE    CADRVC
                                 OPEN     OUTPUT   CADRVC
                                 CLOSE    CADRVC
                                 OPEN     I-O      CADRVC.
           OPEN     I-O       CADPGF
           IF  FST-PGF   =  "35" CLOSE    CADPGF
                                 OPEN     OUTPUT   CADPGF
                                 CLOSE    CADPGF
                                 OPEN     I-O      CADPGF.
           OPEN     I-O       CADRNG
           IF  FST-RNG   =  "35" CLOSE    CADRNG
                                 OPEN     OUTPUT   CADRNG
                                 CLOSE    CADRNG
                                 OPEN     I-O      CADRNG.
           OPEN     INPUT     CADCLI    CADFAT    CADVFT    CADNTA
           OPEN     OUTPUT    REL-RVC
           MOVE     DTA-REF (5:2)  TO  REF-CAB (1:2)
           MOVE     DTA-REF (3:2)  TO  REF-CAB (4:2)
           MOVE     DTA-REF (1:2)  TO  REF-CAB (7:2)
           MOVE     QTD-MES   TO  MES-CAB
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CLIE-00
              THRU  ROT-CLIE-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-REV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-AUM   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-RED   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-DEC   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADRVC    CADPGF    CADRNG    CADCLI
                    CADFAT    CADVFT    CADNTA    REL-RVC
           GOBACK.

       ROT-PARM-00.
           OPEN     INPUT     ARQRVC
           IF  FST-ARQ   =  "35" GO       ROT-PARM-90.
           READ     ARQRVC    AT  END  GO  ROT-PARM-80.
           MOVE     ZEROS     TO  DTA-INI   QTD-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-INI
                              QTD-AUX
           IF  DTA-INI  NOT  =   ZEROS
                                 MOVE     DTA-INI  TO  DTA-REF.
           IF  QTD-AUX  NOT  =   ZEROS
                                 MOVE     QTD-AUX  TO  QTD-MES.
       ROT-PARM-80.
           CLOSE    ARQRVC.
       ROT-PARM-90.
           EXIT.

       ROT-JANE-00.
           MOVE     DTA-REF   TO  DTA-JAN
           COMPUTE  NUM-MES   =  ANO-REF  *   12  +  MES-REF  -  1
                              +  1200     -   QTD-MES
           DIVIDE   NUM-MES   BY  12  GIVING  QUO-MES
                                   REMAINDER  MES-JAN
           ADD      1         TO  MES-JAN
           DIVIDE   QUO-MES   BY  100 GIVING  NUM-MES
                                   REMAINDER  ANO-JAN
           MOVE     DTA-REF   TO  DTA-RNG
           IF  ANO-RNG   =   0   MOVE     99       TO  ANO-RNG
           ELSE                  SUBTRACT 1        FROM  ANO-RNG.
       ROT-JANE-90.
           EXIT.

       ROT-CLIE-00.
           MOVE     ZEROS     TO  CHV-CLI
           START    CADCLI       KEY  >   CHV-CLI
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-CLIE-90.

       ROT-CLIE-10.
           READ     CADCLI  NEXT
           IF  FST-CLI  NOT  =  "00"
                                 GO       ROT-CLIE-90.
           MOVE     ZEROS     TO  VAL-CNS   QTD-PGT   SOM-PRZ
                                  MAX-ATR   QTD-RNG   VAL-EXP
           PERFORM  ROT-FATA-00
              THRU  ROT-FATA-90
           PERFORM  ROT-PAGO-00
              THRU  ROT-PAGO-90
           PERFORM  ROT-RENG-00
              THRU  ROT-RENG-90
           PERFORM  ROT-NOTA-00
              THRU  ROT-NOTA-90
           IF  VAL-CNS   =   0   AND  VAL-EXP  =   0   AND
               LIM-CLI   =   0   GO       ROT-CLIE-10.
           COMPUTE  CNS-MES  ROUNDED  =  VAL-CNS  /  QTD-MES
           PERFORM  ROT-GRAU-00
              THRU  ROT-GRAU-90
           MOVE     CHV-CLI   TO  CLI-RVC   CLI-DET
           MOVE     DTA-REF   TO  DTA-RVC
           MOVE     NOM-CLI   TO  NOM-DET
           MOVE     CNS-MES   TO  CNS-DET
           MOVE     MAX-ATR   TO  ATR-DET
           MOVE     QTD-RNG   TO  RNG-DET
           MOVE     VAL-EXP   TO  EXP-DET
           MOVE     LIM-CLI   TO  LIA-DET
           MOVE     LIM-SUG   TO  LIS-DET
           MOVE     GRD-AUX   TO  GRD-DET
           MOVE     ZEROS     TO  PRZ-DET
           IF  QTD-PGT   >   0   COMPUTE  PRZ-DET  ROUNDED
                                       =  SOM-PRZ  /  QTD-PGT.
           READ     CADRVC
           IF  FST-RVC   =  "00"  AND  STA-RVC  NOT  =  "P"
               MOVE  "JA DECIDIDA"                 TO  SIT-DET
               ADD      1         TO  TOT-DEC
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CLIE-10.
           MOVE     QTD-MES   TO  MES-RVC
           MOVE     CNS-MES   TO  CNS-RVC
           MOVE     QTD-PGT   TO  QFP-RVC
           MOVE     ZEROS     TO  PRZ-RVC
           IF  QTD-PGT   >   0   COMPUTE  PRZ-RVC  ROUNDED
                                       =  SOM-PRZ  /  QTD-PGT.
           MOVE     MAX-ATR   TO  ATR-RVC
           MOVE     QTD-RNG   TO  RNG-RVC
           MOVE     VAL-EXP   TO  EXP-RVC
           MOVE     LIM-CLI   TO  LIA-RVC
           MOVE     LIM-SUG   TO  LIS-RVC
           MOVE     GRD-AUX   TO  GRD-RVC
           MOVE     "P"       TO  STA-RVC
           MOVE     ZEROS     TO  LIF-RVC   DTD-RVC
           MOVE     SPACES    TO  OPR-RVC
           IF  FST-RVC   =  "00" REWRITE  REG-RVC
           ELSE                  WRITE    REG-RVC.
           MOVE  "PENDENTE APROVACAO"              TO  SIT-DET
           ADD      1         TO  TOT-REV
           IF  LIM-SUG   >   LIM-CLI
                                 ADD      1        TO  TOT-AUM.
           IF  LIM-SUG   <   LIM-CLI
                                 ADD      1        TO  TOT-RED.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CLIE-10.

       ROT-CLIE-90.
           EXIT.

       ROT-FATA-00.
           MOVE     CHV-CLI   TO  CLI-FAT
           START    CADFAT       KEY  =   CLI-FAT
           IF  FST-FAT  NOT  =  "00"
                                 GO       ROT-FATA-90.

       ROT-FATA-10.
           READ     CADFAT  NEXT
           IF  FST-FAT  NOT  =  "00"  OR
               CLI-FAT  NOT  =   CHV-CLI
                                 GO       ROT-FATA-90.
           IF  DTA-FAT  NOT  <   DTA-JAN  AND
               DTA-FAT  NOT  >   DTA-REF
                                 ADD      VAL-FAT  TO  VAL-CNS.
           IF  FLG-FAT   =  "R"  GO       ROT-FATA-10.
           COMPUTE  VAL-LIQ   =  VAL-FAT  -   ABT-FAT
           IF  VAL-LIQ   >   0   ADD      VAL-LIQ  TO  VAL-EXP.
           MOVE     DTA-FAT   TO  DTA-FER
           MOVE     NUM-FAT   TO  CHV-VFT
           READ     CADVFT
           IF  FST-VFT   =  "00" MOVE     DTV-VFT  TO  DTA-FER.
           CALL    "DYFERI"  USING  PRM-FER
           MOVE     DTA-FER   TO  DTA-INI
           MOVE     DTA-REF   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR   >   MAX-ATR
                                 MOVE     DIA-ATR  TO  MAX-ATR.
           GO       ROT-FATA-10.

       ROT-FATA-90.
           EXIT.

       ROT-PAGO-00.
           MOVE     CHV-CLI   TO  CLI-PGF
           START    CADPGF       KEY  =   CLI-PGF
           IF  FST-PGF  NOT  =  "00"
                                 GO       ROT-PAGO-90.

       ROT-PAGO-10.
           READ     CADPGF  NEXT
           IF  FST-PGF  NOT  =  "00"  OR
               CLI-PGF  NOT  =   CHV-CLI
                                 GO       ROT-PAGO-90.
           IF  DTA-PGF  NOT  <   DTA-JAN  AND
               DTA-PGF  NOT  >   DTA-REF
                                 ADD      VAL-PGF  TO  VAL-CNS.
           IF  DTP-PGF   <       DTA-JAN  OR
               DTP-PGF   >       DTA-REF
                                 GO       ROT-PAGO-10.
           ADD      1         TO  QTD-PGT
           MOVE     DTA-PGF   TO  DTA-INI
           MOVE     DTP-PGF   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           ADD      DIA-ATR   TO  SOM-PRZ
           IF  ATR-PGF   >   MAX-ATR
                                 MOVE     ATR-PGF  TO  MAX-ATR.
           GO       ROT-PAGO-10.

       ROT-PAGO-90.
           EXIT.

       ROT-RENG-00.
           MOVE     ZEROS     TO  CHV-RNG
           START    CADRNG       KEY  >   CHV-RNG
           IF  FST-RNG  NOT  =  "00"
                                 GO       ROT-RENG-90.

       ROT-RENG-10.
           READ     CADRNG  NEXT
           IF  FST-RNG  NOT  =  "00"
                                 GO       ROT-RENG-90.
           IF  CLI-RNG  NOT  =   CHV-CLI
                                 GO       ROT-RENG-10.
           IF  SEQ-RNG   =   1   AND  DTV-RNG  NOT  <  DTA-RNG
                                 ADD      1        TO  QTD-RNG.
           IF  STA-RNG  NOT  =  "A"
                                 GO       ROT-RENG-10.
           ADD      VAL-RNG   TO  VAL-EXP
           MOVE     DTV-RNG   TO  DTA-INI
           MOVE     DTA-REF   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR   >   MAX-ATR
                                 MOVE     DIA-ATR  TO  MAX-ATR.
           GO       ROT-RENG-10.

       ROT-RENG-90.
           EXIT.

       ROT-NOTA-00.
           MOVE     CHV-CLI   TO  CLI-NTA
           START    CADNTA       KEY  =   CLI-NTA
           IF  FST-NTA  NOT  =  "00"
                                 GO       ROT-NOTA-90.

       ROT-NOTA-10.
           READ     CADNTA  NEXT
           IF  FST-NTA  NOT  =  "00"  OR
               CLI-NTA  NOT  =   CHV-CLI
                                 GO       ROT-NOTA-90.
           ADD      VAL-NTA   TO  VAL-EXP
           GO       ROT-NOTA-10.

       ROT-NOTA-90.
           EXIT.

       ROT-GRAU-00.
           MOVE     "D"       TO  GRD-AUX
           MOVE     50        TO  FAT-LIM
           IF  BLQ-CLI   =  "S"  GO       ROT-GRAU-10.
           IF  MAX-ATR  NOT  >   5   AND  QTD-RNG  =  0
                                 MOVE     "A"      TO  GRD-AUX
                                 MOVE     150      TO  FAT-LIM
                                 GO       ROT-GRAU-10.
           IF  MAX-ATR  NOT  >   15  AND  QTD-RNG  =  0
                                 MOVE     "B"      TO  GRD-AUX
                                 MOVE     120      TO  FAT-LIM
                                 GO       ROT-GRAU-10.
           IF  MAX-ATR  NOT  >   30  AND  QTD-RNG  <  2
                                 MOVE     "C"      TO  GRD-AUX
                                 MOVE     100      TO  FAT-LIM.
       ROT-GRAU-10.
           COMPUTE  LIM-SUG   =  CNS-MES  *   FAT-LIM  /  100
           DIVIDE   LIM-SUG   BY  100 GIVING  QOC-LIM
                                   REMAINDER  RST-LIM
           IF  RST-LIM   >   0   ADD      1        TO  QOC-LIM.
           COMPUTE  LIM-SUG   =  QOC-LIM  *   100
           IF  LIM-SUG   >   9999999
                                 MOVE     9999900  TO  LIM-SUG.
       ROT-GRAU-90.
           EXIT.

       ROT-DIAS-00.
           MOVE     ZEROS     TO  DIA-ATR
           IF  DTA-FIM  NOT  >   DTA-INI
                                 GO       ROT-DIAS-90.
           COMPUTE  DIA-ATR  =  (ANO-FIM  -   ANO-INI)  *  365
                             +  (MES-FIM  -   MES-INI)  *  30
                             +  (DIA-FIM  -   DIA-INI)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
           IF  DIA-ATR   >   9999
                                 MOVE     9999     TO  DIA-ATR.
       ROT-DIAS-90.
           EXIT.
