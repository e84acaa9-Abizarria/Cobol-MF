                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADVFT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VFT
                       FILE          STATUS  IS  FST-VFT.

           SELECT      CADPGF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-PGF
                       ALTERNATE RECORD  KEY     IS  CLI-PGF
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-PGF.

           SELECT      ARQRET        ASSIGN  TO  "RETORNO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-RET.
       FILE            SECTION.

       COPY  CADFAT.CPY.
       COPY  CADVFT.CPY.
       COPY  CADPGF.CPY.

       FD  ARQRET.
       01  LIN-RET               PIC  X(80).

       01  AUXILIARES.
           03  FST-FAT          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-PGF          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  IND1             PIC  9(04)  VALUE  ZEROS.
           03  IND2             PIC  9(04).
           03  TOT-PAG          PIC  9(05)  VALUE  ZEROS.
           03  TOT-DEV          PIC  9(05)  VALUE  ZEROS.
           03  DTA-HOJ          PIC  9(06).
           03  DIA-ATR          PIC S9(05).
           03  DTA-VCT          PIC  9(06).
           03  RED-VCT          REDEFINES  DTA-VCT.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).
           03  DTA-PGT          PIC  9(06).
           03  RED-PGT          REDEFINES  DTA-PGT.
               05  ANO-PGT      PIC  9(02).
               05  MES-PGT      PIC  9(02).
               05  DIA-PGT      PIC  9(02).

           03  TAB-RET.
               05  REG-TRT       OCCURS  999.
                   07  VAL-TRT   PIC  9(07)V99.
                   07  SIT-TRT   PIC  X(01).
                   07  MTD-TRT   PIC  X(01)  VALUE  "N".
                   07  DTP-TRT   PIC  9(06).

       01  PRM-FER.
           03  DTA-FER          PIC  9(06).

       01  LIN-CAB1              PIC  X(80)  VALUE
           "PROCESSAMENTO DE ARQUIVO DE RETORNO - COBRANCA (CNAB)".
       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     OUTPUT    REL-RET
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-LERT-00
              THRU  ROT-LERT-90
           OPEN     I-O       CADFAT
           OPEN     INPUT     CADVFT
           OPEN     I-O       CADPGF
           IF  FST-PGF   =  "35" CLOSE    CADPGF
                                 OPEN     OUTPUT   CADPGF
                                 CLOSE    CADPGF
                                 OPEN     I-O      CADPGF.
           MOVE     ZEROS     TO  IND2.

       ROT-MTCH-00.
           READ     CADFAT  NEXT  AT  END  GO       ROT-MTCH-20.
           IF  NUM-FAT   NOT  =  NUM-TRT (IND2)
                                 GO       ROT-MTCH-15.
           PERFORM  ROT-GPGF-00
              THRU  ROT-GPGF-90
           DELETE   CADFAT
           MOVE     NUM-TRT (IND2)  TO  FAT-DET
           MOVE     VAL-TRT (IND2)  TO  VAL-DET
           GO       ROT-MTCH-00.

       ROT-MTCH-90.
           CLOSE    CADFAT   CADVFT   CADPGF
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-PAG   TO  TOT-DET1
           CLOSE    REL-RET
           GOBACK.

       ROT-GPGF-00.
           MOVE     DTP-TRT (IND2)  TO  DTA-PGT
           MOVE     DTA-FAT  TO  DTA-VCT  DTA-FER
           MOVE     NUM-FAT  TO  CHV-VFT
           READ     CADVFT
           IF  FST-VFT   =  "00" MOVE     DTV-VFT  TO  DTA-VCT  DTA-FER.
           CALL    "DYFERI"  USING  PRM-FER
           MOVE     DTA-FER  TO  DTA-VCT
           COMPUTE  DIA-ATR  =  (ANO-PGT  -   ANO-VCT)  *  365
                             +  (MES-PGT  -   MES-VCT)  *  30
                             +  (DIA-PGT  -   DIA-VCT)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
           MOVE     NUM-FAT  TO  NUM-PGF
           MOVE     CLI-FAT  TO  CLI-PGF
           MOVE     DTA-FAT  TO  DTA-PGF
           MOVE     DTA-VCT  TO  DTV-PGF
           MOVE     DTA-PGT  TO  DTP-PGF
           MOVE     VAL-FAT  TO  VAL-PGF
           MOVE     ABT-FAT  TO  ABT-PGF
           MOVE     DIA-ATR  TO  ATR-PGF
           MOVE     "B"      TO  ORG-PGF
           WRITE    REG-PGF
           IF  FST-PGF   =  "22" REWRITE  REG-PGF.
       ROT-GPGF-90.
           EXIT.

       ROT-LERT-00.
           OPEN     INPUT     ARQRET
           IF  FST-RET   =   "35"  GO       ROT-LERT-90.
       ROT-LERT-10.
           READ     ARQRET    AT  END  GO  ROT-LERT-90.
           ADD      1         TO  IND1
           MOVE     ZEROS     TO  DTP-TRT  (IND1)
           UNSTRING  LIN-RET  DELIMITED  BY  "|"
                     INTO     NUM-TRT  (IND1)
                              VAL-TRT  (IND1)
                              SIT-TRT  (IND1)
                              DTP-TRT  (IND1)
           IF  DTP-TRT (IND1)  =  ZEROS
                                 MOVE     DTA-HOJ  TO  DTP-TRT (IND1).
           GO       ROT-LERT-10.
       ROT-LERT-90.
           IF  FST-RET   NOT  =  "35"  CLOSE    ARQRET.
