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

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADCTR.CPY.
       COPY  CADCLI.CPY.
       COPY  CADFAT.CPY.
       COPY  CADVFT.CPY.
       COPY  CADPGF.CPY.
       COPY  CADLCX.CPY.
       COPY  CADTMP.CPY.

           03  FST-CTR          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-VFT          PIC  X(02).
           03  FST-PGF          PIC  X(02).
           03  FST-LCX          PIC  X(02).
           03  FST-TMP          PIC  X(02).

           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     OUTPUT   CADTMP
                    INPUT    CADCTR   CADCLI   CADVFT
                    I-O      CADFAT   CADLCX
           OPEN     I-O      CADPGF
           IF  FST-PGF   =  "35" CLOSE    CADPGF
                                 OPEN     OUTPUT   CADPGF
                                 CLOSE    CADPGF
                                 OPEN     I-O      CADPGF.
           READ     CADCTR
           PERFORM  ROT-NOME-00
           ACCEPT   DTA-SYS  FROM  DATE
           IF  FLG-DTA   =    0  GO       ROT-BAIX-10.
           MOVE     DTA-DTA  TO  DTA-PGT
           MOVE     DTA-FAT  TO  DTA-VCT  DTA-FER
           MOVE     NUM-FAT  TO  CHV-VFT
           READ     CADVFT
           IF  FST-VFT   =  "00" MOVE     DTV-VFT  TO  DTA-VCT  DTA-FER.
           CALL    "DYFERI"  USING  PRM-FER
           MOVE     DTA-FER  TO  DTA-VCT
           COMPUTE  DIA-ATR  =  (ANO-PGT  -   ANO-VCT)  *  365
                                 PERFORM  ROT-CXJR-00
                                    THRU  ROT-CXJR-90.
           PERFORM  ROT-MEMO-00
           PERFORM  ROT-GPGF-00
              THRU  ROT-GPGF-90
           DELETE   CADFAT
           GO       ROT-BAIX-00.

       ROT-GPGF-00.
           MOVE     NUM-FAT  TO  NUM-PGF
           MOVE     CLI-FAT  TO  CLI-PGF
           MOVE     DTA-FAT  TO  DTA-PGF
           MOVE     DTA-VCT  TO  DTV-PGF
           MOVE     DTA-PGT  TO  DTP-PGF
           MOVE     VAL-FAT  TO  VAL-PGF
           MOVE     ABT-FAT  TO  ABT-PGF
           MOVE     DIA-ATR  TO  ATR-PGF
           MOVE     "M"      TO  ORG-PGF
           WRITE    REG-PGF
           IF  FST-PGF   =  "22" REWRITE  REG-PGF.
       ROT-GPGF-90.
           EXIT.

       ROT-CXJR-00.
           MOVE     9        TO  TUR-LCX
           MOVE     99       TO  CXA-LCX
       ROT-EXIT-00.
           PERFORM  ROT-RTLA-00
           CLOSE    CADCTR   CADCLI  CADFAT  CADLCX  CADTMP
                    CADVFT   CADPGF
           DELETE   FILE     CADTMP  GOBACK.
