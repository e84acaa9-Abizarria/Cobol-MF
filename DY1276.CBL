                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADRSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSD
                       FILE          STATUS  IS  FST-RSD.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFAT.CPY.
       COPY  CADOVR.CPY.
       COPY  CADCPM.CPY.
       COPY  CADRSD.CPY.

       WORKING-STORAGE SECTION.

           03  FST-FAT          PIC  X(02).
           03  FST-OVR          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-RSD          PIC  X(02).
           03  FLG-RSD          PIC  9(01).

           03  IND4             PIC  9(02).
           03  QTD-DIA          PIC  9(03).
           OPEN     INPUT    CADCMB   CADEST   CADPMP
                             CADTNQ   CADHCX   CADFAT
                             CADOVR   CADCPM   CADBIC
                             CADRSD
           PERFORM  ROT-PESO-00
              THRU  ROT-PESO-90
           MOVE     DTA-ONT  TO  DTA-PES
           PERFORM  ROT-RTLA-00
           CLOSE    CADCMB   CADEST   CADPMP   CADTNQ
                    CADHCX   CADFAT   CADOVR   CADCPM
                    CADBIC   CADRSD
           GOBACK.

       ROT-PESO-00.
           ADD      1        TO  IND-SEM
           IF  IND-SEM  NOT  >   7
                                 GO       ROT-PESO-05.
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-PESO-08.
           MOVE     LOW-VALUES   TO  CHV-RSD
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-PESO-08.

       ROT-PESO-06.
           READ     CADRSD  NEXT
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-PESO-08.
           MOVE     DTA-RSD  TO  DTA-PES
           MOVE     ZEROS    TO  TUR-RSD  CXA-RSD  SUF-RSD
           MOVE     "#"      TO  PRX-RSD
           READ     CADRSD
           IF  FST-RSD   =  "00"
               PERFORM  ROT-DSEM-00
                  THRU  ROT-DSEM-90
               ADD      VAL-RSD  TO  SOM-SEM (IND-SEM)  TOT-SOM
               ADD      CPM-RSD  TO  QTD-SEM (IND-SEM)  TOT-QTD.
           MOVE     DTA-PES  TO  DTA-RSD
           MOVE     9        TO  TUR-RSD
           MOVE     99       TO  CXA-RSD
           MOVE     HIGH-VALUES  TO  PRX-RSD
           MOVE     999      TO  SUF-RSD
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD   =  "00" GO       ROT-PESO-06.

       ROT-PESO-08.
           IF  TOT-QTD   >    0  GO       ROT-PESO-20.
           IF  FST-HCX  NOT  =  "00"
                                 GO       ROT-PESO-90.
           MOVE     ZEROS    TO  CHV-HCX
           GO       ROT-PEND-10.

       ROT-PEND-30.
           MOVE     ZEROS    TO  QTD-PIX  FLG-RSD
           MOVE     LOW-VALUES   TO  CHV-RSD
           MOVE     DTA-ONT  TO  DTA-RSD
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-PEND-34.

       ROT-PEND-32.
           READ     CADRSD  NEXT
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-PEND-34.
           IF  DTA-RSD  NOT  =   DTA-ONT
                                 GO       ROT-PEND-34.
           MOVE     1        TO  FLG-RSD
           IF  PRX-RSD   =  "*"  ADD      QPX-RSD  TO  QTD-PIX.
           GO       ROT-PEND-32.

       ROT-PEND-34.
           IF  FLG-RSD   =    1  GO       ROT-PEND-50.
           MOVE     ZEROS    TO  CHV-CPM
           START    CADCPM       KEY  >   CHV-CPM
           IF  FST-CPM  NOT  =  "00"
