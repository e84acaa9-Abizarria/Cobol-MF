                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADHVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-HVD
                       FILE          STATUS  IS  FST-HVD.

           SELECT      CADIVD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IVD
                       FILE          STATUS  IS  FST-IVD.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADSDO.CPY.
       COPY  CADSPL.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADHVD.CPY.
       COPY  CADIVD.CPY.

       SD  CADSRT.

           03  FST-SPL          PIC  X(02).
           03  FST-SRT          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-HVD          PIC  X(02).
           03  FST-IVD          PIC  X(02).
           03  SUF-AUX          PIC  9(03).
           03  CPM-ANT          PIC  9(06).
           03  TUR-ANT          PIC  9(01).

           03  RSP-OPC          PIC  X(01).
           03  TECLADO          PIC  9(02).
           MOVE     DTA-DTA  TO  DTI-CTR
           MOVE     ZEROS    TO  DIA-DTA  DIA-CTR
           MOVE     DTA-DTA  TO  DTD-CTR
           MOVE     1        TO  FAS-CTR
           REWRITE  REG-CTR
           PERFORM  ROT-FPER-00
              THRU  ROT-FPER-90
           PERFORM  ROT-HVDA-00
              THRU  ROT-HVDA-90
           PERFORM  ROT-HIVD-00
              THRU  ROT-HIVD-90
           OPEN     OUTPUT       CADLCP   CADLCX
                                 CADLES   CADSPL
                                 CADVDF
       ROT-FPER-90.
           EXIT.

       ROT-HVDA-00.
           OPEN     I-O      CADHVD
           IF  FST-HVD   =  "35" CLOSE    CADHVD
                                 OPEN     OUTPUT   CADHVD
                                 CLOSE    CADHVD
                                 OPEN     I-O      CADHVD.
           OPEN     INPUT        CADVDF   CADEST
           MOVE     LOW-VALUES   TO  CHV-HVD
           MOVE     DTA-ANT (1:4)    TO  REF-HVD.

       ROT-HVDA-05.
           START    CADHVD       KEY  >   CHV-HVD
           IF  FST-HVD  NOT  =  "00"
                                 GO       ROT-HVDA-08.
           READ     CADHVD  NEXT
           IF  FST-HVD  NOT  =  "00"
                                 GO       ROT-HVDA-08.
           IF  REF-HVD  NOT  =   DTA-ANT (1:4)
                                 GO       ROT-HVDA-08.
           DELETE   CADHVD
           GO       ROT-HVDA-05.

       ROT-HVDA-08.
           MOVE     ZEROS    TO  CHV-VDF  CPM-ANT  TUR-ANT.

       ROT-HVDA-10.
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-HVDA-80.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-HVDA-80.
           MOVE     PRX-VDF  TO  PRX-EST
           MOVE     COD-VDF (1:3)    TO  SUF-AUX
           MOVE     SUF-AUX  TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 MOVE     ZEROS    TO  CTM-EST
                                 MOVE     SPACES   TO  DES-EST.
           MOVE     DTA-ANT (1:4)    TO  REF-HVD
           MOVE     PRX-VDF  TO  PRX-HVD
           MOVE     SUF-AUX  TO  SUF-HVD
           MOVE     TUR-VDF  TO  TUR-HVD
           PERFORM  ROT-HVDA-50
              THRU  ROT-HVDA-60
           COMPUTE  QTD-HVD  =   QTD-HVD  +  QTD-VDF
           COMPUTE  VAL-HVD  =   VAL-HVD  +  QTD-VDF  *  VAL-VDF
           COMPUTE  CST-HVD  =   CST-HVD  +  QTD-VDF  *  CTM-EST
           IF  CPM-VDF   >    0  ADD      1        TO  CPM-HVD.
           PERFORM  ROT-HVDA-70
           IF  CPM-VDF   =    0  GO       ROT-HVDA-10.
           IF  CPM-VDF   =       CPM-ANT  AND
               TUR-VDF   =       TUR-ANT
                                 GO       ROT-HVDA-10.
           MOVE     CPM-VDF  TO  CPM-ANT
           MOVE     TUR-VDF  TO  TUR-ANT
           MOVE     DTA-ANT (1:4)    TO  REF-HVD
           MOVE     "*"      TO  PRX-HVD
           MOVE     ZEROS    TO  SUF-HVD
           MOVE     TUR-VDF  TO  TUR-HVD
           MOVE     "TOTAL DO TURNO"  TO  DES-EST
           PERFORM  ROT-HVDA-50
              THRU  ROT-HVDA-60
           ADD      1        TO  CPM-HVD
           PERFORM  ROT-HVDA-70
           GO       ROT-HVDA-10.

       ROT-HVDA-50.
           READ     CADHVD
           IF  FST-HVD   =  "00" GO       ROT-HVDA-60.
           MOVE     ATV-VDF  TO  ATV-HVD
           MOVE     DES-EST  TO  DES-HVD
           MOVE     ZEROS    TO  QTD-HVD  VAL-HVD
                                 CST-HVD  CPM-HVD.
       ROT-HVDA-60.
           EXIT.

       ROT-HVDA-70.
           IF  FST-HVD   =  "00" REWRITE  REG-HVD
           ELSE                  WRITE    REG-HVD.

       ROT-HVDA-80.
           CLOSE    CADHVD       CADVDF   CADEST.
       ROT-HVDA-90.
           EXIT.

       ROT-HIVD-00.
           OPEN     I-O      CADIVD
           IF  FST-IVD   =  "35" CLOSE    CADIVD
                                 OPEN     OUTPUT   CADIVD
                                 CLOSE    CADIVD
                                 OPEN     I-O      CADIVD.
           OPEN     INPUT        CADVDF
           MOVE     ZEROS    TO  CHV-IVD.

       ROT-HIVD-10.
           START    CADIVD       KEY  >   CHV-IVD
           IF  FST-IVD  NOT  =  "00"
                                 GO       ROT-HIVD-20.
           READ     CADIVD  NEXT
           IF  FST-IVD  NOT  =  "00"  OR
               DTA-IVD  NOT  <   DTA-ANT
                                 GO       ROT-HIVD-20.
           DELETE   CADIVD
           GO       ROT-HIVD-10.

       ROT-HIVD-20.
           MOVE     ZEROS    TO  CHV-VDF.

       ROT-HIVD-30.
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-HIVD-80.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-HIVD-80.
           IF  CPM-VDF   =    0  OR  PRX-VDF (1:1)  =  "1"
                                 GO       ROT-HIVD-30.
           MOVE     DTA-VDF  TO  DTA-IVD
           MOVE     CPM-VDF  TO  CPM-IVD
           MOVE     CHV-VDF  TO  SEQ-IVD
           MOVE     PRX-VDF  TO  PRX-IVD
           MOVE     COD-VDF  TO  COD-IVD
           MOVE     QTD-VDF  TO  QTD-IVD
           MOVE     VAL-VDF  TO  VAL-IVD
           WRITE    REG-IVD
           IF  FST-IVD   =  "22" REWRITE  REG-IVD.
           GO       ROT-HIVD-30.

       ROT-HIVD-80.
           CLOSE    CADIVD       CADVDF.
       ROT-HIVD-90.
           EXIT.

       ROT-ZERA-RETM-00.
           MOVE     DTI-CTR  TO  DTA-DTA
           DISPLAY  TELA-04
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-ZDSP-20.
           READ     CADLDP  NEXT
           IF  FLG-LDP  NOT  =   "P" AND  FLG-LDP  NOT  =  "A"  AND
               DTA-LDP   <       DTI-CTR
                                 GO       ROT-ZDSP-10.
           MOVE     REG-LDP  TO  DSP-SRT
           RELEASE  REG-SRT      GO       ROT-ZDSP-10.
