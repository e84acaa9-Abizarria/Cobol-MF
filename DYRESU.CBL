       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYRESU.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
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

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRSD.CPY.
       COPY  CADVDF.CPY.
       COPY  CADCPM.CPY.
       COPY  CADHCX.CPY.
       COPY  CADEST.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RSD          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-HCX          PIC  X(02).
           03  FST-EST          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  SUF-AUX          PIC  9(03).
           03  ATV-AUX          PIC  9(01).
           03  DES-AUX          PIC  X(25).

       LINKAGE         SECTION.

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

       PROCEDURE       DIVISION  USING  PRM-RSU.

       ROT-0000-00.
           MOVE     ZEROS    TO  EXC-RSU  ITM-RSU  CPM-RSU
                                 HCX-RSU  GRV-RSU
           MOVE     "00"     TO  RET-RSU
           ACCEPT   DTA-HOJ  FROM  DATE
           OPEN     I-O          CADRSD
           IF  FST-RSD   =  "35" CLOSE    CADRSD
                                 OPEN     OUTPUT   CADRSD
                                 CLOSE    CADRSD
                                 OPEN     I-O      CADRSD.
           IF  FST-RSD  NOT  =  "00"
                                 MOVE     FST-RSD  TO  RET-RSU
                                 GOBACK.
           OPEN     INPUT        CADVDF   CADCPM   CADHCX   CADEST
           PERFORM  ROT-EXCL-00
              THRU  ROT-EXCL-90
           PERFORM  ROT-VEND-00
              THRU  ROT-VEND-90
           PERFORM  ROT-CUPO-00
              THRU  ROT-CUPO-90
           PERFORM  ROT-FCXA-00
              THRU  ROT-FCXA-90
           CLOSE    CADRSD       CADVDF   CADCPM
                    CADHCX       CADEST
           GOBACK.

       ROT-EXCL-00.
           MOVE     LOW-VALUES   TO  CHV-RSD
           MOVE     DTI-RSU  TO  DTA-RSD.

       ROT-EXCL-10.
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-EXCL-90.
           READ     CADRSD  NEXT
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-EXCL-90.
           IF  DTA-RSD   >       DTF-RSU
                                 GO       ROT-EXCL-90.
           DELETE   CADRSD
           ADD      1        TO  EXC-RSU
           GO       ROT-EXCL-10.

       ROT-EXCL-90.
           EXIT.

       ROT-VEND-00.
           MOVE     ZEROS    TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-90.

       ROT-VEND-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-VEND-90.
           IF  DTA-VDF   <       DTI-RSU  OR
               DTA-VDF   >       DTF-RSU
                                 GO       ROT-VEND-10.
           ADD      1        TO  ITM-RSU
           MOVE     PRX-VDF  TO  PRX-EST
           MOVE     COD-VDF (1:3)    TO  SUF-AUX
           MOVE     SUF-AUX  TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 MOVE     ZEROS    TO  CTM-EST
                                 MOVE     PRX-VDF  TO  DES-EST.
           MOVE     DTA-VDF  TO  DTA-RSD
           MOVE     TUR-VDF  TO  TUR-RSD
           MOVE     CXA-VDF  TO  CXA-RSD
           MOVE     PRX-VDF  TO  PRX-RSD
           MOVE     SUF-AUX  TO  SUF-RSD
           MOVE     ATV-VDF  TO  ATV-AUX
           MOVE     DES-EST  TO  DES-AUX
           PERFORM  ROT-LRSD-00
              THRU  ROT-LRSD-90
           COMPUTE  QTD-RSD  =   QTD-RSD  +  QTD-VDF
           COMPUTE  VAL-RSD  =   VAL-RSD  +  QTD-VDF  *  VAL-VDF
           COMPUTE  CST-RSD  =   CST-RSD  +  QTD-VDF  *  CTM-EST
           IF  CPM-VDF   >    0  ADD      1        TO  CPM-RSD.
           PERFORM  ROT-GRSD-00
           GO       ROT-VEND-10.

       ROT-VEND-90.
           EXIT.

       ROT-CUPO-00.
           MOVE     ZEROS    TO  CHV-CPM
           START    CADCPM       KEY  >   CHV-CPM
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CUPO-90.

       ROT-CUPO-10.
           READ     CADCPM  NEXT
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CUPO-90.
           IF  DTA-CPM   <       DTI-RSU  OR
               DTA-CPM   >       DTF-RSU
                                 GO       ROT-CUPO-10.
           ADD      1        TO  CPM-RSU
           MOVE     DTA-CPM  TO  DTA-RSD
           MOVE     TUR-CPM  TO  TUR-RSD
           MOVE     CXA-CPM  TO  CXA-RSD
           MOVE     "*"      TO  PRX-RSD
           MOVE     ZEROS    TO  SUF-RSD  ATV-AUX
           MOVE     "CUPONS E RECEBIMENTOS"  TO  DES-AUX
           PERFORM  ROT-LRSD-00
              THRU  ROT-LRSD-90
           ADD      1        TO  CPM-RSD
           ADD      VAL-CPM  TO  VAL-RSD
           ADD      DIN-CPM  TO  DIN-RSD
           ADD      CHQ-CPM  TO  CHQ-RSD
           ADD      CRT-CPM  TO  CRT-RSD
           ADD      PIX-CPM  TO  PIX-RSD
           ADD      PGP-CPM  TO  PGP-RSD
           ADD      ADT-CPM  TO  ADT-RSD
           ADD      VLV-CPM  TO  VLV-RSD
           IF  CIN-CPM   =  "S"  ADD      VAL-CPM  TO  CIN-RSD.
           IF  PIX-CPM   >    0  ADD      1        TO  QPX-RSD.
           PERFORM  ROT-GRSD-00
           GO       ROT-CUPO-10.

       ROT-CUPO-90.
           EXIT.

       ROT-FCXA-00.
           MOVE     DTI-RSU  TO  DTA-HCX
           MOVE     ZEROS    TO  SEQ-HCX
           START    CADHCX       KEY  NOT  <  CHV-HCX
           IF  FST-HCX  NOT  =  "00"
                                 GO       ROT-FCXA-90.

       ROT-FCXA-10.
           READ     CADHCX  NEXT
           IF  FST-HCX  NOT  =  "00"
                                 GO       ROT-FCXA-90.
           IF  DTA-HCX   >       DTF-RSU
                                 GO       ROT-FCXA-90.
           ADD      1        TO  HCX-RSU
           MOVE     DTA-HCX  TO  DTA-RSD
           MOVE     ZEROS    TO  TUR-RSD  CXA-RSD
                                 SUF-RSD  ATV-AUX
           MOVE     "#"      TO  PRX-RSD
           MOVE     "FECHAMENTOS DE CAIXA"   TO  DES-AUX
           PERFORM  ROT-LRSD-00
              THRU  ROT-LRSD-90
           ADD      1        TO  CPM-RSD
           ADD      VLR-HCX  TO  VAL-RSD
           ADD      CNT-HCX  TO  CNT-RSD
           ADD      DIF-HCX  TO  DIF-RSD
           PERFORM  ROT-GRSD-00
           GO       ROT-FCXA-10.

       ROT-FCXA-90.
           EXIT.

       ROT-LRSD-00.
           READ     CADRSD
           IF  FST-RSD   =  "00" GO       ROT-LRSD-90.
           MOVE     ATV-AUX  TO  ATV-RSD
           MOVE     DES-AUX  TO  DES-RSD
           MOVE     ZEROS    TO  QTD-RSD  VAL-RSD  CST-RSD  CPM-RSD
                                 DIN-RSD  CHQ-RSD  CRT-RSD  PIX-RSD
                                 PGP-RSD  ADT-RSD  VLV-RSD  CIN-RSD
                                 QPX-RSD  CNT-RSD  DIF-RSD
           MOVE     ORG-RSU  TO  ORG-RSD
           MOVE     DTA-HOJ  TO  DTG-RSD.
       ROT-LRSD-90.
           EXIT.

       ROT-GRSD-00.
           IF  FST-RSD   =  "00" REWRITE  REG-RSD
           ELSE                  WRITE    REG-RSD
                                 ADD      1        TO  GRV-RSU.
