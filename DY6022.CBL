                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      REL-PRD       ASSIGN  TO  "PERDTNQ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.
       COPY  CADBIC.CPY.
       COPY  CADPMP.CPY.
       COPY  CADLCP.CPY.
       COPY  CADTTQ.CPY.

       FD  REL-PRD.
       01  LIN-REL               PIC  X(90).
           03  FST-BIC          PIC  X(02).
           03  FST-PMP          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-TTQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  IND1             PIC  9(02).
           03  FLG-LEI          PIC  9(01).
           03  CPR-MES          PIC  9(07)V9(01).
           03  VND-MES          PIC  9(07)V99.
           03  TRF-MES          PIC S9(07)V9(01).
           03  BMB-AUX          PIC  9(02).
           03  QTD-BMB          PIC  9(02).
           03  IND-JF1          PIC  9(02).
       ROT-MESL-90.
           OPEN     INPUT     CADTNQ    CADCMB    CADMRG
                              CADBIC    CADPMP    CADLCP
           OPEN     INPUT     CADTTQ
           MOVE     ZEROS     TO  CHV-TNQ.

       ROT-TNQ-00.

       ROT-TNQ-90.
           CLOSE    CADTNQ    CADCMB    CADMRG    CADBIC
                    CADPMP    CADLCP    CADTTQ    REL-PRD
           GOBACK.

       ROT-APUR-00.
              THRU  ROT-VEND-90
           PERFORM  ROT-COMP-00
              THRU  ROT-COMP-90
           PERFORM  ROT-TRNF-00
              THRU  ROT-TRNF-90
           COMPUTE  PRD-AUX   =  LEI-PRI  +   CPR-MES  +  TRF-MES
                              -  VND-MES  -   LEI-ULT
           MOVE     PRD-AUX   TO  PRD-TMS (IND1)
           MOVE     VND-MES   TO  VOL-TMS (IND1)
       ROT-COMP-90.
           EXIT.

       ROT-TRNF-00.
           MOVE     ZEROS     TO  TRF-MES
           COMPUTE  DTA-TTQ   =   MES-AUX  *  100
           MOVE     ZEROS     TO  SEQ-TTQ
           START    CADTTQ       KEY  >   CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-TRNF-90.

       ROT-TRNF-10.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-TRNF-90.
           IF  DTA-TTQ (1:4)  NOT  =  MES-AUX
                                 GO       ROT-TRNF-90.
           IF  TNO-TTQ   =  CHV-TNQ
                                 SUBTRACT QTD-TTQ  FROM  TRF-MES.
           IF  TND-TTQ   =  CHV-TNQ
                                 ADD      QTD-TTQ  TO    TRF-MES.
           GO       ROT-TRNF-10.

       ROT-TRNF-90.
           EXIT.

       ROT-TEND-00.
           MOVE     ZEROS     TO  MED-VLH   MED-NOV
                                  QTD-VLH   QTD-NOV
