                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADVAS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VAS
                       FILE          STATUS  IS  FST-VAS.

           SELECT      CADMVS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MVS
                       FILE          STATUS  IS  FST-MVS.

           SELECT      ARQXNF        ASSIGN  TO  "COMPRAS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-XNF.
       COPY  CADLTE.CPY.
       COPY  CADLPR.CPY.
       COPY  CADPED.CPY.
       COPY  CADVAS.CPY.
       COPY  CADMVS.CPY.

       FD  ARQXNF.
       01  LIN-XNF               PIC  X(90).
           03  PED-AUX          PIC  9(06).
           03  FLG-PDC          PIC  9(01).
           03  CNS-AUX          PIC  X(01).
           03  FST-VAS          PIC  X(02).
           03  FST-MVS          PIC  X(02).
           03  QTD-VAS          PIC  9(05).

           03  FST-XNF          PIC  X(02).
           03  FLG-XNF          PIC  9(01).
           ACCEPT   DTA-DTA FROM DATE
           OPEN     INPUT        CADATV   CADCTR  CADTNQ
                    I-O          CADEST   CADLCP  CADLPR  CADFRN
                                 CADLTE   CADPED  CADVAS  CADMVS
           IF  FST-PED   =  "35" CLOSE    CADPED
                                 OPEN     OUTPUT   CADPED
                                 CLOSE    CADPED
                                 OPEN     OUTPUT   CADFRN
                                 CLOSE    CADFRN
                                 OPEN     I-O      CADFRN.
           IF  FST-VAS   =  "35" CLOSE    CADVAS
                                 OPEN     OUTPUT   CADVAS
                                 CLOSE    CADVAS
                                 OPEN     I-O      CADVAS.
           IF  FST-MVS   =  "35" CLOSE    CADMVS
                                 OPEN     OUTPUT   CADMVS
                                 CLOSE    CADMVS
                                 OPEN     I-O      CADMVS.
           READ     CADCTR
           MOVE     DTI-CTR  TO  DTA-LIM
           MOVE     31       TO  DIA-LIM
           REWRITE  REG-EST
           PERFORM  ROT-LOTE-00
              THRU  ROT-LOTE-10
           IF  QTD-LCP   >   0   PERFORM  ROT-GVAS-00
                                    THRU  ROT-GVAS-90.
           IF  PED-AUX   >   0   PERFORM  ROT-PEDB-00
                                    THRU  ROT-PEDB-90.
           IF  FLG-XNF   =    1  AND
                                 GO       ROT-PEDB-10.
           MOVE     1        TO  FLG-PDC
           ADD      QTD-LCP  TO  QTR-PED
           ADD      VAL-LCP  TO  VLR-PED
           IF  DTP-PED   =   ZEROS
                                 MOVE     DTA-LCP  TO  DTP-PED.
           MOVE     DTA-LCP  TO  DTU-PED
           REWRITE  REG-PED
           IF  QTR-PED   >       QTD-PED  OR
               CST-EST  NOT  =   PRC-PED
           WRITE    REG-LTE      ADD   1  TO  LCT-LTE
           IF  FST-LTE   =  "22" GO       ROT-LOTE-10.

       ROT-GVAS-00.
           MOVE     SPACES   TO  CHV-VAS
           START    CADVAS       KEY  >   CHV-VAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-GVAS-90.
           MOVE     QTD-LCP  TO  QTD-VAS.

       ROT-GVAS-10.
           READ     CADVAS  NEXT
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-GVAS-90.
           IF  PRX-VAS   =   PRX-EST  AND
               SUF-VAS   =   SUF-EST
                                 ADD      QTD-VAS  TO    CHE-VAS
                                 SUBTRACT QTD-VAS  FROM  VAZ-VAS
                                 MOVE     "T"      TO  OPE-MVS
                                 GO       ROT-GVAS-20.
           IF  PRD-VAS   =   PRX-EST  AND
               SFD-VAS   =   SUF-EST
                                 ADD      QTD-VAS  TO    VAZ-VAS
                                 MOVE     "E"      TO  OPE-MVS
                                 GO       ROT-GVAS-20.
           GO       ROT-GVAS-10.

       ROT-GVAS-20.
           REWRITE  REG-VAS
           MOVE     DTA-DTA  TO  DTA-MVS
           MOVE     ZEROS    TO  SEQ-MVS
           MOVE     CHV-VAS  TO  TIP-MVS
           MOVE     QTD-VAS  TO  QTD-MVS
           MOVE     VAL-LCP  TO  VAL-MVS
           MOVE     NTF-LCP  TO  DOC-MVS
           MOVE     PRM-OPR  TO  OPR-MVS
           ACCEPT   HRA-MVS  FROM  TIME.

       ROT-GVAS-30.
           ADD      1        TO  SEQ-MVS
           WRITE    REG-MVS
           IF  FST-MVS   =  "22" GO       ROT-GVAS-30.

       ROT-GVAS-90.
           EXIT.

       ROT-PESQ-00.
           CALL    "DYPESQ"      USING    PRM-PSQ
                                          PRM-HLP.
       ROT-EXIT-00.
           CLOSE    CADATV  CADCTR
                    CADEST  CADLCP  CADLPR  CADFRN  CADLTE
                    CADTNQ  CADPED  CADVAS  CADMVS  GOBACK.
