                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADASN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ASN
                       ALTERNATE RECORD  KEY     IS  PLA-ASN
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-ASN.

           SELECT      CADPLN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PLN
                       FILE          STATUS  IS  FST-PLN.

           SELECT      CADUSN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-USN
                       FILE          STATUS  IS  FST-USN.

           SELECT      ARQMOV        ASSIGN  TO  "OSMOV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-MOV.
       COPY  CADOSV.CPY.
       COPY  CADVEI.CPY.
       COPY  CADCRD.CPY.
       COPY  CADASN.CPY.
       COPY  CADPLN.CPY.
       COPY  CADUSN.CPY.

       FD  ARQMOV.
       01  LIN-MOV               PIC  X(80).
           03  FST-OSV          PIC  X(02).
           03  FST-VEI          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-ASN          PIC  X(02).
           03  FST-PLN          PIC  X(02).
           03  FST-USN          PIC  X(02).
           03  FST-MOV          PIC  X(02).
           03  FST-VDA          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  CPM-AUX          PIC  9(06).
           03  DTA-HOJ          PIC  9(06).
           03  TOT-ABR          PIC  9(04)  VALUE  ZEROS.
           03  TOT-PLN          PIC  9(04)  VALUE  ZEROS.
           03  REF-HOJ          PIC  9(04).
           03  FLG-SRV          PIC  9(01).
           03  IND-SRV          PIC  9(01).
           03  VAL-ORD          PIC  9(08)V99.
           03  PRX-ED           PIC  X(01).
           03  SUF-ED           PIC  9(03).
           03  FILLER            PIC  X(40)  VALUE
               "ORDENS EM ABERTO .......................".
           03  TOT-DET1          PIC  Z.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ITENS COBERTOS POR PLANO DE ASSINATURA .".
           03  TOT-DET2          PIC  Z.ZZ9.

       PROCEDURE       DIVISION.

                                 OPEN     OUTPUT   CADOSV
                                 CLOSE    CADOSV
                                 OPEN     I-O      CADOSV.
           MOVE     DTA-HOJ (1:4)  TO  REF-HOJ
           OPEN     I-O       CADASN
           IF  FST-ASN   =  "35" CLOSE    CADASN
                                 OPEN     OUTPUT   CADASN
                                 CLOSE    CADASN
                                 OPEN     I-O      CADASN.
           OPEN     I-O       CADUSN
           IF  FST-USN   =  "35" CLOSE    CADUSN
                                 OPEN     OUTPUT   CADUSN
                                 CLOSE    CADUSN
                                 OPEN     I-O      CADUSN.
           OPEN     INPUT     CADPLN
           OPEN     OUTPUT    ARQVDA
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           CLOSE    ARQVDA    CADASN    CADUSN    CADPLN
           OPEN     INPUT     CADVEI    CADCRD
           OPEN     OUTPUT    REL-OSV
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL
           MOVE     TOT-ABR   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-PLN   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           CLOSE    CADOSV    CADVEI    CADCRD    REL-OSV
           GOBACK.

           MOVE     QTD-ED    TO  QTD-OSV
           MOVE     VAL-ED    TO  VAL-OSV
           MOVE     "A"       TO  STA-OSV
           PERFORM  ROT-PLAN-00
              THRU  ROT-PLAN-90
           ACCEPT   HRA-OSV   FROM  TIME
           WRITE    REG-OSV
           IF  FST-OSV   =  "22" REWRITE  REG-OSV.
       ROT-ITEM-90.
           EXIT.

       ROT-PLAN-00.
           MOVE     NUM-OSV   TO  NUM-USN
           MOVE     ITM-OSV   TO  ITM-USN
           READ     CADUSN
           IF  FST-USN   =  "00" MOVE     ZEROS    TO  VAL-OSV
                                 GO       ROT-PLAN-90.
           MOVE     PLA-OSV   TO  PLA-ASN
           START    CADASN       KEY  =   PLA-ASN
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-PLAN-90.

       ROT-PLAN-10.
           READ     CADASN  NEXT
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-PLAN-90.
           IF  PLA-ASN  NOT  =   PLA-OSV
                                 GO       ROT-PLAN-90.
           IF  STA-ASN  NOT  =  "A"
                                 GO       ROT-PLAN-10.
           IF  DTF-ASN   >   0   AND  DTF-ASN   <   DTA-HOJ
                                 GO       ROT-PLAN-10.
           MOVE     PLN-ASN   TO  CHV-PLN
           READ     CADPLN
           IF  FST-PLN  NOT  =  "00"
                                 GO       ROT-PLAN-10.
           PERFORM  ROT-SRVP-00
              THRU  ROT-SRVP-90
           IF  FLG-SRV   =   0   GO       ROT-PLAN-10.
           IF  REF-ASN  NOT  =   REF-HOJ
                                 MOVE     REF-HOJ  TO  REF-ASN
                                 MOVE     ZEROS    TO  USO-ASN.
           IF  DUL-ASN  NOT  =   DTA-HOJ
                                 MOVE     DTA-HOJ  TO  DUL-ASN
                                 MOVE     ZEROS    TO  QDI-ASN.
           IF  QTD-PLN   >   0   AND  USO-ASN  NOT  <  QTD-PLN
                                 GO       ROT-PLAN-10.
           IF  LDI-PLN   >   0   AND  QDI-ASN  NOT  <  LDI-PLN
                                 GO       ROT-PLAN-10.
           ADD      1         TO  USO-ASN   QDI-ASN
           REWRITE  REG-ASN
           MOVE     CHV-ASN   TO  ASN-USN
           MOVE     DTA-HOJ   TO  DTA-USN
           MOVE     REF-HOJ   TO  REF-USN
           MOVE     PRX-OSV   TO  PRX-USN
           MOVE     SUF-OSV   TO  SUF-USN
           MOVE     VAL-OSV   TO  VAL-USN
           WRITE    REG-USN
           MOVE     ZEROS     TO  VAL-OSV
           ADD      1         TO  TOT-PLN.
       ROT-PLAN-90.
           EXIT.

       ROT-SRVP-00.
           MOVE     ZEROS     TO  FLG-SRV   IND-SRV.

       ROT-SRVP-10.
           ADD      1         TO  IND-SRV
           IF  IND-SRV   >   5   GO       ROT-SRVP-90.
           IF  PRX-PLN (IND-SRV)  NOT  =  PRX-OSV
                                 GO       ROT-SRVP-10.
           IF  SUF-PLN (IND-SRV)  NOT  =  ZEROS  AND
               SUF-PLN (IND-SRV)  NOT  =  SUF-OSV
                                 GO       ROT-SRVP-10.
           MOVE     1         TO  FLG-SRV.
       ROT-SRVP-90.
           EXIT.

       ROT-ESTR-00.
           MOVE     NUM-OSV   TO  NUM-USN
           MOVE     ITM-OSV   TO  ITM-USN
           READ     CADUSN
           IF  FST-USN  NOT  =  "00"
                                 GO       ROT-ESTR-90.
           MOVE     ASN-USN   TO  CHV-ASN
           READ     CADASN
           IF  FST-ASN  NOT  =  "00"
                                 GO       ROT-ESTR-80.
           IF  REF-ASN   =       REF-USN  AND  USO-ASN  >  0
                                 SUBTRACT 1        FROM  USO-ASN.
           IF  DUL-ASN   =       DTA-USN  AND  QDI-ASN  >  0
                                 SUBTRACT 1        FROM  QDI-ASN.
           REWRITE  REG-ASN.

       ROT-ESTR-80.
           DELETE   CADUSN.
       ROT-ESTR-90.
           EXIT.

       ROT-FECO-00.
           UNSTRING  LIN-MOV  DELIMITED  BY  "|"
                     INTO     TIP-AUX
           IF  TIP-AUX   =  "F"  AND  ITM-OSV  >  ZEROS
                                 PERFORM  ROT-EVDA-00
                                    THRU  ROT-EVDA-90.
           IF  TIP-AUX   =  "C"  AND  ITM-OSV  >  ZEROS
                                 PERFORM  ROT-ESTR-00
                                    THRU  ROT-ESTR-90.
           GO       ROT-STAT-10.

       ROT-STAT-90.
