                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FST-LOC.

           SELECT      CADRAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAL
                       FILE          STATUS  IS  FST-RAL.

           SELECT      CADFLX        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-FLX.

       COPY  CADLDP.CPY.
       COPY  CADLCR.CPY.
       COPY  CADSDO.CPY.
       COPY  CADLOC.CPY.
       COPY  CADRAL.CPY.

       SD  CADFLX.

           03  FST-SDO          PIC  X(02).
           03  FST-FLX          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  FST-RAL          PIC  X(02).

           03  IND1             PIC  9(04)  VALUE  ZEROS.
           03  IND2             PIC  9(04).
           03  SDO-ACM          PIC  S9(08)V99.
           03  MOV-ACM          PIC  S9(08)V99.

           03  DTA-HOJ          PIC  9(06).
           03  REF-PRJ          PIC  9(04).
           03  RED-PRJ          REDEFINES  REF-PRJ.
               05  ANO-PRJ      PIC  9(02).
               05  MES-PRJ      PIC  9(02).
           03  NUM-PRJ          PIC  9(05).
           03  NUM-LIM          PIC  9(05).
           03  NUM-AUX          PIC  9(05).
           03  QUO-PRJ          PIC  9(05).

       01  TAB-DIA.
           03  REG-TDI          OCCURS  500.
               05  DTA-TDI      PIC  9(06).
       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ  FROM  DATE
           OPEN     INPUT        CADLDP   CADLCR   CADSDO
                                 CADLOC   CADRAL
           MOVE     SPACES   TO  CHV-SDO.

       ROT-SDO-00.
           SORT     CADFLX   ON  ASCENDING   KEY  DTA-FLX
                    INPUT PROCEDURE          IS   ROT-SORT-00
                    OUTPUT PROCEDURE         IS   ROT-READ-00.
           CLOSE    CADLDP       CADLCR   CADLOC   CADRAL
           OPEN     OUTPUT       REL-FLX
           WRITE    LIN-FLX      FROM  LIN-CAB1
           WRITE    LIN-FLX      FROM  LIN-CAB2

       ROT-SORT-30.
           START    CADLCR       KEY  >   CHV-LCR
           IF  FST-LCR   =  "23" GO       ROT-SORT-32.
           READ     CADLCR  NEXT
           MOVE     VEN-LCR  TO  DTA-FLX
           MOVE     ZEROS    TO  SAI-FLX
           MOVE     VAL-LCR  TO  ENT-FLX
           RELEASE  REG-FLX      GO       ROT-SORT-30.

       ROT-SORT-32.
           MOVE     LOW-VALUES  TO  CHV-RAL
           START    CADRAL       KEY  NOT  <  CHV-RAL
           IF  FST-RAL  NOT  =  "00"  GO  ROT-SORT-35.

       ROT-SORT-33.
           READ     CADRAL  NEXT
           IF  FST-RAL  NOT  =  "00"  GO  ROT-SORT-35.
           IF  STA-RAL  NOT  =  "P"   GO  ROT-SORT-33.
           MOVE     DTV-RAL  TO  DTA-FLX
           MOVE     ZEROS    TO  SAI-FLX
           COMPUTE  ENT-FLX   =  VAL-RAL  +   VUT-RAL
           RELEASE  REG-FLX      GO       ROT-SORT-33.

       ROT-SORT-35.
           MOVE     ZEROS    TO  CHV-LOC
           START    CADLOC       KEY  >   CHV-LOC
           IF  FST-LOC  NOT  =  "00"  GO  ROT-SORT-40.

       ROT-SORT-36.
           READ     CADLOC  NEXT
           IF  FST-LOC  NOT  =  "00"  GO  ROT-SORT-40.
           IF  STA-LOC  NOT  =  "A"   GO  ROT-SORT-36.
           MOVE     DTA-HOJ (1:4)    TO  REF-PRJ
           COMPUTE  NUM-PRJ   =  ANO-PRJ  *   12  +  MES-PRJ  -  1
           COMPUTE  NUM-LIM   =  NUM-PRJ  +   3
           MOVE     ULT-LOC  TO  REF-PRJ
           COMPUTE  NUM-AUX   =  ANO-PRJ  *   12  +  MES-PRJ
           IF  ULT-LOC   >   0   AND  NUM-AUX  >  NUM-PRJ
                                 MOVE     NUM-AUX  TO  NUM-PRJ.
           MOVE     DTI-LOC (1:4)    TO  REF-PRJ
           COMPUTE  NUM-AUX   =  ANO-PRJ  *   12  +  MES-PRJ  -  1
           IF  NUM-AUX   >   NUM-PRJ  MOVE  NUM-AUX  TO  NUM-PRJ.
           MOVE     DTF-LOC (1:4)    TO  REF-PRJ
           COMPUTE  NUM-AUX   =  ANO-PRJ  *   12  +  MES-PRJ
           IF  DTF-LOC   >   0   AND  NUM-AUX  <  NUM-LIM
                                 MOVE     NUM-AUX  TO  NUM-LIM.

       ROT-SORT-37.
           IF  NUM-PRJ  NOT  <   NUM-LIM  GO  ROT-SORT-36.
           DIVIDE   NUM-PRJ  BY  12   GIVING  QUO-PRJ
                                   REMAINDER  MES-PRJ
           ADD      1        TO  MES-PRJ
           DIVIDE   QUO-PRJ  BY  100  GIVING  QUO-PRJ
                                   REMAINDER  ANO-PRJ
           MOVE     REF-PRJ  TO  DTA-FLX (1:4)
           MOVE     DVC-LOC  TO  DTA-FLX (5:2)
           MOVE     ZEROS    TO  SAI-FLX
           COMPUTE  ENT-FLX   =  VAL-LOC  +   VUT-LOC
           RELEASE  REG-FLX
           ADD      1        TO  NUM-PRJ
           GO       ROT-SORT-37.

       ROT-SORT-40.
           EXIT.

