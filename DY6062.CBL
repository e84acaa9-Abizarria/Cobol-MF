                       RECORD        KEY     IS  CHV-PMP
                       FILE          STATUS  IS  FST-PMP.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FST-DVC.

           SELECT      ARQEFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EFD.

       COPY  CADLCP.CPY.
       COPY  CADPMP.CPY.
       COPY  CADDVC.CPY.

       FD  ARQEFD.
       01  REG-EFD               PIC  X(120).
       01  AUXILIARES.
           03  FST-LCP          PIC  X(02).
           03  FST-PMP          PIC  X(02).
           03  FST-DVC          PIC  X(02).
           03  FST-EFD          PIC  X(02).
           03  FST-SMP          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  TOT-DIV          PIC  9(02)  VALUE  ZEROS.
           03  CMP-MOV          PIC S9(10)V9  VALUE  ZEROS.
           03  DEV-MOV          PIC S9(10)V9  VALUE  ZEROS.
           03  VND-MOV          PIC S9(10)V9  VALUE  ZEROS.
           03  CMP-EFD          PIC S9(10)V9  VALUE  ZEROS.
           03  CMP-SMP          PIC S9(10)V9  VALUE  ZEROS.
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           OPEN     INPUT     CADLCP    CADPMP    CADDVC
           PERFORM  ROT-CMOV-00
              THRU  ROT-CMOV-90
           PERFORM  ROT-VMOV-00
           MOVE     "SPED ENTRADAS X COMPRAS (CADLCP) .........:"
                              TO  TIT-DET
           MOVE     CMP-EFD   TO  VLA-AUX
           COMPUTE  VLB-AUX   =  CMP-MOV  -   DEV-MOV
           PERFORM  ROT-COMP-00
              THRU  ROT-COMP-90
           MOVE     SPACES    TO  LIN-REL
           IF  TOT-DIV   =   ZEROS
                                 WRITE    LIN-REL  FROM  LIN-RES1
           ELSE                  WRITE    LIN-REL  FROM  LIN-RES2.
           CLOSE    CADLCP    CADPMP    CADDVC    REL-VAL
           GOBACK.

       ROT-COMP-00.
           IF  PRX-LCP (1:1)  NOT  =  "1"
                                 GO       ROT-CMOV-10.
           ADD      QTD-LCP   TO  CMP-MOV
           IF  QTD-LCP   <    0  PERFORM  ROT-CDEV-00
                                    THRU  ROT-CDEV-90.
           GO       ROT-CMOV-10.

       ROT-CMOV-90.
           EXIT.

       ROT-CDEV-00.
           MOVE     NTF-LCP   TO  NDV-DVC
           MOVE     ZEROS     TO  ITM-DVC
           START    CADDVC       KEY  >   CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-CDEV-90.
           READ     CADDVC  NEXT
           IF  FST-DVC   =  "00"  AND
               NDV-DVC   =       NTF-LCP  AND
               FRN-DVC   =       FRN-LCP
                                 ADD      QTD-LCP  TO  DEV-MOV.
       ROT-CDEV-90.
           EXIT.

       ROT-VMOV-00.
           MOVE     ZEROS     TO  BMB-AUX.

