                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FST-DVC.

           SELECT      ARQEFD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EFD.
       COPY  CADLCP.CPY.
       COPY  CADLCX.CPY.
       COPY  CADNTA.CPY.
       COPY  CADDVC.CPY.

       FD  ARQEFD.

           03  FST-LCP          PIC  X(02).
           03  FST-LCX          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-DVC          PIC  X(02).
           03  FST-EFD          PIC  X(02).

           03  TECLADO          PIC  9(02).
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-01
           OPEN     OUTPUT   ARQEFD
                    INPUT    CADEST   CADLCP  CADLCX  CADNTA
                             CADDVC
           PERFORM  ROT-NOME-00
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA.
           MOVE     CHV-LCP  TO  PRD-C10
           MOVE     QTD-LCP  TO  QTD-C10
           MOVE     VAL-LCP  TO  VAL-C10
           IF  QTD-LCP   <    0  PERFORM  ROT-DEVC-00
                                    THRU  ROT-DEVC-90.
           WRITE    REG-EFD  FROM  REG-C100
           ADD      1        TO  QTD-LIN  QTD-BLC  QTD-RGC
           DISPLAY  LIN-T01      GO       ROT-ENTR-00.
       ROT-EXIT-00.
           PERFORM  ROT-RTLA-00
           CLOSE    CADEST   CADLCP  CADLCX  CADNTA  ARQEFD
                    CADDVC
           GOBACK.

       ROT-DEVC-00.
           MOVE     NTF-LCP  TO  NDV-DVC
           MOVE     ZEROS    TO  ITM-DVC
           START    CADDVC       KEY  >   CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-DEVC-90.
           READ     CADDVC  NEXT
           IF  FST-DVC  NOT  =  "00"  OR
               NDV-DVC  NOT  =   NTF-LCP  OR
               FRN-DVC  NOT  =   FRN-LCP
                                 GO       ROT-DEVC-90.
           MOVE     "1"      TO  TIP-C10
           COMPUTE  QTD-C10  =   QTD-LCP  *  -1
           COMPUTE  VAL-C10  =   VAL-LCP  *  -1.
       ROT-DEVC-90.
           EXIT.

       ROT-DATA-00.
           CALL    "DYDATA"  USING  PRM-DTA  PRM-HLP.

