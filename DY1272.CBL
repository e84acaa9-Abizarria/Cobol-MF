                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

           SELECT      CADRSD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSD
                       FILE          STATUS  IS  FST-RSD.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADLCX.CPY.
       COPY  CADTMP.CPY.
       COPY  CADRSD.CPY.

       WORKING-STORAGE SECTION.

           03  FST-EST          PIC  X(02).
           03  FST-LCX          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-RSD          PIC  X(02).

           03  TECLADO          PIC  9(02).
           03  TUR-ANT          PIC  9(06)V99.
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-RES.
               05  ANO-RES      PIC  9(02).
               05  MES-RES      PIC  9(02).
               05  DIA-RES      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(47)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PCT-DT1          PIC  ---9,99.

       01  RES-001.
           03  FILLER           PIC  X(31)  VALUE
               "RESUMO DO MOVIMENTO FECHADO EM".
           03  DIA-RS1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-RS1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-RS1          PIC  9(02).

       01  TOT-001.
           03  FILLER           PIC  X(42)  VALUE
               "       - TOTAL DO TURNO ----------------->".
           GO       ROT-IMPR-00.

       ROT-IMPR-80.
           IF  FLG-PRI   =   1   PERFORM  ROT-RESU-00
                                    THRU  ROT-RESU-90.
           IF  FLG-PRI   =   0   PERFORM  ROT-TURN-00.
           MOVE     TOT-VND  TO  VND-TT2
           MOVE     TOT-CST  TO  CST-TT2
           OPEN      OUTPUT      CADTMP
           GO       ROT-EXIT-00.

       ROT-RESU-00.
           OPEN     INPUT    CADRSD
           MOVE     HIGH-VALUES  TO  CHV-RSD
           START    CADRSD       KEY  <   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-RESU-80.
           READ     CADRSD       PREVIOUS
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-RESU-80.
           MOVE     DTA-RSD  TO  DTA-RES
           MOVE     DIA-RES  TO  DIA-RS1
           MOVE     MES-RES  TO  MES-RS1
           MOVE     ANO-RES  TO  ANO-RS1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     RES-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     LOW-VALUES   TO  CHV-RSD
           MOVE     DTA-RES  TO  DTA-RSD
           START    CADRSD       KEY  >   CHV-RSD
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-RESU-80.

       ROT-RESU-10.
           READ     CADRSD  NEXT
           IF  FST-RSD  NOT  =  "00"
                                 GO       ROT-RESU-80.
           IF  DTA-RSD  NOT  =   DTA-RES
                                 GO       ROT-RESU-80.
           IF  PRX-RSD   =  "*"  OR  PRX-RSD  =  "#"
                                 GO       ROT-RESU-10.
           IF  FLG-PRI   =   1   MOVE     0        TO  FLG-PRI
                                 MOVE     TUR-RSD  TO  TUR-ANT.
           IF  TUR-RSD  NOT  =   TUR-ANT
                                 PERFORM  ROT-TURN-00
                                 MOVE     TUR-RSD  TO  TUR-ANT.
           MOVE     VAL-RSD  TO  VND-AUX
           MOVE     CST-RSD  TO  CST-AUX
           COMPUTE  MRG-AUX  =   VND-AUX  -   CST-AUX
           MOVE     TUR-RSD  TO  TUR-DT1
           MOVE     DES-RSD  TO  HST-DT1
           MOVE     QTD-RSD  TO  QTD-DT1
           MOVE     VND-AUX  TO  VND-DT1
           MOVE     CST-AUX  TO  CST-DT1
           MOVE     MRG-AUX  TO  MRG-DT1
           IF  VND-AUX   >   0   COMPUTE  PCT-DT1  =  MRG-AUX
                                          *  100   /  VND-AUX
           ELSE                  MOVE     ZEROS    TO  PCT-DT1.
           ADD      VND-AUX  TO  ACM-VND
           ADD      CST-AUX  TO  ACM-CST
           ADD      MRG-AUX  TO  ACM-MRG
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           IF  LIN-TMP   >   58  PERFORM  ROT-CABE-00.
           GO       ROT-RESU-10.

       ROT-RESU-80.
           CLOSE    CADRSD.
       ROT-RESU-90.
           EXIT.

       ROT-TURN-00.
           MOVE     ACM-VND  TO  VND-TT1
           MOVE     ACM-CST  TO  CST-TT1
