       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1321.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADALC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALC
                       FILE          STATUS  IS  FST-ALC.

           SELECT      CADAPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APV
                       FILE          STATUS  IS  FST-APV.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      CADSDO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

           SELECT      CADRET        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RET
                       FILE          STATUS  IS  FST-RET.

           SELECT      CADSRT        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-SRT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADALC.CPY.
       COPY  CADAPV.CPY.
       COPY  CADLDP.CPY.
       COPY  CADOPR.CPY.
       COPY  CADSDO.CPY.
       COPY  CADRET.CPY.

       SD  CADSRT.

       01  REG-SRT.
           03  CHV-SRT.
               05  BUG-SRT      PIC  9(01).
               05  DTA-SRT      PIC  9(06).
               05  LDP-SRT      PIC  X(10).
           03  HST-SRT          PIC  X(25).
           03  VAL-SRT          PIC  9(07)V99.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ALC          PIC  X(02).
           03  FST-APV          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-SRT          PIC  X(02).
           03  FST-RET          PIC  X(02).

           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  IND3             PIC  9(03).
           03  IND4             PIC  9(02).
           03  TECLADO          PIC  9(02).
           03  QTD-MRC          PIC  9(03).
           03  LIM-AUX          PIC  9(09)V99.
           03  VBR-AUX          PIC  9(07)V99.
           03  LDP-PAI          PIC  X(10).
           03  DTA-PAI          PIC  9(06).
           03  FRN-PAI          PIC  9(04).
           03  FIL-AUX.
               05  FILLER       PIC  X(01)  VALUE  "R".
               05  DTA-FIL      PIC  9(06).
               05  SEQ-FIL      PIC  9(03).

           03  DTA-TLA.
               05  ANO-TLA      PIC  9(02).
               05  MES-TLA      PIC  9(02).
               05  DIA-TLA      PIC  9(02).

           03  REG-AUX.
               05  FLG-AUX      PIC  X(01).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  DIA-AUX      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-AUX      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-AUX      PIC  9(02).
               05  FILLER       PIC  X(03)  VALUE  SPACES.
               05  HST-AUX      PIC  X(27).
               05  VAL-AUX      PIC  Z.ZZZ.ZZ9,99.
               05  FILLER       PIC  X(01)  VALUE  SPACES.

           03  TAB-CTA          OCCURS 800.
               05  CHV-TAB      PIC  X(10).
               05  REG-TAB      PIC  X(53).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  87.

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1321".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-SCR.
           03  FLG-SCR          PIC  X(01).
           03  P01-SCR          PIC  X(01).
           03  P02-SCR          PIC S9(04).
           03  POS-SCR.
               05  LIN-SCR      PIC  9(02)  COMP-X.
               05  COL-SCR      PIC  9(02)  COMP-X.
           03  P03-SCR          PIC X(2000).
           03  P04-SCR          PIC X(2000).
           03  P05-SCR          PIC  9(04)  COMP-X.

       LINKAGE         SECTION.

       01  OPR-LNK              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  LINE 05 COLUMN 01 PIC X(1360) FROM ALL "?" FOR-CLR 8.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Administra??o Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 08 COLUMN 15 VALUE " Aprova??o Pagamentos ".
           03  BCK-CLR 00 FOR-CLR 08.
               05  LINE 07 COLUMN 35 VALUE "?".
               05  LINE 08 COLUMN 37 VALUE "?".
               05  LINE 08 COLUMN 14 VALUE "?".

       01  TELA-02.
           03  BCK-CLR 05 FOR-CLR 07.
               05  LINE 12 COLUMN 13 PIC X(55) FROM ALL "?".
               05  LINE 18 COLUMN 13 PIC X(01) FROM     "?".
           03  BCK-CLR 05 FOR-CLR 11.
               05  LINE 13 COLUMN 13 PIC X(55) FROM SPACES.
               05  LINE 14 COLUMN 13 PIC X(55) FROM SPACES.
               05  LINE 15 COLUMN 13 PIC X(55) FROM SPACES.
               05  LINE 16 COLUMN 13 PIC X(55) FROM SPACES.
               05  LINE 17 COLUMN 13 PIC X(55) FROM SPACES.
           03  BCK-CLR 00 FOR-CLR 05.
               05  LINE 13 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 14 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 15 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 16 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 17 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 18 COLUMN 68 PIC X(01) FROM " ".
               05  LINE 18 COLUMN 14 PIC X(54) FROM ALL "?".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 20 COLUMN 13 VALUE " Al?ada R$ ".
               05  LINE 20 COLUMN 24 PIC ZZZ.ZZZ.ZZ9,99 FROM LIM-AUX.
               05  LINE 20 COLUMN 38 VALUE " A-Aprova R-Rejeita ".

       01  MENU-01  BCK-CLR 05 FOR-CLR 15.
           03  LINE 13 COLUMN 14 PIC X(53) FROM REG-TAB (IND2).
           03  LINE 14 COLUMN 14 PIC X(53) FROM REG-TAB (IND2 + 1).
           03  LINE 15 COLUMN 14 PIC X(53) FROM REG-TAB (IND2 + 2).
           03  LINE 16 COLUMN 14 PIC X(53) FROM REG-TAB (IND2 + 3).
           03  LINE 17 COLUMN 14 PIC X(53) FROM REG-TAB (IND2 + 4).

       01  SETA-01 BCK-CLR 05.
           03  TRC-ACM LINE 13 COLUMN 66 VALUE " ".
           03  TRC-ABX LINE 17 COLUMN 66 VALUE " ".
           03  STA-ACM LINE 13 COLUMN 66 VALUE "" FOR-CLR 11.
           03  STA-ABX LINE 17 COLUMN 66 VALUE "" FOR-CLR 11.

       01  LN-SETA BCK-CLR 07 FOR-CLR 12
                   LINE IND4 COLUMN 14 PIC X(53) FROM REG-TAB (IND3).

       01  LN-MENU BCK-CLR 05 FOR-CLR 15
                   LINE IND4 COLUMN 14 PIC X(53) FROM REG-TAB (IND3).

       PROCEDURE       DIVISION  USING  OPR-LNK.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    OPR-LNK  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.  DISPLAY  TELA-01
           OPEN     I-O      CADLDP
                    INPUT    CADOPR   CADALC
           OPEN     I-O      CADAPV
           IF  FST-APV   =  "35" CLOSE    CADAPV
                                 OPEN     OUTPUT   CADAPV
                                 CLOSE    CADAPV
                                 OPEN     I-O      CADAPV.
           MOVE     96       TO  IND-MSG
           MOVE     OPR-LNK  TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           MOVE     PRF-OPR  TO  CHV-ALC
           READ     CADALC
           IF  FST-ALC  NOT  =  "00"  OR
               APR-ALC  NOT  =  "S"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           MOVE     LIM-ALC  TO  LIM-AUX
           MOVE     SPACES   TO  CHV-LDP.

       ROT-PESQ-00.
           MOVE     95       TO  IND-MSG
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           READ     CADLDP  NEXT
           IF  FST-LDP   =  "10" PERFORM  ROT-MSGM-00
                                 GO       ROT-EXIT-00.
           IF  FLG-LDP  NOT   =  "A"  GO  ROT-PESQ-00.
           IF  ORG-LDP  NOT   =  SPACES  GO  ROT-PESQ-00.
           PERFORM  ROT-GTLA-00  DISPLAY  TELA-02.

       ROT-PESQ-10.
           MOVE     SPACES   TO  CHV-LDP
           SORT     CADSRT   ON  ASCENDING    KEY
                                              BUG-SRT DTA-SRT
                                              LDP-SRT
                    INPUT        PROCEDURE    IS  ROT-SORT-00
                    OUTPUT       PROCEDURE    IS  ROT-READ-00.
           MOVE     13       TO  IND4.

       ROT-EXBE-00.
           IF (IND2 + 04) < IND1 DISPLAY  STA-ABX
               IF  IND2     >  1 DISPLAY  STA-ACM
                   ELSE          DISPLAY  TRC-ACM
           ELSE    IF  IND2 >  1 DISPLAY  STA-ACM  TRC-ABX
                       ELSE      DISPLAY  TRC-ACM.
           DISPLAY     MENU-01   LN-SETA.

       ROT-EXBE-10.
           MOVE  6  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-EXBE-10.
           IF  TCL-MSG   =   05  GO       ROT-EXBE-20.
           IF  TCL-MSG   =   06  GO       ROT-EXBE-30.
           IF  TCL-MSG   =   53  GO       ROT-EXBE-40.
           IF  TCL-MSG   =   54  GO       ROT-EXBE-50.
           IF  TCL-MSG   >   00  GO       ROT-EXBE-10.
           IF  HEX-MSG   =   27  GO       ROT-ENTR-00.
           MOVE     REG-TAB     (IND3)    TO  REG-AUX
           MOVE     CHV-TAB     (IND3)    TO  CHV-LDP
           READ     CADLDP
           PERFORM  ROT-BRUT-00
              THRU  ROT-BRUT-90
           IF  FLG-AUX   =  "A"  MOVE     "R"      TO  FLG-AUX
           ELSE
           IF  FLG-AUX   =  "R"  MOVE     " "      TO  FLG-AUX
           ELSE
           IF  LIM-AUX   >   0   AND      VBR-AUX  >   LIM-AUX
                                 MOVE     94       TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 MOVE     "R"      TO  FLG-AUX
           ELSE
                                 MOVE     "A"      TO  FLG-AUX.
           MOVE     REG-AUX  TO  REG-TAB  (IND3)
           DISPLAY  LN-SETA      GO       ROT-EXBE-10.

       ROT-EXBE-20.
           IF  IND3  =   01      GO       ROT-EXBE-10.
           IF  IND4  =   13      COMPUTE  IND2 = IND2  -  1
                                 COMPUTE  IND3 = IND3  -  1
                                 GO       ROT-EXBE-00.
           DISPLAY  LN-MENU      COMPUTE  IND3 = IND3  -  1
                                 COMPUTE  IND4 = IND4  -  1
           DISPLAY  LN-SETA      GO       ROT-EXBE-10.

       ROT-EXBE-30.
           IF  IND3  =  IND1     GO       ROT-EXBE-10.
           IF  IND4  =   17      ADD      1  TO  IND2
                                 ADD      1  TO  IND3
                                 GO       ROT-EXBE-00.
           DISPLAY  LN-MENU      ADD      1  TO  IND3
                                 ADD      1  TO  IND4
           DISPLAY  LN-SETA      GO       ROT-EXBE-10.

       ROT-EXBE-40.
           IF  IND2  =   01      GO       ROT-EXBE-10.
           IF  IND2  >   04      COMPUTE  IND3 = IND2  -  5
                                 COMPUTE  IND2 = IND2  -  5
           ELSE
                                 MOVE     1  TO  IND2  IND3.
           MOVE    13  TO  IND4  GO       ROT-EXBE-00.

       ROT-EXBE-50.
           IF  (IND2  +  5)   >  IND1 GO  ROT-EXBE-10.
           COMPUTE  IND3      =  IND2  +  5
           COMPUTE  IND2      =  IND2  +  5
           MOVE     13  TO  IND4 GO       ROT-EXBE-00.

       ROT-SORT-00  SECTION.

       ROT-SORT-10.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-SORT-20.
           READ     CADLDP  NEXT
           IF  FST-LDP   =  "10" GO       ROT-SORT-20.
           IF  FLG-LDP  NOT   =  "A"  OR
               ORG-LDP  NOT   =  SPACES
                                 GO       ROT-SORT-10.
           MOVE     ZEROS    TO  BUG-SRT
           IF  DTA-LDP   <       100000
                                 MOVE  1  TO  BUG-SRT.
           MOVE     DTA-LDP  TO  DTA-SRT
           MOVE     CHV-LDP  TO  LDP-SRT
           MOVE     HST-LDP  TO  HST-SRT
           PERFORM  ROT-BRUT-00
              THRU  ROT-BRUT-90
           MOVE     VBR-AUX  TO  VAL-SRT
           RELEASE  REG-SRT      GO       ROT-SORT-10.

       ROT-SORT-20.
           MOVE     ZEROS    TO  IND1.

       ROT-SORT-30.
           ADD      1        TO  IND1
           MOVE     SPACES   TO  REG-TAB (IND1)
           IF  IND1      <  800  GO       ROT-SORT-30.
           MOVE     0        TO  IND1.

       ROT-READ-00  SECTION.

       ROT-READ-10.
           RETURN   CADSRT    AT  END  GO  ROT-READ-20.
           IF  IND1      =  800  GO       ROT-READ-10.
           ADD      1        TO  IND1
           MOVE     SPACES   TO  FLG-AUX
           MOVE     DTA-SRT  TO  DTA-TLA
           MOVE     DIA-TLA  TO  DIA-AUX
           MOVE     MES-TLA  TO  MES-AUX
           MOVE     ANO-TLA  TO  ANO-AUX
           MOVE     HST-SRT  TO  HST-AUX
           MOVE     VAL-SRT  TO  VAL-AUX
           MOVE     LDP-SRT  TO  CHV-TAB (IND1)
           MOVE     REG-AUX  TO  REG-TAB (IND1)
           GO       ROT-READ-10.

       ROT-READ-20.
           MOVE     1        TO  IND2  IND3.

       ROT-READ-30  SECTION.

       ROT-ENTR-00.
           MOVE     ZEROS    TO  IND2  QTD-MRC.

       ROT-ENTR-10.
           ADD      1        TO  IND2
           IF  IND2    >    IND1 GO       ROT-ENTR-20.
           MOVE     REG-TAB     (IND2)    TO  REG-AUX
           IF  FLG-AUX  NOT  =  " "
                                 ADD      1        TO  QTD-MRC.
           GO       ROT-ENTR-10.

       ROT-ENTR-20.
           IF  QTD-MRC   =    0  PERFORM  ROT-RTLA-00
                                 GO       ROT-EXIT-00.

       ROT-ENTR-30.
           MOVE 10  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-30.
           IF  TCL-MSG   >   00  GO       ROT-ENTR-30.
           IF  HEX-MSG   =   27  GO       ROT-EXBE-00.
           MOVE     0        TO  IND2.

       ROT-ATUA-00.
           ADD      1        TO  IND2
           IF  IND2    >    IND1 PERFORM  ROT-RTLA-00
                                 GO       ROT-EXIT-00.
           MOVE     REG-TAB     (IND2)    TO  REG-AUX
           IF  FLG-AUX   =  " "  GO       ROT-ATUA-00.

       ROT-ATUA-10.
           MOVE     CHV-TAB     (IND2)    TO  CHV-LDP
           READ     CADLDP       MOVE 20  TO  IND-MSG
           IF  FST-LDP   =  "9D" PERFORM  ROT-MSGM-00
                                 GO       ROT-ATUA-10.
           IF  FST-LDP  NOT  =  "00"  OR
               FLG-LDP  NOT  =  "A"
                                 GO       ROT-ATUA-00.
           PERFORM  ROT-BRUT-00
              THRU  ROT-BRUT-90
           IF  FLG-AUX   =  "A"  MOVE     "P"      TO  FLG-LDP
                                 REWRITE  REG-LDP
                                 MOVE     "A"      TO  ACA-APV
           ELSE                  MOVE     "J"      TO  ACA-APV
                                 PERFORM  ROT-ESDO-00
                                    THRU  ROT-ESDO-90.
           PERFORM  ROT-GAPV-00
              THRU  ROT-GAPV-90
           IF  ACA-APV   =  "J"  DELETE   CADLDP
                                 PERFORM  ROT-CRET-00
                                    THRU  ROT-CRET-90.
           PERFORM  ROT-CASC-00
              THRU  ROT-CASC-90
           GO       ROT-ATUA-00.

       ROT-BRUT-00.
           MOVE     VAL-LDP  TO  VBR-AUX
           MOVE     CHV-LDP  TO  LDP-PAI
           MOVE     DTA-LDP  TO  DTA-PAI  DTA-FIL
           MOVE     FRN-LDP  TO  FRN-PAI
           MOVE     ZEROS    TO  SEQ-FIL
           MOVE     FIL-AUX  TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-BRUT-80.

       ROT-BRUT-10.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"  OR
               CHV-LDP (1:7)  NOT  =  FIL-AUX (1:7)
                                 GO       ROT-BRUT-80.
           IF  ORG-LDP   =       LDP-PAI
                                 ADD      VAL-LDP  TO  VBR-AUX.
           GO       ROT-BRUT-10.

       ROT-BRUT-80.
           MOVE     LDP-PAI  TO  CHV-LDP
           READ     CADLDP.

       ROT-BRUT-90.
           EXIT.

       ROT-CASC-00.
           MOVE     FIL-AUX  TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-CASC-90.

       ROT-CASC-10.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"  OR
               CHV-LDP (1:7)  NOT  =  FIL-AUX (1:7)
                                 GO       ROT-CASC-90.
           IF  ORG-LDP  NOT  =  LDP-PAI  OR
               FLG-LDP  NOT  =  "A"
                                 GO       ROT-CASC-10.
           IF  ACA-APV   =  "A"  MOVE     "P"      TO  FLG-LDP
                                 REWRITE  REG-LDP
           ELSE                  DELETE   CADLDP.
           GO       ROT-CASC-10.

       ROT-CASC-90.
           EXIT.

       ROT-CRET-00.
           OPEN     I-O      CADRET
           IF  FST-RET  NOT  =  "00"
                                 CLOSE    CADRET
                                 GO       ROT-CRET-90.
           MOVE     DTA-PAI  TO  DTA-TLA
           MOVE     ANO-TLA  TO  MES-RET (1:2)
           MOVE     MES-TLA  TO  MES-RET (3:2)
           MOVE     FRN-PAI  TO  FRN-RET
           MOVE     ZEROS    TO  SEQ-RET
           START    CADRET       KEY  >   CHV-RET
           IF  FST-RET  NOT  =  "00"
                                 GO       ROT-CRET-80.

       ROT-CRET-10.
           READ     CADRET  NEXT
           IF  FST-RET  NOT  =  "00"  OR
               FRN-RET  NOT  =  FRN-PAI
                                 GO       ROT-CRET-80.
           IF  LDP-RET   =       LDP-PAI
                                 DELETE   CADRET
                                 GO       ROT-CRET-80.
           GO       ROT-CRET-10.

       ROT-CRET-80.
           CLOSE    CADRET.

       ROT-CRET-90.
           EXIT.

       ROT-ESDO-00.
           OPEN     I-O      CADSDO
           IF  FST-SDO  NOT  =  "00"
                                 CLOSE    CADSDO
                                 GO       ROT-ESDO-90.
           MOVE     2        TO  PRX-SDO
           MOVE     PRX-LDP  TO  SUF-SDO
           READ     CADSDO
           IF  FST-SDO   =  "00" SUBTRACT VBR-AUX FROM ENT-SDO
                                 REWRITE  REG-SDO.
           CLOSE    CADSDO.

       ROT-ESDO-90.
           EXIT.

       ROT-GAPV-00.
           ACCEPT   DTA-APV  FROM  DATE
           ACCEPT   HRA-APV  FROM  TIME
           MOVE     ZEROS    TO  SEQ-APV
           MOVE     CHV-LDP  TO  LDP-APV
           MOVE     OPR-LNK  TO  OPR-APV
           MOVE     VBR-AUX  TO  VAL-APV
           MOVE     HST-LDP  TO  HST-APV.

       ROT-GAPV-10.
           ADD      1        TO  SEQ-APV
           WRITE    REG-APV
           IF  FST-APV   =  "22" GO       ROT-GAPV-10.

       ROT-GAPV-90.
           EXIT.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-GTLA-00.
           MOVE    "G"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-RTLA-00.
           MOVE    "R"        TO    FLG-SCR
           CALL    "DYTELA"  USING  PRM-SCR.

       ROT-EXIT-00.
           CLOSE    CADALC  CADAPV  CADLDP  CADOPR  GOBACK.
