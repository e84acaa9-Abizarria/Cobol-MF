                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADRCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCP
                       ALTERNATE RECORD  KEY     IS  CLI-RCP
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-RCP.

           SELECT      REL-ANM       ASSIGN  TO  "RELANOM.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.
       COPY  CADCRD.CPY.
       COPY  CADVEI.CPY.
       COPY  CADCLI.CPY.
       COPY  CADRCP.CPY.

       FD  REL-ANM.
       01  LIN-REL               PIC  X(90).
           03  FST-VEI          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-REL          PIC  X(02).
           03  FST-RCP          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  AMS-REF          PIC  9(04).
           03  TOT-EXC          PIC  9(04)  VALUE  ZEROS.
           03  TOT-RCS          PIC  9(04)  VALUE  ZEROS.
           03  TOT-LIB          PIC  9(04)  VALUE  ZEROS.
           03  CLI-ANT          PIC  9(05).

           03  QTD-ABS          PIC  9(03).
           03  IND1             PIC  9(03).
           03  FILLER            PIC  X(40)  VALUE
               "EXCECOES NO MES ........................".
           03  TOT-DET1          PIC  Z.ZZ9.
       01  LIN-CAB2              PIC  X(90)  VALUE
           "TENTATIVAS DE PRODUTO NAO PERMITIDO NO MES".
       01  LIN-DRC.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DTA-DRC           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLA-DRC           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOT-DRC           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-DRC           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DRC           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ORG-DRC           PIC  X(06).
           03  DOC-DRC           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  STA-DRC           PIC  X(23).
           03  SPV-DRC           PIC  X(10).
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "TENTATIVAS RECUSADAS NO MES ............".
           03  TOT-DET2          PIC  Z.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "LIBERADAS PELO SUPERVISOR ..............".
           03  TOT-DET3          PIC  Z.ZZ9.

       PROCEDURE       DIVISION.

           WRITE    LIN-REL
           MOVE     TOT-EXC   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           PERFORM  ROT-RECU-00
              THRU  ROT-RECU-90
           CLOSE    CADCRD    CADVEI    CADCLI    REL-ANM
           GOBACK.

       ROT-RECU-00.
           OPEN     INPUT     CADRCP
           IF  FST-RCP  NOT  =  "00"
                                 GO       ROT-RECU-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CLI-RCP   CLI-ANT
           START    CADRCP       KEY  NOT  <  CLI-RCP
           IF  FST-RCP  NOT  =  "00"
                                 GO       ROT-RECU-80.

       ROT-RECU-10.
           READ     CADRCP  NEXT
           IF  FST-RCP  NOT  =  "00"
                                 GO       ROT-RECU-80.
           IF  DTA-RCP (1:4)  NOT  =  AMS-REF
                                 GO       ROT-RECU-10.
           IF  CLI-RCP  NOT  =   CLI-ANT
                                 PERFORM  ROT-RCLI-00
                                    THRU  ROT-RCLI-90.
           MOVE     DTA-RCP   TO  DTA-DRC
           MOVE     PLA-RCP   TO  PLA-DRC
           MOVE     MOT-RCP   TO  MOT-DRC
           MOVE     PRX-RCP   TO  PRX-DRC
           MOVE     SUF-RCP   TO  SUF-DRC
           MOVE     DOC-RCP   TO  DOC-DRC
           MOVE     "NOTA"    TO  ORG-DRC
           IF  PRG-RCP   =  "1219"
                                 MOVE     "CAIXA"  TO  ORG-DRC.
           MOVE     SPACES    TO  SPV-DRC
           IF  STA-RCP   =  "L"
               MOVE  "LIBERADO - SUPERVISOR"  TO  STA-DRC
               MOVE     SPV-RCP   TO  SPV-DRC
               ADD      1         TO  TOT-LIB
           ELSE
               MOVE  "RECUSADO"  TO  STA-DRC
               ADD      1         TO  TOT-RCS.
           WRITE    LIN-REL   FROM  LIN-DRC
           GO       ROT-RECU-10.

       ROT-RECU-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-RCS   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-LIB   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADRCP.
       ROT-RECU-90.
           EXIT.

       ROT-RCLI-00.
           MOVE     CLI-RCP   TO  CLI-ANT   CLI-DCL   CHV-CLI
           READ     CADCLI
           IF  FST-CLI   =  "00" MOVE     NOM-CLI  TO  NOM-DCL
           ELSE                  MOVE     SPACES   TO  NOM-DCL.
           WRITE    LIN-REL   FROM  LIN-CLI.
       ROT-RCLI-90.
           EXIT.
