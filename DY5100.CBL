                       ORGANIZATION          IS  LINE  SEQUENTIAL
                       FILE          STATUS  IS  FST-BCK.

           SELECT      CADBSM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE  SEQUENTIAL
                       FILE          STATUS  IS  FST-BSM.

       DATA            DIVISION.
       FILE            SECTION.


       01  REG-BCK              PIC  X(50).

       COPY  CADBSM.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-BCK          PIC  X(02).
           03  FST-BSM          PIC  X(02).
           03  DTA-BCK          PIC  9(06).
           03  HRA-BCK          PIC  9(08).

           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
               05  ARQ-60       PIC  X(10)  VALUE  "CADMLG.IDX".
               05  ARQ-61       PIC  X(10)  VALUE  "CADAGE.DAT".
               05  ARQ-62       PIC  X(10)  VALUE  "CADAGE.IDX".
               05  ARQ-63       PIC  X(10)  VALUE  "CADVDF.DAT".
               05  ARQ-64       PIC  X(10)  VALUE  "CADVDF.IDX".
               05  ARQ-65       PIC  X(10)  VALUE  "CADCPM.DAT".
               05  ARQ-66       PIC  X(10)  VALUE  "CADCPM.IDX".
               05  ARQ-67       PIC  X(10)  VALUE  "CADJRN.DAT".
               05  ARQ-68       PIC  X(10)  VALUE  "CADJRN.IDX".
           03  RED-ARQ          REDEFINES   TAB-ARQ.
               05  ARQ-TAB      PIC  X(10)  OCCURS  68.

       01  PRM-SOM.
           03  NOM-SOM          PIC  X(60).
           03  TAM-SOM          PIC  9(10).
           03  SOM-SOM          PIC  9(10).
           03  RET-SOM          PIC  X(02).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "5100".
           IF  LOC-CM2   NOT  =  SPACES
               DISPLAY  DES-CM4      UPON    COMMAND-LINE
               PERFORM  ROT-COPY-30.
           ACCEPT   DTA-BCK      FROM    DATE
           ACCEPT   HRA-BCK      FROM    TIME
           OPEN     OUTPUT       CADBSM
           MOVE     27  TO  IND2 MOVE     1  TO  IND1.

       ROT-BACK-10.
           MOVE     ARQ-TAB     (IND1)    TO  ARQ-CMD
           DISPLAY  DES-CMD      UPON    COMMAND-LINE
           PERFORM  ROT-COPY-00  DISPLAY  TELA-02
           PERFORM  ROT-SOMA-00
           IF  LOC-CM2   NOT  =  SPACES
               MOVE     ARQ-TAB  (IND1)   TO  ARQ-CM2
               DISPLAY  DES-CM2      UPON  COMMAND-LINE
           COMPUTE  STA-AUX   =  IND1      /    2
           IF  DEC-AUX   =    0  ADD  1   TO IND2
                                 DISPLAY  TELA-03.
           IF  IND1      >   67  GO       ROT-BACK-20.
           ADD      1   TO  IND1 GO       ROT-BACK-10.

       ROT-BACK-20.
           CLOSE    CADBSM
           MOVE     "CADBSM" TO  ARQ-CMD
           DISPLAY  DES-CMD      UPON    COMMAND-LINE
           PERFORM  ROT-COPY-00
           IF  LOC-CM2   NOT  =  SPACES
               MOVE     "CADBSM" TO  ARQ-CM2
               DISPLAY  DES-CM2      UPON  COMMAND-LINE
               PERFORM  ROT-COPY-10.
           GOBACK.

       ROT-SOMA-00.
           MOVE     ARQ-TAB  (IND1)   TO  NOM-SOM  ARQ-BSM
           CALL    "DYSOMA"  USING    PRM-SOM
           IF  RET-SOM   =  "00"
                                 MOVE     TAM-SOM  TO  TAM-BSM
                                 MOVE     SOM-SOM  TO  SOM-BSM
                                 MOVE     DTA-BCK  TO  DTA-BSM
                                 MOVE     HRA-BCK  TO  HRA-BSM
                                 WRITE    REG-BSM.

       ROT-COPY-00.
           CALL  X"91"    USING  PRM-ADS
                                 PRM-FNC  PRM-CMD.
