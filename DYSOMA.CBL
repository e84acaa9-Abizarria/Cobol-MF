       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYSOMA.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      ARQSOM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  SEQUENTIAL
                       FILE          STATUS  IS  FST-SOM.

       DATA            DIVISION.
       FILE            SECTION.

       FD  ARQSOM.

       01  REG-ARQ.
           03  BYT-ARQ          PIC  9(02)  COMP-X.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-SOM          PIC  X(02).

           03  SMA-AUX          PIC  9(06)  COMP.
           03  SMB-AUX          PIC  9(06)  COMP.
           03  TAM-AUX          PIC  9(10)  COMP.

       LINKAGE         SECTION.

       01  PRM-SOM.
           03  NOM-SOM          PIC  X(60).
           03  TAM-SOM          PIC  9(10).
           03  SOM-SOM          PIC  9(10).
           03  RET-SOM          PIC  X(02).

       PROCEDURE       DIVISION  USING  PRM-SOM.

       ROT-0000-00.
           MOVE     ZEROS    TO  TAM-SOM  SOM-SOM  TAM-AUX  SMB-AUX
           MOVE     1        TO  SMA-AUX
           MOVE     "00"     TO  RET-SOM
           DISPLAY  "dd_ARQSOM"  UPON  ENVIRONMENT-NAME
           DISPLAY  NOM-SOM      UPON  ENVIRONMENT-VALUE
           OPEN     INPUT        ARQSOM
           IF  FST-SOM  NOT  =  "00"
                                 MOVE     FST-SOM  TO  RET-SOM
                                 GOBACK.

       ROT-SOMA-10.
           READ     ARQSOM
           IF  FST-SOM   =  "10" GO       ROT-SOMA-90.
           IF  FST-SOM  NOT  =  "00"
                                 MOVE     FST-SOM  TO  RET-SOM
                                 GO       ROT-SOMA-90.
           ADD      1        TO  TAM-AUX
           ADD      BYT-ARQ  TO  SMA-AUX
           IF  SMA-AUX  NOT  <   65521
                                 SUBTRACT 65521    FROM  SMA-AUX.
           ADD      SMA-AUX  TO  SMB-AUX
           IF  SMB-AUX  NOT  <   65521
                                 SUBTRACT 65521    FROM  SMB-AUX.
           GO       ROT-SOMA-10.

       ROT-SOMA-90.
           CLOSE    ARQSOM
           MOVE     TAM-AUX  TO  TAM-SOM
           COMPUTE  SOM-SOM  =   SMB-AUX  *  65536  +  SMA-AUX
           GOBACK.
