       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYSCTA.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

           SELECT      CADVSC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSC
                       FILE          STATUS  IS  FST-VSC.

           SELECT      CADMOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOT
                       FILE          STATUS  IS  FST-MOT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADSCT.CPY.
       COPY  CADVSC.CPY.
       COPY  CADMOT.CPY.

       WORKING-STORAGE SECTION.

       01  AUXLIARES.
           03  FST-SCT          PIC  X(02).
           03  FST-VSC          PIC  X(02).
           03  FST-MOT          PIC  X(02).

       LINKAGE         SECTION.

       01  PRM-SCT.
           03  CLI-PSC          PIC  9(05).
           03  PLA-PSC          PIC  X(07).
           03  SCT-PSC          PIC  9(03).
           03  MOD-PSC          PIC  X(01).
           03  NOM-PSC          PIC  X(25).
           03  CNT-PSC          PIC  X(15).
           03  DDD-PSC          PIC  9(02).
           03  TEL-PSC          PIC  9(08).

       PROCEDURE       DIVISION  USING  PRM-SCT.

       ROT-0000-00.
           MOVE     "U"      TO  MOD-PSC
           MOVE     SPACES   TO  NOM-PSC  CNT-PSC
           MOVE     ZEROS    TO  DDD-PSC  TEL-PSC
           IF  PLA-PSC  NOT  =   SPACES
                                 MOVE     ZEROS    TO  SCT-PSC.
           OPEN     INPUT    CADSCT
           IF  FST-SCT  NOT  =  "00"
                                 GOBACK.
           MOVE     CLI-PSC  TO  CLI-SCT
           MOVE     ZEROS    TO  NUM-SCT
           READ     CADSCT
           IF  FST-SCT   =  "00"  AND
               MOD-SCT  NOT  =   SPACES
                                 MOVE     MOD-SCT  TO  MOD-PSC.
           IF  PLA-PSC   =       SPACES
                                 GO       ROT-DADO-00.
           OPEN     INPUT    CADVSC
           IF  FST-VSC  NOT  =  "00"
                                 GO       ROT-DADO-00.
           MOVE     "V"      TO  TIP-VSC
           MOVE     CLI-PSC  TO  CLI-VSC
           MOVE     PLA-PSC  TO  COD-VSC
           READ     CADVSC
           IF  FST-VSC   =  "00" MOVE     SCT-VSC  TO  SCT-PSC
                                 GO       ROT-FECH-00.
           OPEN     INPUT    CADMOT
           IF  FST-MOT  NOT  =  "00"
                                 GO       ROT-FECH-00.
           MOVE     CLI-PSC  TO  CLI-MOT
           MOVE     ZEROS    TO  NUM-MOT
           START    CADMOT       KEY  NOT  <  CHV-MOT
           IF  FST-MOT  NOT  =  "00"
                                 GO       ROT-MOTO-80.

       ROT-MOTO-10.
           READ     CADMOT  NEXT
           IF  FST-MOT  NOT  =  "00"  OR
               CLI-MOT  NOT  =   CLI-PSC
                                 GO       ROT-MOTO-80.
           IF  PLA-MOT  NOT  =   PLA-PSC
                                 GO       ROT-MOTO-10.
           MOVE     "C"      TO  TIP-VSC
           MOVE     CLI-PSC  TO  CLI-VSC
           MOVE     NUM-MOT  TO  COD-VSC
           READ     CADVSC
           IF  FST-VSC   =  "00" MOVE     SCT-VSC  TO  SCT-PSC
                                 GO       ROT-MOTO-80.
           GO       ROT-MOTO-10.

       ROT-MOTO-80.
           CLOSE    CADMOT.

       ROT-FECH-00.
           CLOSE    CADVSC.

       ROT-DADO-00.
           MOVE     CLI-PSC  TO  CLI-SCT
           MOVE     SCT-PSC  TO  NUM-SCT
           READ     CADSCT
           IF  FST-SCT   =  "00" MOVE     NOM-SCT  TO  NOM-PSC
                                 MOVE     CNT-SCT  TO  CNT-PSC
                                 MOVE     DDD-SCT  TO  DDD-PSC
                                 MOVE     TEL-SCT  TO  TEL-PSC.
           IF  NOM-PSC   =       SPACES  AND
               SCT-PSC   =       ZEROS
                                 MOVE     "SEM CENTRO DE CUSTO"
                                                   TO  NOM-PSC.

       ROT-EXIT-00.
           CLOSE    CADSCT       GOBACK.
