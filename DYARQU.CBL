       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYARQU.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADARQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ARQ
                       FILE          STATUS  IS  FST-ARQ.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADARQ.CPY.

       WORKING-STORAGE SECTION.

       01  AUXLIARES.
           03  FST-ARQ          PIC  X(02).
           03  VIG-AUX          PIC  9(06).
           03  ALI-AUX          PIC  9(03)V9.
           03  VLI-AUX          PIC  9(06)V9.
           03  ALS-AUX          PIC  9(03)V9.
           03  VLS-AUX          PIC  9(06)V9.

       LINKAGE         SECTION.

       01  PRM-ARQ.
           03  TNQ-PRM          PIC  9(02).
           03  DTA-PRM          PIC  9(06).
           03  ALT-PRM          PIC  9(03)V9.
           03  VOL-PRM          PIC  9(06)V9.
           03  FLG-PRM          PIC  9(01).
           03  VIG-PRM          PIC  9(06).

       PROCEDURE       DIVISION  USING  PRM-ARQ.

       ROT-0000-00.
           MOVE     ZEROS    TO  VOL-PRM  VIG-PRM
           MOVE     1        TO  FLG-PRM
           OPEN     INPUT    CADARQ
           IF  FST-ARQ  NOT  =  "00"
                                 GOBACK.
           MOVE     TNQ-PRM  TO  TNQ-ARQ
           MOVE     DTA-PRM  TO  VIG-ARQ
           MOVE     999,9    TO  ALT-ARQ
           START    CADARQ       KEY  <   CHV-ARQ
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-EXIT-00.
           READ     CADARQ       PREVIOUS
           IF  FST-ARQ  NOT  =  "00"  OR
               TNQ-ARQ  NOT  =   TNQ-PRM
                                 GO       ROT-EXIT-00.
           MOVE     VIG-ARQ  TO  VIG-AUX  VIG-PRM
           MOVE     2        TO  FLG-PRM.

       ROT-SUPE-00.
           MOVE     TNQ-PRM  TO  TNQ-ARQ
           MOVE     VIG-AUX  TO  VIG-ARQ
           MOVE     ALT-PRM  TO  ALT-ARQ
           START    CADARQ       KEY  NOT  <  CHV-ARQ
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-EXIT-00.
           READ     CADARQ  NEXT
           IF  FST-ARQ  NOT  =  "00"  OR
               TNQ-ARQ  NOT  =   TNQ-PRM  OR
               VIG-ARQ  NOT  =   VIG-AUX
                                 GO       ROT-EXIT-00.
           IF  ALT-ARQ   =       ALT-PRM
                                 MOVE     VOL-ARQ  TO  VOL-PRM
                                 MOVE     0        TO  FLG-PRM
                                 GO       ROT-EXIT-00.
           MOVE     ALT-ARQ  TO  ALS-AUX
           MOVE     VOL-ARQ  TO  VLS-AUX
           MOVE     ZEROS    TO  ALI-AUX  VLI-AUX.

       ROT-INFE-00.
           MOVE     TNQ-PRM  TO  TNQ-ARQ
           MOVE     VIG-AUX  TO  VIG-ARQ
           MOVE     ALT-PRM  TO  ALT-ARQ
           START    CADARQ       KEY  <   CHV-ARQ
           IF  FST-ARQ  NOT  =  "00"
                                 GO       ROT-INTP-00.
           READ     CADARQ       PREVIOUS
           IF  FST-ARQ   =  "00"  AND
               TNQ-ARQ   =       TNQ-PRM  AND
               VIG-ARQ   =       VIG-AUX
                                 MOVE     ALT-ARQ  TO  ALI-AUX
                                 MOVE     VOL-ARQ  TO  VLI-AUX.

       ROT-INTP-00.
           COMPUTE  VOL-PRM  ROUNDED  =  VLI-AUX
                 + (ALT-PRM  -  ALI-AUX)  *  (VLS-AUX  -  VLI-AUX)
                 / (ALS-AUX  -  ALI-AUX)
           MOVE     0        TO  FLG-PRM.

       ROT-EXIT-00.
           CLOSE    CADARQ       GOBACK.
