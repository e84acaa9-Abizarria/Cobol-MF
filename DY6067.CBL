       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6067.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADTTQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TTQ
                       FILE          STATUS  IS  FST-TTQ.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      ARQTRF        ASSIGN  TO  "TRANSF.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-TRF       ASSIGN  TO  "RELTRF.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADTTQ.CPY.
       COPY  CADTNQ.CPY.
       COPY  CADCTR.CPY.

       FD  ARQTRF.
       01  LIN-ARQ               PIC  X(90).

       FD  REL-TRF.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-TTQ          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-CTR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTI-AUX          PIC  9(06).
           03  DTA-AUX          PIC  9(06).
           03  TNO-AUX          PIC  9(02).
           03  TND-AUX          PIC  9(02).
           03  QTD-AUX          PIC  9(06)V9.
           03  OPR-AUX          PIC  X(10).
           03  MOT-AUX          PIC  X(30).
           03  CMB-ORI          PIC  9(06)V99.
           03  EST-ORI          PIC S9(06)V9.
           03  EST-DST          PIC S9(06)V9.
           03  CAP-DST          PIC  9(06)V99.
           03  TNQ-SLD          PIC  9(02).
           03  SLD-AUX          PIC S9(06)V9.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(110) VALUE
           "TRANSFERENCIAS DE COMBUSTIVEL ENTRE TANQUES".
       01  LIN-CAB2              PIC  X(110) VALUE
           "DATA     ORIG DEST       LITROS  OPERADOR    MOTIVO
      -    "                    SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  TNO-DET           PIC  9(02).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  TND-DET           PIC  9(02).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  OPR-DET           PIC  X(10).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MOT-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(28).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TRANSFERENCIAS REGISTRADAS .............".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "TRANSFERENCIAS REJEITADAS ..............".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADTTQ
           IF  FST-TTQ   =  "35" CLOSE    CADTTQ
                                 OPEN     OUTPUT   CADTTQ
                                 CLOSE    CADTTQ
                                 OPEN     I-O      CADTTQ.
           OPEN     INPUT     CADTNQ    CADCTR
           READ     CADCTR
           MOVE     DTI-CTR   TO  DTI-AUX
           CLOSE    CADCTR
           OPEN     OUTPUT    REL-TRF
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           CLOSE    CADTTQ    CADTNQ    REL-TRF
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQTRF
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQTRF    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  DTA-AUX   TNO-AUX   TND-AUX
                                  QTD-AUX
           MOVE     SPACES    TO  OPR-AUX   MOT-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              TNO-AUX
                              TND-AUX
                              QTD-AUX
                              OPR-AUX
                              MOT-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     TNO-AUX   TO  TNO-DET
           MOVE     TND-AUX   TO  TND-DET
           MOVE     QTD-AUX   TO  QTD-DET
           MOVE     OPR-AUX   TO  OPR-DET
           MOVE     MOT-AUX   TO  MOT-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           MOVE     DTA-AUX   TO  DTA-TTQ
           MOVE     ZEROS     TO  SEQ-TTQ
           ACCEPT   HRA-TTQ   FROM  TIME
           MOVE     TNO-AUX   TO  TNO-TTQ
           MOVE     TND-AUX   TO  TND-TTQ
           MOVE     CMB-ORI   TO  CMB-TTQ
           MOVE     QTD-AUX   TO  QTD-TTQ
           MOVE     OPR-AUX   TO  OPR-TTQ
           MOVE     MOT-AUX   TO  MOT-TTQ.

       ROT-CARG-20.
           ADD      1         TO  SEQ-TTQ
           WRITE    REG-TTQ
           IF  FST-TTQ   =  "22" GO       ROT-CARG-20.
           MOVE     "REGISTRADA"   TO  SIT-DET
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQTRF.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  QTD-AUX   =       ZEROS
               MOVE  "QUANTIDADE INVALIDA"         TO  SIT-DET
               GO       ROT-VALD-90.
           IF  DTA-AUX   <       DTI-AUX  OR
               DTA-AUX   >       DTA-HOJ
               MOVE  "DATA FORA DO PERIODO ABERTO" TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TNO-AUX   =       TND-AUX
               MOVE  "ORIGEM IGUAL AO DESTINO"     TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     TNO-AUX   TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
               MOVE  "TANQUE ORIGEM INEXISTENTE"   TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     CMB-TNQ   TO  CMB-ORI
           MOVE     TNO-AUX   TO  TNQ-SLD
           PERFORM  ROT-SALD-00
              THRU  ROT-SALD-90
           COMPUTE  EST-ORI   =  SDI-TNQ  +   SLD-AUX
           MOVE     TND-AUX   TO  CHV-TNQ
           READ     CADTNQ
           IF  FST-TNQ  NOT  =  "00"
               MOVE  "TANQUE DESTINO INEXISTENTE"  TO  SIT-DET
               GO       ROT-VALD-90.
           IF  CMB-TNQ  NOT  =   CMB-ORI
               MOVE  "PRODUTOS DIFERENTES"         TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     CAP-TNQ   TO  CAP-DST
           MOVE     TND-AUX   TO  TNQ-SLD
           PERFORM  ROT-SALD-00
              THRU  ROT-SALD-90
           COMPUTE  EST-DST   =  SDI-TNQ  +   SLD-AUX
           IF  QTD-AUX   >       EST-ORI
               MOVE  "SALDO INSUFICIENTE ORIGEM"   TO  SIT-DET
               GO       ROT-VALD-90.
           IF  EST-DST   +       QTD-AUX  >  CAP-DST
               MOVE  "EXCEDE CAPACIDADE DESTINO"   TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-SALD-00.
           MOVE     ZEROS     TO  SLD-AUX
           MOVE     DTA-AUX   TO  DTA-TTQ
           MOVE     ZEROS     TO  SEQ-TTQ
           START    CADTTQ       KEY  NOT  <  CHV-TTQ
           IF  FST-TTQ  NOT  =  "00"
                                 GO       ROT-SALD-90.

       ROT-SALD-10.
           READ     CADTTQ  NEXT
           IF  FST-TTQ  NOT  =  "00"  OR
               DTA-TTQ  NOT  =   DTA-AUX
                                 GO       ROT-SALD-90.
           IF  TNO-TTQ   =       TNQ-SLD
                                 SUBTRACT QTD-TTQ  FROM  SLD-AUX.
           IF  TND-TTQ   =       TNQ-SLD
                                 ADD      QTD-TTQ  TO    SLD-AUX.
           GO       ROT-SALD-10.

       ROT-SALD-90.
           EXIT.
