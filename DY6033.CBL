                       RECORD        KEY     IS  CHV-SDO
                       FILE          STATUS  IS  FST-SDO.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FST-DVC.

           SELECT      REL-GUI       ASSIGN  TO  "RELGUIA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.
       COPY  CADEST.CPY.
       COPY  CADLDP.CPY.
       COPY  CADSDO.CPY.
       COPY  CADDVC.CPY.

       FD  REL-GUI.
       01  LIN-REL               PIC  X(90).
           03  FST-EST          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-SDO          PIC  X(02).
           03  FST-DVC          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  BAS-AUX          PIC S9(08)V99.
           03  TOT-ICM          PIC S9(09)V99  VALUE  ZEROS.
           03  TOT-PIS          PIC S9(09)V99  VALUE  ZEROS.
           03  TOT-COF          PIC S9(09)V99  VALUE  ZEROS.
           03  TOT-IDV          PIC  9(09)V99  VALUE  ZEROS.
           03  VAL-GUI          PIC  9(07)V99.
           03  DSP-GUI          PIC  9(06)V99.
           03  HST-GUI          PIC  X(25).
           03  FILLER            PIC  X(40)  VALUE
               "GUIAS JA EXISTENTES (MANTIDAS) .........".
           03  TOT-DET2          PIC  Z9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ICMS DEVOLUCOES DE COMPRA (NA GUIA) ....".
           03  TOT-DET3          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

           OPEN     I-O       CADLDP
           PERFORM  ROT-SOMA-00
              THRU  ROT-SOMA-90
           PERFORM  ROT-SDEV-00
              THRU  ROT-SDEV-90
           ADD      TOT-IDV   TO  TOT-ICM
           MOVE     1         TO  IND-GUI
           PERFORM  ROT-GUIA-00
              THRU  ROT-GUIA-90
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-EXI   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-IDV   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADEST    CADLDP    REL-GUI
           GOBACK.

       ROT-SOMA-90.
           EXIT.

       ROT-SDEV-00.
           OPEN     INPUT     CADDVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-SDEV-90.
           MOVE     ZEROS     TO  CHV-DVC
           START    CADDVC       KEY  >   CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-SDEV-80.

       ROT-SDEV-10.
           READ     CADDVC  NEXT
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-SDEV-80.
           IF  DTA-DVC (1:4)  =  AMS-REF
                                 ADD      ICM-DVC  TO  TOT-IDV.
           GO       ROT-SDEV-10.

       ROT-SDEV-80.
           CLOSE    CADDVC.
       ROT-SDEV-90.
           EXIT.

       ROT-GUIA-00.
           IF  IND-GUI   =    1  MOVE  "GUIA ICMS DO MES"  TO  HST-GUI
                                 MOVE  TOT-ICM  TO  VAL-GUI
