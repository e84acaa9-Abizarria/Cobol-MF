       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6098.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADLMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LMB
                       FILE          STATUS  IS  FST-LMB.

           SELECT      CADOSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSV
                       FILE          STATUS  IS  FST-OSV.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      ARQLMB        ASSIGN  TO  "LEMBOLEO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-MKT       ASSIGN  TO  "MALAMKT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-MKT.

           SELECT      REL-LMB       ASSIGN  TO  "RELLEMB.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLMB.CPY.
       COPY  CADOSV.CPY.
       COPY  CADCRD.CPY.
       COPY  CADMDR.CPY.

       FD  ARQLMB.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-MKT.
       01  LIN-MKT               PIC  X(120).

       FD  REL-LMB.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-LMB          PIC  X(02).
           03  FST-OSV          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-MKT          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  PRX-AUX          PIC  X(01).
           03  SUF-AUX          PIC  9(03).
           03  IKM-AUX          PIC  9(06).
           03  IDI-AUX          PIC  9(04).
           03  KMD-AUX          PIC  9(04).
           03  ANT-AUX          PIC  9(03).
           03  LIM-AUX          PIC  9(03).
           03  KMD-PAD          PIC  9(04)V9  VALUE  40.
           03  ANT-PAD          PIC  9(03)  VALUE  7.
           03  LIM-PAD          PIC  9(03)  VALUE  60.
           03  QTD-OLE          PIC  9(02)  VALUE  ZEROS.
           03  IND-OLE          PIC  9(02).
           03  FLG-OLE          PIC  9(01).
           03  FLG-ALT          PIC  9(01).
           03  PLA-HOD          PIC  X(07).
           03  KMS-HOD          PIC  9(07).
           03  DTA-HOD          PIC  9(06).
           03  PLA-ANT          PIC  X(07).
           03  DTA-ANT          PIC  9(06).
           03  DTR-AUX          PIC  9(06).
           03  REG-ANT          PIC  X(100).
           03  REG-ATU          PIC  X(100).
           03  KMI-VEI          PIC  9(07).
           03  DTI-VEI          PIC  9(06).
           03  KMU-VEI          PIC  9(07).
           03  DTU-VEI          PIC  9(06).
           03  DIA-KMS          PIC  9(07).
           03  QTD-DIA          PIC  9(07).
           03  QTD-VLT          PIC  9(07).
           03  NOM-AUX          PIC  X(40).
           03  CNL-AUX          PIC  X(05).
           03  CTT-AUX          PIC  X(40).
           03  TOT-CIC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ENV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-SCT          PIC  9(05)  VALUE  ZEROS.
           03  TOT-EXP          PIC  9(05)  VALUE  ZEROS.
           03  TOT-RET          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LEM          PIC  9(07)  VALUE  ZEROS.
           03  TOT-VOL          PIC  9(07)  VALUE  ZEROS.
           03  PER-RET          PIC  9(03)V9  VALUE  ZEROS.

           03  DTA-INI          PIC  9(06).
           03  RED-INI          REDEFINES  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  DTA-FIM          PIC  9(06).
           03  RED-FIM          REDEFINES  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  DIA-ATR          PIC S9(05).

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

           03  TOT-ANO          PIC  9(04).
           03  ANO-AX1          PIC  9(04).
           03  ANO-AX2          PIC  9(04).

           03  TAB-DIA.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  28.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
               05  FILLER       PIC  9(02)  VALUE  30.
               05  FILLER       PIC  9(02)  VALUE  31.
           03  RED-DIA          REDEFINES   TAB-DIA.
               05  DIA-TAB      PIC  9(02)  OCCURS 12.

           03  TAB-OLE.
               05  REG-TOL      OCCURS  20.
                   07  PRX-TOL  PIC  X(01).
                   07  SUF-TOL  PIC  9(03).
                   07  IKM-TOL  PIC  9(06).
                   07  IDI-TOL  PIC  9(04).

       01  DET-MKT.
           03  COD-DM1          PIC  9(05).
           03  NOM-DM1          PIC  X(40).
           03  CNL-DM1          PIC  X(05).
           03  CTT-DM1          PIC  X(40).
           03  FILLER           PIC  X(11)  VALUE  "TROCA OLEO ".
           03  PLA-DM1          PIC  X(07).
           03  FILLER           PIC  X(04)  VALUE  " EM ".
           03  DIA-DM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DM1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DM1          PIC  9(02).

       01  LIN-CAB1              PIC  X(132) VALUE
           "LEMBRETES DE TROCA DE OLEO".
       01  LIN-CAB2.
           03  FILLER            PIC  X(16)  VALUE
               "PLACA   CLIENTE ".
           03  FILLER            PIC  X(21)  VALUE
               "TROCA            KM  ".
           03  FILLER            PIC  X(14)  VALUE
               "OLEO  KM/DIA  ".
           03  FILLER            PIC  X(17)  VALUE
               "PREVISAO  CANAL  ".
           03  FILLER            PIC  X(24)  VALUE
               "SITUACAO            NOME".
       01  LIN-DET.
           03  PLA-DET           PIC  X(07).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  KMS-DET           PIC  Z.ZZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  KMD-DET           PIC  ZZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DTP-DET           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  CNL-DET           PIC  X(05).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(10).
           03  DTS-DET           PIC  99/99/99  BLANK  WHEN  ZERO.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NOM-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CICLOS DE TROCA REGISTRADOS ............".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "LEMBRETES ENVIADOS .....................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CLIENTES SEM CONTATO ...................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "EXPIRADOS SEM LEMBRETE .................".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "RETORNOS IDENTIFICADOS .................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE CLIENTES LEMBRADOS ............".
           03  TOT-DET6          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE CLIENTES QUE RETORNARAM .......".
           03  TOT-DET7          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT8.
           03  FILLER            PIC  X(40)  VALUE
               "TAXA DE RETORNO (%) ....................".
           03  TOT-DET8          PIC  ZZ9,9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           OPEN     I-O       CADLMB
           IF  FST-LMB   =  "35" CLOSE    CADLMB
                                 OPEN     OUTPUT   CADLMB
                                 CLOSE    CADLMB
                                 OPEN     I-O      CADLMB.
           OPEN     INPUT     CADOSV    CADCRD    CADMDR
           OPEN     EXTEND    REL-MKT
           IF  FST-MKT   =  "35" OPEN     OUTPUT   REL-MKT.
           OPEN     OUTPUT    REL-LMB
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-TROC-00
              THRU  ROT-TROC-90
           PERFORM  ROT-HODO-00
              THRU  ROT-HODO-90
           PERFORM  ROT-CICL-00
              THRU  ROT-CICL-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-CIC   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ENV   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-SCT   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-EXP   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-RET   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           IF  TOT-LEM   >   0   COMPUTE  PER-RET  ROUNDED  =
                                          TOT-VOL  *  100  /  TOT-LEM.
           MOVE     TOT-LEM   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-VOL   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           MOVE     PER-RET   TO  TOT-DET8
           WRITE    LIN-REL   FROM  LIN-TOT8
           CLOSE    CADLMB    CADOSV    CADCRD    CADMDR
                    REL-MKT   REL-LMB
           GOBACK.

       ROT-PARM-00.
           OPEN     INPUT     ARQLMB
           IF  FST-ARQ   =  "35" GO       ROT-PARM-90.

       ROT-PARM-10.
           READ     ARQLMB    AT  END  GO  ROT-PARM-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           IF  TIP-AUX   =  "D"  PERFORM  ROT-PADR-00
                                    THRU  ROT-PADR-90
                                 GO       ROT-PARM-10.
           IF  TIP-AUX  NOT  =  "P"
                                 GO       ROT-PARM-10.
           IF  QTD-OLE  NOT  <   20
                                 GO       ROT-PARM-10.
           MOVE     SPACES    TO  PRX-AUX
           MOVE     ZEROS     TO  SUF-AUX   IKM-AUX   IDI-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              PRX-AUX
                              SUF-AUX
                              IKM-AUX
                              IDI-AUX
           IF  IKM-AUX   =   0   AND  IDI-AUX   =   0
                                 GO       ROT-PARM-10.
           ADD      1         TO  QTD-OLE
           MOVE     PRX-AUX   TO  PRX-TOL (QTD-OLE)
           MOVE     SUF-AUX   TO  SUF-TOL (QTD-OLE)
           MOVE     IKM-AUX   TO  IKM-TOL (QTD-OLE)
           MOVE     IDI-AUX   TO  IDI-TOL (QTD-OLE)
           GO       ROT-PARM-10.

       ROT-PARM-80.
           CLOSE    ARQLMB.
       ROT-PARM-90.
           EXIT.

       ROT-PADR-00.
           MOVE     ZEROS     TO  KMD-AUX   ANT-AUX   LIM-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              KMD-AUX
                              ANT-AUX
                              LIM-AUX
           IF  KMD-AUX  NOT  =   ZEROS
                                 MOVE     KMD-AUX  TO  KMD-PAD.
           IF  ANT-AUX  NOT  =   ZEROS
                                 MOVE     ANT-AUX  TO  ANT-PAD.
           IF  LIM-AUX  NOT  =   ZEROS
                                 MOVE     LIM-AUX  TO  LIM-PAD.
       ROT-PADR-90.
           EXIT.

       ROT-TROC-00.
           IF  QTD-OLE   =   0   GO       ROT-TROC-90.
           MOVE     ZEROS     TO  CHV-OSV
           START    CADOSV       KEY  NOT  <  CHV-OSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-TROC-90.

       ROT-TROC-10.
           READ     CADOSV    NEXT  AT  END  GO  ROT-TROC-90.
           IF  STA-OSV   =  "C"  OR   PLA-OSV   =   SPACES
                                 GO       ROT-TROC-10.
           PERFORM  ROT-OLEO-00
              THRU  ROT-OLEO-90
           IF  FLG-OLE   =   0   GO       ROT-TROC-10.
           PERFORM  ROT-LIMP-00
              THRU  ROT-LIMP-90
           MOVE     PLA-OSV   TO  PLA-LMB
           MOVE     ZEROS     TO  DTA-LMB
           MOVE     CLI-OSV   TO  CLI-LMB
           WRITE    REG-LMB
           MOVE     DTA-OSV   TO  DTA-LMB
           MOVE     NUM-OSV   TO  OSV-LMB
           MOVE     KMS-OSV   TO  KMS-LMB
           MOVE     PRX-OSV   TO  PRX-LMB
           MOVE     SUF-OSV   TO  SUF-LMB
           MOVE     IKM-TOL (IND-OLE)  TO  IKM-LMB
           MOVE     IDI-TOL (IND-OLE)  TO  IDI-LMB
           WRITE    REG-LMB
           IF  FST-LMB   =  "00" ADD      1        TO  TOT-CIC.
           GO       ROT-TROC-10.

       ROT-TROC-90.
           EXIT.

       ROT-OLEO-00.
           MOVE     ZEROS     TO  FLG-OLE   IND-OLE.

       ROT-OLEO-10.
           ADD      1         TO  IND-OLE
           IF  IND-OLE   >       QTD-OLE
                                 GO       ROT-OLEO-90.
           IF  PRX-TOL (IND-OLE)  =  PRX-OSV  AND
               SUF-TOL (IND-OLE)  =  SUF-OSV
                                 MOVE     1        TO  FLG-OLE
                                 GO       ROT-OLEO-90.
           GO       ROT-OLEO-10.

       ROT-OLEO-90.
           EXIT.

       ROT-LIMP-00.
           MOVE     SPACES    TO  PRX-LMB   STA-LMB   CNL-LMB
           MOVE     ZEROS     TO  CLI-LMB   OSV-LMB   KMS-LMB
                                  SUF-LMB   IKM-LMB   IDI-LMB
                                  KMD-LMB   DTP-LMB   DTE-LMB
                                  DTR-LMB   KMI-LMB   DTI-LMB
                                  KMU-LMB   DTU-LMB.
       ROT-LIMP-90.
           EXIT.

       ROT-HODO-00.
           MOVE     ZEROS     TO  CHV-OSV
           START    CADOSV       KEY  NOT  <  CHV-OSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-HODO-40.

       ROT-HODO-10.
           READ     CADOSV    NEXT  AT  END  GO  ROT-HODO-40.
           IF  STA-OSV   =  "C"  GO       ROT-HODO-10.
           MOVE     PLA-OSV   TO  PLA-HOD
           MOVE     KMS-OSV   TO  KMS-HOD
           MOVE     DTA-OSV   TO  DTA-HOD
           PERFORM  ROT-CAPT-00
              THRU  ROT-CAPT-90
           GO       ROT-HODO-10.

       ROT-HODO-40.
           MOVE     LOW-VALUES  TO  CHV-CRD
           START    CADCRD       KEY  NOT  <  CHV-CRD
           IF  FST-CRD  NOT  =  "00"
                                 GO       ROT-HODO-90.

       ROT-HODO-50.
           READ     CADCRD    NEXT  AT  END  GO  ROT-HODO-90.
           MOVE     PLA-CRD   TO  PLA-HOD
           MOVE     KMS-CRD   TO  KMS-HOD
           MOVE     DTA-CRD   TO  DTA-HOD
           PERFORM  ROT-CAPT-00
              THRU  ROT-CAPT-90
           GO       ROT-HODO-50.

       ROT-HODO-90.
           EXIT.

       ROT-CAPT-00.
           IF  PLA-HOD   =   SPACES  OR  KMS-HOD   =   0  OR
               DTA-HOD   =   0   GO       ROT-CAPT-90.
           MOVE     PLA-HOD   TO  PLA-LMB
           MOVE     ZEROS     TO  DTA-LMB
           READ     CADLMB
           IF  FST-LMB  NOT  =  "00"
                                 GO       ROT-CAPT-90.
           MOVE     0         TO  FLG-ALT
           IF  DTI-LMB   =   0   OR   DTA-HOD   <   DTI-LMB  OR
              (DTA-HOD   =   DTI-LMB  AND  KMS-HOD  <  KMI-LMB)
                                 MOVE     DTA-HOD  TO  DTI-LMB
                                 MOVE     KMS-HOD  TO  KMI-LMB
                                 MOVE     1        TO  FLG-ALT.
           IF  DTA-HOD   >   DTU-LMB  OR
              (DTA-HOD   =   DTU-LMB  AND  KMS-HOD  >  KMU-LMB)
                                 MOVE     DTA-HOD  TO  DTU-LMB
                                 MOVE     KMS-HOD  TO  KMU-LMB
                                 MOVE     1        TO  FLG-ALT.
           IF  FLG-ALT   =   1   REWRITE  REG-LMB.
       ROT-CAPT-90.
           EXIT.

       ROT-CICL-00.
           MOVE     SPACES    TO  PLA-ANT
           MOVE     ZEROS     TO  DTA-ANT
           MOVE     LOW-VALUES  TO  CHV-LMB
           START    CADLMB       KEY  NOT  <  CHV-LMB
           IF  FST-LMB  NOT  =  "00"
                                 GO       ROT-CICL-90.

       ROT-CICL-10.
           READ     CADLMB    NEXT  AT  END  GO  ROT-CICL-80.
           IF  PLA-LMB   =       PLA-ANT
                                 GO       ROT-CICL-20.
           IF  DTA-ANT   >   0   PERFORM  ROT-ULTI-00
                                    THRU  ROT-ULTI-90.
           MOVE     PLA-LMB   TO  PLA-ANT
           MOVE     ZEROS     TO  DTA-ANT   KMI-VEI   DTI-VEI
                                  KMU-VEI   DTU-VEI
           IF  DTA-LMB   >   0   GO       ROT-CICL-20.
           MOVE     KMI-LMB   TO  KMI-VEI
           MOVE     DTI-LMB   TO  DTI-VEI
           MOVE     KMU-LMB   TO  KMU-VEI
           MOVE     DTU-LMB   TO  DTU-VEI
           GO       ROT-CICL-10.

       ROT-CICL-20.
           IF  DTA-LMB   =   0   GO       ROT-CICL-10.
           IF  DTA-ANT   >   0   PERFORM  ROT-FINA-00
                                    THRU  ROT-FINA-90.
           MOVE     REG-LMB   TO  REG-ANT
           MOVE     DTA-LMB   TO  DTA-ANT
           GO       ROT-CICL-10.

       ROT-CICL-80.
           IF  DTA-ANT   >   0   PERFORM  ROT-ULTI-00
                                    THRU  ROT-ULTI-90.
       ROT-CICL-90.
           EXIT.

       ROT-FINA-00.
           MOVE     DTA-LMB   TO  DTR-AUX
           MOVE     REG-LMB   TO  REG-ATU
           MOVE     REG-ANT   TO  REG-LMB
           IF  STA-LMB  NOT  =  "E"
                                 GO       ROT-FINA-80.
           MOVE     "R"       TO  STA-LMB
           MOVE     DTR-AUX   TO  DTR-LMB
           REWRITE  REG-LMB
           ADD      1         TO  TOT-RET
           PERFORM  ROT-CTTO-00
              THRU  ROT-CTTO-90
           MOVE     "RETORNOU"  TO  SIT-DET
           MOVE     DTR-LMB   TO  DTS-DET
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90.

       ROT-FINA-80.
           PERFORM  ROT-ESTA-00
              THRU  ROT-ESTA-90
           MOVE     REG-ATU   TO  REG-LMB.
       ROT-FINA-90.
           EXIT.

       ROT-ULTI-00.
           MOVE     REG-LMB   TO  REG-ATU
           MOVE     REG-ANT   TO  REG-LMB
           IF  STA-LMB  NOT  =   SPACES
                                 GO       ROT-ULTI-80.
           PERFORM  ROT-PREV-00
              THRU  ROT-PREV-90
           IF  DTP-LMB   <   DTA-HOJ
                                 GO       ROT-ULTI-20.
           MOVE     DTA-HOJ   TO  DTA-INI
           MOVE     DTP-LMB   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR   >       ANT-PAD
                                 GO       ROT-ULTI-70.
           GO       ROT-ULTI-30.

       ROT-ULTI-20.
           MOVE     DTP-LMB   TO  DTA-INI
           MOVE     DTA-HOJ   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR  NOT  >   LIM-PAD
                                 GO       ROT-ULTI-30.
           MOVE     "X"       TO  STA-LMB
           ADD      1         TO  TOT-EXP
           PERFORM  ROT-CTTO-00
              THRU  ROT-CTTO-90
           MOVE     "EXPIRADO"  TO  SIT-DET
           MOVE     ZEROS     TO  DTS-DET
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90
           GO       ROT-ULTI-70.

       ROT-ULTI-30.
           PERFORM  ROT-CTTO-00
              THRU  ROT-CTTO-90
           IF  CNL-AUX  NOT  =   SPACES
                                 GO       ROT-ULTI-40.
           MOVE     "S"       TO  STA-LMB
           ADD      1         TO  TOT-SCT
           MOVE     "S/CONTATO"  TO  SIT-DET
           MOVE     ZEROS     TO  DTS-DET
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90
           GO       ROT-ULTI-70.

       ROT-ULTI-40.
           PERFORM  ROT-MKTW-00
              THRU  ROT-MKTW-90
           MOVE     "E"       TO  STA-LMB
           MOVE     DTA-HOJ   TO  DTE-LMB
           MOVE     CNL-AUX   TO  CNL-LMB
           ADD      1         TO  TOT-ENV
           MOVE     "ENVIADO"  TO  SIT-DET
           MOVE     DTE-LMB   TO  DTS-DET
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90.

       ROT-ULTI-70.
           REWRITE  REG-LMB.

       ROT-ULTI-80.
           PERFORM  ROT-ESTA-00
              THRU  ROT-ESTA-90
           MOVE     REG-ATU   TO  REG-LMB.
       ROT-ULTI-90.
           EXIT.

       ROT-ESTA-00.
           IF  STA-LMB   =  "E"  OR   STA-LMB   =  "R"
                                 ADD      1        TO  TOT-LEM.
           IF  STA-LMB   =  "R"  ADD      1        TO  TOT-VOL.
       ROT-ESTA-90.
           EXIT.

       ROT-PREV-00.
           MOVE     KMD-PAD   TO  KMD-LMB
           MOVE     DTI-VEI   TO  DTA-INI
           MOVE     DTU-VEI   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-ATR   >   6   AND  KMU-VEI   >   KMI-VEI
               COMPUTE  KMD-LMB  ROUNDED  =
                       (KMU-VEI  -   KMI-VEI)  /  DIA-ATR.
           IF  KMD-LMB   =   0   MOVE     KMD-PAD  TO  KMD-LMB.
           MOVE     IDI-LMB   TO  QTD-DIA
           IF  IKM-LMB   =   0   GO       ROT-PREV-05.
           COMPUTE  DIA-KMS   =  IKM-LMB  /   KMD-LMB
           IF  QTD-DIA   =   0   OR   DIA-KMS   <   QTD-DIA
                                 MOVE     DIA-KMS  TO  QTD-DIA.

       ROT-PREV-05.
           IF  QTD-DIA   >   3650
                                 MOVE     3650     TO  QTD-DIA.
           MOVE     DTA-LMB   TO  DTA-CAL
           MOVE     ZEROS     TO  QTD-VLT.

       ROT-PREV-10.
           IF  QTD-VLT  NOT  <   QTD-DIA
                                 GO       ROT-PREV-80.
           PERFORM  ROT-DMAI-00
              THRU  ROT-DMAI-90
           ADD      1         TO  QTD-VLT
           GO       ROT-PREV-10.

       ROT-PREV-80.
           MOVE     DTA-CAL   TO  DTP-LMB.
       ROT-PREV-90.
           EXIT.

       ROT-CTTO-00.
           MOVE     SPACES    TO  NOM-AUX   CNL-AUX   CTT-AUX
           IF  CLI-LMB   =   0   GO       ROT-CTTO-90.
           MOVE     CLI-LMB   TO  CHV-MDR
           READ     CADMDR
           IF  FST-MDR  NOT  =  "00"
                                 GO       ROT-CTTO-90.
           MOVE     NOM-MDR   TO  NOM-AUX
           IF  CNS-MDR   =  "N"  GO       ROT-CTTO-90.
           IF  CEL-MDR   >   0   MOVE     "SMS"    TO  CNL-AUX
                                 MOVE     CEL-MDR  TO  CTT-AUX
                                 GO       ROT-CTTO-90.
           IF  EML-MDR  NOT  =   SPACES
                                 MOVE     "EMAIL"  TO  CNL-AUX
                                 MOVE     EML-MDR  TO  CTT-AUX.
       ROT-CTTO-90.
           EXIT.

       ROT-MKTW-00.
           MOVE     CLI-LMB   TO  COD-DM1
           MOVE     NOM-AUX   TO  NOM-DM1
           MOVE     CNL-AUX   TO  CNL-DM1
           MOVE     CTT-AUX   TO  CTT-DM1
           MOVE     PLA-LMB   TO  PLA-DM1
           MOVE     DTP-LMB   TO  DTA-CAL
           MOVE     DIA-CAL   TO  DIA-DM1
           MOVE     MES-CAL   TO  MES-DM1
           MOVE     ANO-CAL   TO  ANO-DM1
           MOVE     DET-MKT   TO  LIN-MKT
           WRITE    LIN-MKT.
       ROT-MKTW-90.
           EXIT.

       ROT-LIST-00.
           MOVE     PLA-LMB   TO  PLA-DET
           MOVE     CLI-LMB   TO  CLI-DET
           MOVE     DTA-LMB   TO  DTA-DET
           MOVE     KMS-LMB   TO  KMS-DET
           MOVE     PRX-LMB   TO  PRX-DET
           MOVE     SUF-LMB   TO  SUF-DET
           MOVE     KMD-LMB   TO  KMD-DET
           MOVE     DTP-LMB   TO  DTP-DET
           MOVE     CNL-LMB   TO  CNL-DET
           IF  CNL-LMB   =   SPACES
                                 MOVE     CNL-AUX  TO  CNL-DET.
           MOVE     NOM-AUX   TO  NOM-DET
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-LIST-90.
           EXIT.

       ROT-DIAS-00.
           MOVE     ZEROS     TO  DIA-ATR
           IF  DTA-FIM  NOT  >   DTA-INI
                                 GO       ROT-DIAS-90.
           COMPUTE  DIA-ATR  =  (ANO-FIM  -   ANO-INI)  *  365
                             +  (MES-FIM  -   MES-INI)  *  30
                             +  (DIA-FIM  -   DIA-INI)
           IF  DIA-ATR   <   0   MOVE     ZEROS    TO  DIA-ATR.
       ROT-DIAS-90.
           EXIT.

       ROT-DMAI-00.
           PERFORM  ROT-BISX-00
              THRU  ROT-BISX-90
           ADD      1         TO  DIA-CAL
           IF  DIA-CAL  NOT  >   DIA-TAB (MES-CAL)
                                 GO       ROT-DMAI-90.
           MOVE     1         TO  DIA-CAL
           ADD      1         TO  MES-CAL
           IF  MES-CAL   >   12  AND  ANO-CAL   =   99
                                 MOVE     1        TO  MES-CAL
                                 MOVE     ZEROS    TO  ANO-CAL.
           IF  MES-CAL   >   12  MOVE     1        TO  MES-CAL
                                 ADD      1        TO  ANO-CAL.
       ROT-DMAI-90.
           EXIT.

       ROT-BISX-00.
           IF  ANO-CAL  NOT  <   90
               COMPUTE  TOT-ANO  =   ANO-CAL  +  1900
           ELSE
               COMPUTE  TOT-ANO  =   ANO-CAL  +  2000.
           COMPUTE  ANO-AX1  =   TOT-ANO  /  4
           COMPUTE  ANO-AX2  =   ANO-AX1  *  4
           IF  TOT-ANO   =       ANO-AX2
               MOVE     29       TO  DIA-TAB (2)
           ELSE
               MOVE     28       TO  DIA-TAB (2).
       ROT-BISX-90.
           EXIT.
