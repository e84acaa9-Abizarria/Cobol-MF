       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6097.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADTLR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  FIM-TLR
                       ALTERNATE RECORD  KEY     IS  CLI-TLR
                                 WITH    DUPLICATES
                       FILE          STATUS  IS  FST-TLR.

           SELECT      CADFLR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-FLR
                       FILE          STATUS  IS  FST-FLR.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      ARQTLR        ASSIGN  TO  "TALOES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-TLR       ASSIGN  TO  "RELTALAO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADTLR.CPY.
       COPY  CADFLR.CPY.
       COPY  CADCLI.CPY.

       FD  ARQTLR.
       01  LIN-ARQ               PIC  X(120).

       FD  REL-TLR.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-TLR          PIC  X(02).
           03  FST-FLR          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  CLI-AUX          PIC  9(05).
           03  INI-AUX          PIC  9(06).
           03  FIM-AUX          PIC  9(06).
           03  DTA-AUX          PIC  9(06).
           03  MOT-AUX          PIC  X(30).
           03  OPR-AUX          PIC  X(10).
           03  NUM-AUX          PIC  9(06).
           03  QTD-CNC          PIC  9(05).
           03  QTD-JAU          PIC  9(05).
           03  QTD-USO          PIC  9(05).
           03  QTD-CAN          PIC  9(05).
           03  QTD-LIV          PIC  9(05).
           03  RUN-TIP          PIC  X(01).
           03  RUN-INI          PIC  9(06).
           03  RUN-FIM          PIC  9(06).
           03  RUN-MOT          PIC  X(30).
           03  CUR-TIP          PIC  X(01).
           03  CUR-MOT          PIC  X(30).
           03  TOT-TAL          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CNC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-USO          PIC  9(07)  VALUE  ZEROS.
           03  TOT-CAN          PIC  9(07)  VALUE  ZEROS.
           03  TOT-LIV          PIC  9(07)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(132) VALUE
           "TALOES DE REQUISICAO - MOVIMENTO".
       01  LIN-CAB2              PIC  X(132) VALUE
           "TIPO CLIENTE INICIO FINAL  SITUACAO".
       01  LIN-DET.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  INI-DET           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FIM-DET           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(50).

       01  LIN-CAB3              PIC  X(132) VALUE
           "SITUACAO DOS TALOES DE REQUISICAO POR CLIENTE".
       01  LIN-TAL.
           03  FILLER            PIC  X(08)  VALUE  "TALAO : ".
           03  INI-TAL           PIC  9(06).
           03  FILLER            PIC  X(03)  VALUE  " A ".
           03  FIM-TAL           PIC  9(06).
           03  FILLER            PIC  X(12)  VALUE  "  EMISSAO : ".
           03  DTE-TAL           PIC  99/99/99.
           03  FILLER            PIC  X(12)  VALUE  "  CLIENTE : ".
           03  CLI-TAL           PIC  9(05).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-TAL           PIC  X(40).
       01  LIN-QTD.
           03  FILLER            PIC  X(10)  VALUE  SPACES.
           03  FILLER            PIC  X(10)  VALUE  "USADAS : ".
           03  USO-QTD           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(15)  VALUE  "  CANCELADAS : ".
           03  CAN-QTD           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(15)  VALUE  "  NAO USADAS : ".
           03  LIV-QTD           PIC  ZZ.ZZ9.
       01  LIN-RUN.
           03  FILLER            PIC  X(10)  VALUE  SPACES.
           03  TIP-RUN           PIC  X(12).
           03  INI-RUN           PIC  9(06).
           03  FILLER            PIC  X(03)  VALUE  " A ".
           03  FIM-RUN           PIC  9(06).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MOT-RUN           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TALOES REGISTRADOS NESTE PROCESSAMENTO .".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "FOLHAS CANCELADAS NESTE PROCESSAMENTO ..".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE FOLHAS USADAS .................".
           03  TOT-DET4          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE FOLHAS CANCELADAS .............".
           03  TOT-DET5          PIC  Z.ZZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL DE FOLHAS NAO USADAS .............".
           03  TOT-DET6          PIC  Z.ZZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADTLR
           IF  FST-TLR   =  "35" CLOSE    CADTLR
                                 OPEN     OUTPUT   CADTLR
                                 CLOSE    CADTLR
                                 OPEN     I-O      CADTLR.
           OPEN     I-O       CADFLR
           IF  FST-FLR   =  "35" CLOSE    CADFLR
                                 OPEN     OUTPUT   CADFLR
                                 CLOSE    CADFLR
                                 OPEN     I-O      CADFLR.
           OPEN     INPUT     CADCLI
           OPEN     OUTPUT    REL-TLR
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-TAL   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-CNC   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           PERFORM  ROT-SITU-00
              THRU  ROT-SITU-90
           CLOSE    CADTLR    CADFLR    CADCLI    REL-TLR
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQTLR
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQTLR    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           IF  TIP-AUX   =  "T"  PERFORM  ROT-TALA-00
                                    THRU  ROT-TALA-90.
           IF  TIP-AUX   =  "C"  PERFORM  ROT-CANC-00
                                    THRU  ROT-CANC-90.
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQTLR.
       ROT-MOVI-90.
           EXIT.

       ROT-TALA-00.
           MOVE     ZEROS     TO  CLI-AUX   INI-AUX   FIM-AUX
                                  DTA-AUX
           MOVE     SPACES    TO  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              CLI-AUX
                              INI-AUX
                              FIM-AUX
                              DTA-AUX
                              OPR-AUX
           IF  DTA-AUX   =   ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     CLI-AUX   TO  CLI-DET   CHV-CLI
           MOVE     INI-AUX   TO  INI-DET
           MOVE     FIM-AUX   TO  FIM-DET
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
               MOVE  "CLIENTE NAO CADASTRADO"      TO  SIT-DET
                                 GO       ROT-TALA-80.
           IF  INI-AUX   =   0   OR
               FIM-AUX   <       INI-AUX
               MOVE  "NUMERACAO INVALIDA"          TO  SIT-DET
                                 GO       ROT-TALA-80.
           MOVE     INI-AUX   TO  FIM-TLR
           START    CADTLR       KEY  NOT  <  FIM-TLR
           IF  FST-TLR  NOT  =  "00"
                                 GO       ROT-TALA-10.
           READ     CADTLR  NEXT
           IF  FST-TLR   =  "00"  AND
               INI-TLR  NOT  >   FIM-AUX
               MOVE  "NUMERACAO JA EMITIDA EM OUTRO TALAO" TO  SIT-DET
                                 GO       ROT-TALA-80.

       ROT-TALA-10.
           MOVE     FIM-AUX   TO  FIM-TLR
           MOVE     INI-AUX   TO  INI-TLR
           MOVE     CLI-AUX   TO  CLI-TLR
           MOVE     DTA-AUX   TO  DTE-TLR
           MOVE     OPR-AUX   TO  OPR-TLR
           WRITE    REG-TLR
           MOVE  "TALAO REGISTRADO"                TO  SIT-DET
           ADD      1         TO  TOT-TAL
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-TALA-90.

       ROT-TALA-80.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-TALA-90.
           EXIT.

       ROT-CANC-00.
           MOVE     ZEROS     TO  INI-AUX   FIM-AUX
           MOVE     SPACES    TO  MOT-AUX   OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              INI-AUX
                              FIM-AUX
                              MOT-AUX
                              OPR-AUX
           IF  FIM-AUX   =   0   MOVE     INI-AUX  TO  FIM-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     ZEROS     TO  CLI-DET
           MOVE     INI-AUX   TO  INI-DET
           MOVE     FIM-AUX   TO  FIM-DET
           IF  INI-AUX   =   0   OR
               FIM-AUX   <       INI-AUX
               MOVE  "NUMERACAO INVALIDA"          TO  SIT-DET
                                 GO       ROT-CANC-80.
           MOVE     INI-AUX   TO  FIM-TLR
           START    CADTLR       KEY  NOT  <  FIM-TLR
           IF  FST-TLR  NOT  =  "00"
               MOVE  "FOLHA NAO PERTENCE A TALAO EMITIDO" TO  SIT-DET
                                 GO       ROT-CANC-80.
           READ     CADTLR  NEXT
           IF  FST-TLR  NOT  =  "00"  OR
               INI-TLR   >       INI-AUX
               MOVE  "FOLHA NAO PERTENCE A TALAO EMITIDO" TO  SIT-DET
                                 GO       ROT-CANC-80.
           MOVE     CLI-TLR   TO  CLI-DET
           IF  FIM-AUX   >       FIM-TLR
               MOVE  "INTERVALO ULTRAPASSA O FINAL DO TALAO" TO SIT-DET
                                 GO       ROT-CANC-80.
           MOVE     ZEROS     TO  QTD-CNC   QTD-JAU
           MOVE     INI-AUX   TO  NUM-AUX.

       ROT-CANC-10.
           MOVE     NUM-AUX   TO  NUM-FLR
           READ     CADFLR
           IF  FST-FLR   =  "00" AND  STA-FLR  =  "U"
                                 ADD      1        TO  QTD-JAU.
           IF  FST-FLR   =  "00" GO       ROT-CANC-20.
           MOVE     NUM-AUX   TO  NUM-FLR
           MOVE     CLI-TLR   TO  CLI-FLR
           MOVE     FIM-TLR   TO  TLR-FLR
           MOVE     "C"       TO  STA-FLR
           MOVE     DTA-HOJ   TO  DTA-FLR
           MOVE     ZEROS     TO  VAL-FLR
           MOVE     MOT-AUX   TO  MOT-FLR
           MOVE     OPR-AUX   TO  OPR-FLR
           WRITE    REG-FLR
           ADD      1         TO  QTD-CNC.

       ROT-CANC-20.
           ADD      1         TO  NUM-AUX
           IF  NUM-AUX  NOT  >   FIM-AUX
                                 GO       ROT-CANC-10.
           MOVE     SPACES    TO  SIT-DET
           STRING   "FOLHAS CANCELADAS: "  DELIMITED  BY  SIZE
                    QTD-CNC                DELIMITED  BY  SIZE
                    "  JA USADAS: "        DELIMITED  BY  SIZE
                    QTD-JAU                DELIMITED  BY  SIZE
                    INTO      SIT-DET
           ADD      QTD-CNC   TO  TOT-CNC
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CANC-90.

       ROT-CANC-80.
           ADD      1         TO  TOT-REJ
           WRITE    LIN-REL   FROM  LIN-DET.
       ROT-CANC-90.
           EXIT.

       ROT-SITU-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CLI-TLR
           START    CADTLR       KEY  >   CLI-TLR
           IF  FST-TLR  NOT  =  "00"
                                 GO       ROT-SITU-80.

       ROT-SITU-10.
           READ     CADTLR  NEXT
           IF  FST-TLR  NOT  =  "00"
                                 GO       ROT-SITU-80.
           MOVE     INI-TLR   TO  INI-TAL
           MOVE     FIM-TLR   TO  FIM-TAL
           MOVE     DTE-TLR (5:2)  TO  DTE-TAL (1:2)
           MOVE     DTE-TLR (3:2)  TO  DTE-TAL (4:2)
           MOVE     DTE-TLR (1:2)  TO  DTE-TAL (7:2)
           MOVE     CLI-TLR   TO  CLI-TAL   CHV-CLI
           READ     CADCLI
           IF  FST-CLI   =  "00" MOVE     NOM-CLI  TO  NOM-TAL
           ELSE                  MOVE     SPACES   TO  NOM-TAL.
           WRITE    LIN-REL   FROM  LIN-TAL
           MOVE     ZEROS     TO  QTD-USO   QTD-CAN   QTD-LIV
           MOVE     SPACES    TO  RUN-TIP   RUN-MOT
           MOVE     INI-TLR   TO  NUM-AUX.

       ROT-SITU-20.
           MOVE     NUM-AUX   TO  NUM-FLR
           READ     CADFLR
           MOVE     SPACES    TO  CUR-MOT
           IF  FST-FLR   =  "00" MOVE     STA-FLR  TO  CUR-TIP
                                 MOVE     MOT-FLR  TO  CUR-MOT
           ELSE                  MOVE     "L"      TO  CUR-TIP.
           IF  CUR-TIP   =  "U"  ADD      1        TO  QTD-USO.
           IF  CUR-TIP   =  "C"  ADD      1        TO  QTD-CAN.
           IF  CUR-TIP   =  "L"  ADD      1        TO  QTD-LIV.
           IF  CUR-TIP  NOT  =   RUN-TIP  OR
               CUR-MOT  NOT  =   RUN-MOT
                                 PERFORM  ROT-FAIX-00
                                    THRU  ROT-FAIX-90
                                 MOVE     CUR-TIP  TO  RUN-TIP
                                 MOVE     CUR-MOT  TO  RUN-MOT
                                 MOVE     NUM-AUX  TO  RUN-INI.
           MOVE     NUM-AUX   TO  RUN-FIM
           ADD      1         TO  NUM-AUX
           IF  NUM-AUX  NOT  >   FIM-TLR
                                 GO       ROT-SITU-20.
           PERFORM  ROT-FAIX-00
              THRU  ROT-FAIX-90
           MOVE     QTD-USO   TO  USO-QTD
           MOVE     QTD-CAN   TO  CAN-QTD
           MOVE     QTD-LIV   TO  LIV-QTD
           WRITE    LIN-REL   FROM  LIN-QTD
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           ADD      QTD-USO   TO  TOT-USO
           ADD      QTD-CAN   TO  TOT-CAN
           ADD      QTD-LIV   TO  TOT-LIV
           GO       ROT-SITU-10.

       ROT-SITU-80.
           MOVE     TOT-USO   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-CAN   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-LIV   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6.
       ROT-SITU-90.
           EXIT.

       ROT-FAIX-00.
           IF  RUN-TIP  NOT  =  "L"  AND  "C"
                                 GO       ROT-FAIX-90.
           IF  RUN-TIP   =  "L"  MOVE  "NAO USADAS"  TO  TIP-RUN
           ELSE                  MOVE  "CANCELADAS"  TO  TIP-RUN.
           MOVE     RUN-INI   TO  INI-RUN
           MOVE     RUN-FIM   TO  FIM-RUN
           MOVE     RUN-MOT   TO  MOT-RUN
           WRITE    LIN-REL   FROM  LIN-RUN.
       ROT-FAIX-90.
           EXIT.
