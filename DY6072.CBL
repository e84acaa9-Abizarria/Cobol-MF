       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6072.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADEVS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EVS
                       FILE          STATUS  IS  FST-EVS.

           SELECT      CADVFR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VFR
                       FILE          STATUS  IS  FST-VFR.

           SELECT      CADFBM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FBM
                       FILE          STATUS  IS  FST-FBM.

           SELECT      CADECR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ECR
                       FILE          STATUS  IS  FST-ECR.

           SELECT      CADCMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMB
                       FILE          STATUS  IS  FST-CMB.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      ARQEVS        ASSIGN  TO  "EVASAO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQBXA        ASSIGN  TO  "EVSBAIXA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BXA.

           SELECT      REL-EVS       ASSIGN  TO  "RELEVS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEVS.CPY.
       COPY  CADVFR.CPY.
       COPY  CADFBM.CPY.
       COPY  CADECR.CPY.
       COPY  CADCMB.CPY.
       COPY  CADOPR.CPY.

       FD  ARQEVS.
       01  LIN-ARQ               PIC  X(120).

       FD  ARQBXA.
       01  LIN-BXA               PIC  X(90).

       FD  REL-EVS.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EVS          PIC  X(02).
           03  FST-VFR          PIC  X(02).
           03  FST-FBM          PIC  X(02).
           03  FST-ECR          PIC  X(02).
           03  FST-CMB          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-BXA          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  FLG-FBM          PIC  9(01)  VALUE  ZEROS.
           03  DTA-HOJ          PIC  9(06).
           03  MES-AUX          PIC  9(04).
           03  DTA-AUX          PIC  9(06).
           03  SEQ-AUX          PIC  9(03).
           03  TUR-AUX          PIC  9(01).
           03  BMB-AUX          PIC  9(02).
           03  LTS-AUX          PIC  9(05)V9.
           03  VAL-AUX          PIC  9(07)V99.
           03  PLA-AUX          PIC  X(08).
           03  BOC-AUX          PIC  X(15).
           03  FRE-AUX          PIC  X(10).
           03  OPR-AUX          PIC  X(10).
           03  STA-AUX          PIC  X(01).
           03  VRC-AUX          PIC  9(07)V99.
           03  VDS-AUX          PIC  9(07)V99.
           03  PRD-AUX          PIC  9(07)V99.
           03  IND1             PIC  9(02).
           03  IND2             PIC  9(02).
           03  QTD-FRE          PIC  9(02)  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-BXA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-BRJ          PIC  9(05)  VALUE  ZEROS.

           03  TAB-TUR          OCCURS  9.
               05  QTD-TTU      PIC  9(05).
               05  VAL-TTU      PIC  9(08)V99.
               05  VRC-TTU      PIC  9(08)V99.
               05  VDS-TTU      PIC  9(08)V99.

           03  TAB-FRE          OCCURS  30.
               05  FRE-TAB      PIC  X(10).
               05  QTD-TAB      PIC  9(05).
               05  VAL-TAB      PIC  9(08)V99.
               05  VRC-TAB      PIC  9(08)V99.
               05  VDS-TAB      PIC  9(08)V99.

           03  QTD-GER          PIC  9(05).
           03  VAL-GER          PIC  9(08)V99.
           03  VRC-GER          PIC  9(08)V99.
           03  VDS-GER          PIC  9(08)V99.

       01  LIN-CAB1              PIC  X(120) VALUE
           "EVASOES SEM PAGAMENTO - OCORRENCIAS REGISTRADAS".
       01  LIN-CAB2              PIC  X(120) VALUE
           "DATA     TN BB   LITROS        VALOR PLACA    B.O.
      -    "     FRENTISTA  SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TUR-DET           PIC  9(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  BMB-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LTS-DET           PIC  ZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLA-DET           PIC  X(08).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BOC-DET           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRE-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "EVASOES REGISTRADAS ....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "EVASOES REJEITADAS .....................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  BXA-CAB1              PIC  X(120) VALUE
           "EVASOES SEM PAGAMENTO - BAIXAS E DESCONTOS".
       01  BXA-CAB2              PIC  X(120) VALUE
           "DATA     SEQ SIT   RECUPERADO   DESCONTADO FRENTISTA  SITUAC
      -    "AO".
       01  BXA-DET.
           03  DTA-BX1           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-BX1           PIC  ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  STA-BX1           PIC  X(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VRC-BX1           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VDS-BX1           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRE-BX1           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-BX1           PIC  X(30).
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "BAIXAS PROCESSADAS .....................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "BAIXAS REJEITADAS ......................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       01  MES-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "EVASOES SEM PAGAMENTO - RESUMO DO MES : ".
           03  MES-MC1           PIC  99/99.
       01  MES-CAB2              PIC  X(120) VALUE
           "DATA     SEQ TN BB PRODUTO      LITROS        VALOR PLACA
      -    " B.O.            FRENTISTA  SITUACAO".
       01  MES-DET.
           03  DTA-MDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SEQ-MDT           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TUR-MDT           PIC  9(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  BMB-MDT           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-MDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LTS-MDT           PIC  ZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-MDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PLA-MDT           PIC  X(08).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BOC-MDT           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRE-MDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-MDT           PIC  X(20).
       01  RES-CAB1              PIC  X(120) VALUE
           "QUEBRA      QTDE        VALOR   RECUPERADO   DESCONTADO
      -    "      PERDA".
       01  RES-DET.
           03  DES-RES           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-RES           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-RES           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VRC-RES           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VDS-RES           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRD-RES           PIC  Z.ZZZ.ZZ9,99.
       01  RES-TUR.
           03  FILLER            PIC  X(06)  VALUE  "TURNO ".
           03  TUR-RES           PIC  9(01).

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  MES-AUX
           OPEN     I-O       CADEVS
           IF  FST-EVS   =  "35" CLOSE    CADEVS
                                 OPEN     OUTPUT   CADEVS
                                 CLOSE    CADEVS
                                 OPEN     I-O      CADEVS.
           OPEN     I-O       CADVFR
           IF  FST-VFR   =  "35" CLOSE    CADVFR
                                 OPEN     OUTPUT   CADVFR
                                 CLOSE    CADVFR
                                 OPEN     I-O      CADVFR.
           OPEN     INPUT     CADFBM
           IF  FST-FBM   =  "00" MOVE     1        TO  FLG-FBM.
           OPEN     INPUT     CADECR    CADCMB    CADOPR
           OPEN     OUTPUT    REL-EVS
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
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  BXA-CAB1
           WRITE    LIN-REL   FROM  BXA-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-BAIX-00
              THRU  ROT-BAIX-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-BXA   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-BRJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           PERFORM  ROT-MENS-00
              THRU  ROT-MENS-90
           IF  FLG-FBM   =   1   CLOSE    CADFBM.
           CLOSE    CADEVS    CADVFR    CADECR    CADCMB
                    CADOPR    REL-EVS
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQEVS
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQEVS    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  DTA-AUX   TUR-AUX   BMB-AUX
                                  LTS-AUX   VAL-AUX
           MOVE     SPACES    TO  PLA-AUX   BOC-AUX   FRE-AUX
                                  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              TUR-AUX
                              BMB-AUX
                              LTS-AUX
                              VAL-AUX
                              PLA-AUX
                              BOC-AUX
                              FRE-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     TUR-AUX   TO  TUR-DET
           MOVE     BMB-AUX   TO  BMB-DET
           MOVE     LTS-AUX   TO  LTS-DET
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     PLA-AUX   TO  PLA-DET
           MOVE     BOC-AUX   TO  BOC-DET
           MOVE     FRE-AUX   TO  FRE-DET
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           MOVE     DTA-AUX   TO  DTA-EVS
           MOVE     ZEROS     TO  SEQ-EVS
           MOVE     TUR-AUX   TO  TUR-EVS
           MOVE     BMB-AUX   TO  BMB-EVS
           MOVE     CMB-ECR   TO  CMB-EVS
           MOVE     LTS-AUX   TO  LTS-EVS
           MOVE     VAL-AUX   TO  VAL-EVS
           MOVE     PLA-AUX   TO  PLA-EVS
           MOVE     BOC-AUX   TO  BOC-EVS
           MOVE     FRE-AUX   TO  FRE-EVS
           MOVE     "A"       TO  STA-EVS
           MOVE     ZEROS     TO  DTS-EVS   VRC-EVS   VDS-EVS
           MOVE     OPR-AUX   TO  OPR-EVS
           ACCEPT   HRA-EVS   FROM  TIME.

       ROT-CARG-20.
           ADD      1         TO  SEQ-EVS
           WRITE    REG-EVS
           IF  FST-EVS   =  "22" GO       ROT-CARG-20.
           MOVE     "REGISTRADA - SEQ "  TO  SIT-DET
           MOVE     SEQ-EVS   TO  SEQ-AUX
           MOVE     SEQ-AUX   TO  SIT-DET (18:3)
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQEVS.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  TUR-AUX   <   1
               MOVE  "TURNO INVALIDO"              TO  SIT-DET
               GO       ROT-VALD-90.
           IF  DTA-AUX   >       DTA-HOJ
               MOVE  "DATA INVALIDA"               TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     BMB-AUX   TO  CHV-ECR
           READ     CADECR
           IF  FST-ECR  NOT  =  "00"
               MOVE  "BOMBA INEXISTENTE"           TO  SIT-DET
               GO       ROT-VALD-90.
           IF  LTS-AUX   =       ZEROS  AND
               VAL-AUX   =       ZEROS
               MOVE  "LITROS E VALOR NAO INFORMADOS"  TO  SIT-DET
               GO       ROT-VALD-90.
           IF  VAL-AUX   =       ZEROS
               COMPUTE  VAL-AUX  ROUNDED  =  LTS-AUX  *  VAL-ECR.
           IF  LTS-AUX   =       ZEROS  AND
               VAL-ECR   >       ZEROS
               COMPUTE  LTS-AUX  ROUNDED  =  VAL-AUX  /  VAL-ECR.
           IF  FRE-AUX   =       SPACES
                                 PERFORM  ROT-FREN-00
                                    THRU  ROT-FREN-90.
           IF  FRE-AUX   =       SPACES
               MOVE  "FRENTISTA NAO IDENTIFICADO"  TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     FRE-AUX   TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
               MOVE  "FRENTISTA INEXISTENTE"       TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-FREN-00.
           IF  FLG-FBM   =   0   GO       ROT-FREN-90.
           MOVE     DTA-AUX   TO  DTA-FBM
           MOVE     TUR-AUX   TO  TUR-FBM
           MOVE     BMB-AUX   TO  BMB-FBM
           MOVE     99        TO  SEQ-FBM
           START    CADFBM       KEY  <   CHV-FBM
           IF  FST-FBM  NOT  =  "00"
                                 GO       ROT-FREN-90.
           READ     CADFBM       PREVIOUS
           IF  FST-FBM   =  "00"  AND
               DTA-FBM   =       DTA-AUX  AND
               TUR-FBM   =       TUR-AUX  AND
               BMB-FBM   =       BMB-AUX
                                 MOVE     FRE-FBM  TO  FRE-AUX.
       ROT-FREN-90.
           EXIT.

       ROT-BAIX-00.
           OPEN     INPUT     ARQBXA
           IF  FST-BXA   =  "35" GO       ROT-BAIX-90.

       ROT-BAIX-10.
           READ     ARQBXA    AT  END  GO  ROT-BAIX-80.
           MOVE     ZEROS     TO  DTA-AUX   SEQ-AUX   VRC-AUX
                                  VDS-AUX
           MOVE     SPACES    TO  STA-AUX   OPR-AUX   FRE-AUX
           UNSTRING  LIN-BXA  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              SEQ-AUX
                              STA-AUX
                              VRC-AUX
                              OPR-AUX
           MOVE     DTA-AUX (5:2)  TO  DTA-BX1 (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-BX1 (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-BX1 (7:2)
           MOVE     SEQ-AUX   TO  SEQ-BX1
           MOVE     STA-AUX   TO  STA-BX1
           PERFORM  ROT-VBXA-00
              THRU  ROT-VBXA-90
           MOVE     VRC-AUX   TO  VRC-BX1
           MOVE     VDS-AUX   TO  VDS-BX1
           MOVE     FRE-AUX   TO  FRE-BX1
           IF  SIT-BX1  NOT  =   SPACES
                                 ADD      1        TO  TOT-BRJ
                                 WRITE    LIN-REL  FROM  BXA-DET
                                 GO       ROT-BAIX-10.
           IF  STA-AUX   =  "D"  PERFORM  ROT-GVFR-00
                                    THRU  ROT-GVFR-90
               MOVE  "DESCONTADA DO FRENTISTA"     TO  SIT-BX1
           ELSE
           IF  STA-AUX   =  "R"
               MOVE  "RECUPERADA"                  TO  SIT-BX1
           ELSE
               MOVE  "NAO RECUPERADA"              TO  SIT-BX1.
           MOVE     STA-AUX   TO  STA-EVS
           MOVE     VRC-AUX   TO  VRC-EVS
           MOVE     VDS-AUX   TO  VDS-EVS
           MOVE     DTA-HOJ   TO  DTS-EVS
           MOVE     OPR-AUX   TO  OPR-EVS
           ACCEPT   HRA-EVS   FROM  TIME
           REWRITE  REG-EVS
           ADD      1         TO  TOT-BXA
           WRITE    LIN-REL   FROM  BXA-DET
           GO       ROT-BAIX-10.

       ROT-BAIX-80.
           CLOSE    ARQBXA.
       ROT-BAIX-90.
           EXIT.

       ROT-VBXA-00.
           MOVE     SPACES    TO  SIT-BX1
           MOVE     DTA-AUX   TO  DTA-EVS
           MOVE     SEQ-AUX   TO  SEQ-EVS
           READ     CADEVS
           IF  FST-EVS  NOT  =  "00"
               MOVE  "EVASAO INEXISTENTE"          TO  SIT-BX1
               GO       ROT-VBXA-90.
           MOVE     FRE-EVS   TO  FRE-AUX
           IF  STA-AUX  NOT  =  "R"  AND
               STA-AUX  NOT  =  "N"  AND
               STA-AUX  NOT  =  "D"
               MOVE  "SITUACAO INVALIDA"           TO  SIT-BX1
               GO       ROT-VBXA-90.
           IF  STA-EVS   =  "D"
               MOVE  "JA DESCONTADA DO FRENTISTA"  TO  SIT-BX1
               GO       ROT-VBXA-90.
           IF  STA-AUX   =  "R"  AND
               VRC-AUX   =       ZEROS
                                 MOVE     VAL-EVS  TO  VRC-AUX.
           IF  STA-AUX  NOT  =  "R"
                                 MOVE     VRC-EVS  TO  VRC-AUX.
           IF  VRC-AUX   >       VAL-EVS
               MOVE  "RECUPERADO MAIOR QUE EVASAO"  TO  SIT-BX1
               GO       ROT-VBXA-90.
           IF  STA-AUX  NOT  =  "D"
                                 GO       ROT-VBXA-90.
           COMPUTE  VDS-AUX   =  VAL-EVS  -   VRC-AUX
           IF  VDS-AUX   =       ZEROS
               MOVE  "NADA A DESCONTAR"            TO  SIT-BX1.
       ROT-VBXA-90.
           EXIT.

       ROT-GVFR-00.
           MOVE     FRE-EVS   TO  FRE-VFR
           MOVE     DTA-HOJ   TO  DTA-VFR
           MOVE     70        TO  LCT-VFR
           MOVE     "V"       TO  TIP-VFR
           MOVE     VDS-AUX   TO  VAL-VFR
           MOVE     "A"       TO  STA-VFR
           MOVE     OPR-AUX   TO  OPR-VFR
           ACCEPT   HRA-VFR   FROM  TIME.
       ROT-GVFR-10.
           WRITE    REG-VFR
           IF  FST-VFR   =  "22" ADD      1  TO  LCT-VFR
                                 GO       ROT-GVFR-10.
       ROT-GVFR-90.
           EXIT.

       ROT-MENS-00.
           MOVE     ZEROS     TO  QTD-GER   VAL-GER   VRC-GER
                                  VDS-GER   IND1
           PERFORM  ROT-ZTUR-00
              THRU  ROT-ZTUR-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           MOVE     MES-AUX (3:2)  TO  MES-MC1 (1:2)
           MOVE     MES-AUX (1:2)  TO  MES-MC1 (4:2)
           WRITE    LIN-REL   FROM  MES-CAB1
           WRITE    LIN-REL   FROM  MES-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     MES-AUX   TO  DTA-EVS (1:4)
           MOVE     "00"      TO  DTA-EVS (5:2)
           MOVE     ZEROS     TO  SEQ-EVS
           START    CADEVS       KEY  NOT  <  CHV-EVS
           IF  FST-EVS  NOT  =  "00"
                                 GO       ROT-MENS-50.

       ROT-MENS-10.
           READ     CADEVS  NEXT
           IF  FST-EVS  NOT  =  "00"  OR
               DTA-EVS (1:4)  NOT  =  MES-AUX
                                 GO       ROT-MENS-50.
           MOVE     DTA-EVS (5:2)  TO  DTA-MDT (1:2)
           MOVE     DTA-EVS (3:2)  TO  DTA-MDT (4:2)
           MOVE     DTA-EVS (1:2)  TO  DTA-MDT (7:2)
           MOVE     SEQ-EVS   TO  SEQ-MDT
           MOVE     TUR-EVS   TO  TUR-MDT
           MOVE     BMB-EVS   TO  BMB-MDT
           MOVE     CMB-EVS   TO  CHV-CMB
           READ     CADCMB
           IF  FST-CMB   =  "00" MOVE     DES-CMB  TO  DES-MDT
           ELSE                  MOVE     SPACES   TO  DES-MDT.
           MOVE     LTS-EVS   TO  LTS-MDT
           MOVE     VAL-EVS   TO  VAL-MDT
           MOVE     PLA-EVS   TO  PLA-MDT
           MOVE     BOC-EVS   TO  BOC-MDT
           MOVE     FRE-EVS   TO  FRE-MDT
           IF  STA-EVS   =  "R"  MOVE  "RECUPERADA"      TO  SIT-MDT
           ELSE
           IF  STA-EVS   =  "N"  MOVE  "NAO RECUPERADA"  TO  SIT-MDT
           ELSE
           IF  STA-EVS   =  "D"  MOVE  "DESCONTADA"      TO  SIT-MDT
           ELSE                  MOVE  "EM ABERTO"       TO  SIT-MDT.
           WRITE    LIN-REL   FROM  MES-DET
           ADD      1         TO  QTD-GER
           ADD      VAL-EVS   TO  VAL-GER
           ADD      VRC-EVS   TO  VRC-GER
           ADD      VDS-EVS   TO  VDS-GER
           IF  TUR-EVS   >   0   ADD  1        TO  QTD-TTU (TUR-EVS)
                                 ADD  VAL-EVS  TO  VAL-TTU (TUR-EVS)
                                 ADD  VRC-EVS  TO  VRC-TTU (TUR-EVS)
                                 ADD  VDS-EVS  TO  VDS-TTU (TUR-EVS).
           PERFORM  ROT-ACHA-00
              THRU  ROT-ACHA-90
           IF  IND1      =   0   GO       ROT-MENS-10.
           ADD      1         TO  QTD-TAB (IND1)
           ADD      VAL-EVS   TO  VAL-TAB (IND1)
           ADD      VRC-EVS   TO  VRC-TAB (IND1)
           ADD      VDS-EVS   TO  VDS-TAB (IND1)
           GO       ROT-MENS-10.

       ROT-MENS-50.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  RES-CAB1
           MOVE     ZEROS     TO  IND1.

       ROT-MENS-60.
           ADD      1         TO  IND1
           IF  IND1      >   9   GO       ROT-MENS-70.
           IF  QTD-TTU (IND1)  =  0
                                 GO       ROT-MENS-60.
           MOVE     IND1      TO  TUR-RES
           MOVE     RES-TUR   TO  DES-RES
           MOVE     QTD-TTU (IND1)  TO  QTD-RES
           MOVE     VAL-TTU (IND1)  TO  VAL-RES
           MOVE     VRC-TTU (IND1)  TO  VRC-RES
           MOVE     VDS-TTU (IND1)  TO  VDS-RES
           COMPUTE  PRD-AUX   =  VAL-TTU (IND1)  -  VRC-TTU (IND1)
                              -  VDS-TTU (IND1)
           MOVE     PRD-AUX   TO  PRD-RES
           WRITE    LIN-REL   FROM  RES-DET
           GO       ROT-MENS-60.

       ROT-MENS-70.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-MENS-75.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-FRE
                                 GO       ROT-MENS-80.
           MOVE     FRE-TAB (IND1)  TO  DES-RES
           MOVE     QTD-TAB (IND1)  TO  QTD-RES
           MOVE     VAL-TAB (IND1)  TO  VAL-RES
           MOVE     VRC-TAB (IND1)  TO  VRC-RES
           MOVE     VDS-TAB (IND1)  TO  VDS-RES
           COMPUTE  PRD-AUX   =  VAL-TAB (IND1)  -  VRC-TAB (IND1)
                              -  VDS-TAB (IND1)
           MOVE     PRD-AUX   TO  PRD-RES
           WRITE    LIN-REL   FROM  RES-DET
           GO       ROT-MENS-75.

       ROT-MENS-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     "TOTAL MES"    TO  DES-RES
           MOVE     QTD-GER   TO  QTD-RES
           MOVE     VAL-GER   TO  VAL-RES
           MOVE     VRC-GER   TO  VRC-RES
           MOVE     VDS-GER   TO  VDS-RES
           COMPUTE  PRD-AUX   =  VAL-GER  -   VRC-GER  -  VDS-GER
           MOVE     PRD-AUX   TO  PRD-RES
           WRITE    LIN-REL   FROM  RES-DET.
       ROT-MENS-90.
           EXIT.

       ROT-ZTUR-00.
           MOVE     ZEROS     TO  IND1.

       ROT-ZTUR-10.
           ADD      1         TO  IND1
           IF  IND1      >   9   GO       ROT-ZTUR-90.
           MOVE     ZEROS     TO  QTD-TTU (IND1)  VAL-TTU (IND1)
                                  VRC-TTU (IND1)  VDS-TTU (IND1)
           GO       ROT-ZTUR-10.

       ROT-ZTUR-90.
           EXIT.

       ROT-ACHA-00.
           MOVE     ZEROS     TO  IND1   IND2.

       ROT-ACHA-10.
           ADD      1         TO  IND2
           IF  IND2      >       QTD-FRE
                                 GO       ROT-ACHA-20.
           IF  FRE-TAB (IND2)  =  FRE-EVS
                                 MOVE     IND2  TO  IND1
                                 GO       ROT-ACHA-90.
           GO       ROT-ACHA-10.

       ROT-ACHA-20.
           IF  QTD-FRE   =   30  GO       ROT-ACHA-90.
           ADD      1         TO  QTD-FRE
           MOVE     FRE-EVS   TO  FRE-TAB (QTD-FRE)
           MOVE     ZEROS     TO  QTD-TAB (QTD-FRE)  VAL-TAB (QTD-FRE)
                                  VRC-TAB (QTD-FRE)  VDS-TAB (QTD-FRE)
           MOVE     QTD-FRE   TO  IND1.
       ROT-ACHA-90.
           EXIT.
