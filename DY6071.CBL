       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6071.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADFBM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FBM
                       FILE          STATUS  IS  FST-FBM.

           SELECT      CADACF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ACF
                       FILE          STATUS  IS  FST-ACF.

           SELECT      CADECR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ECR
                       FILE          STATUS  IS  FST-ECR.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      ARQFBM        ASSIGN  TO  "BOMBAS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQACF        ASSIGN  TO  "ACERTO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ACT.

           SELECT      REL-ACF       ASSIGN  TO  "RELACF.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFBM.CPY.
       COPY  CADACF.CPY.
       COPY  CADECR.CPY.
       COPY  CADOPR.CPY.

       FD  ARQFBM.
       01  LIN-ARQ               PIC  X(90).

       FD  ARQACF.
       01  LIN-ACT               PIC  X(120).

       FD  REL-ACF.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-FBM          PIC  X(02).
           03  FST-ACF          PIC  X(02).
           03  FST-ECR          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-ACT          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTA-AUX          PIC  9(06).
           03  TUR-AUX          PIC  9(01).
           03  BMB-AUX          PIC  9(02).
           03  FRE-AUX          PIC  X(10).
           03  ECI-AUX          PIC  9(06)V9.
           03  ECF-AUX          PIC  9(06)V9.
           03  AFR-AUX          PIC  9(04).
           03  SEQ-AUX          PIC  9(02).
           03  DIN-AUX          PIC  9(07)V99.
           03  CRT-AUX          PIC  9(07)V99.
           03  NTA-AUX          PIC  9(07)V99.
           03  CHQ-AUX          PIC  9(07)V99.
           03  VLE-AUX          PIC  9(07)V99.
           03  GIR-AUX          PIC  9(07)V9.
           03  LTS-AUX          PIC S9(07)V9.
           03  LTS-TOT          PIC  9(07)V9.
           03  ESP-TOT          PIC  9(08)V99.
           03  ENT-TOT          PIC  9(08)V99.
           03  DIF-TOT          PIC S9(08)V99.
           03  QTD-BMB          PIC  9(03).
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ACT          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(100) VALUE
           "FRENTISTAS X BOMBAS POR TURNO - ATRIBUICOES REGISTRADAS".
       01  LIN-CAB2              PIC  X(100) VALUE
           "DATA     TN BB FRENTISTA   ENC.INICIAL  ENC.FINAL AFER  SITU
      -    "ACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TUR-DET           PIC  9(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  BMB-DET           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRE-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ECI-DET           PIC  ZZZZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  ECF-DET           PIC  ZZZZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AFR-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ATRIBUICOES REGISTRADAS ................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ATRIBUICOES REJEITADAS .................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  ACF-CAB1.
           03  FILLER            PIC  X(30)  VALUE
               "ACERTO DO FRENTISTA ..........".
           03  FRE-AC1           PIC  X(10).
           03  FILLER            PIC  X(10)  VALUE  "   DATA: ".
           03  DTA-AC1           PIC  99/99/99.
           03  FILLER            PIC  X(10)  VALUE  "   TURNO: ".
           03  TUR-AC1           PIC  9(01).
       01  ACF-CAB2              PIC  X(100) VALUE
           "  BB SEQ  ENC.INICIAL  ENC.FINAL AFER      LITROS      PRECO
      -    "      VALOR".
       01  ACF-DET.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  BMB-AC2           PIC  9(02).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SEQ-AC2           PIC  Z9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  ECI-AC2           PIC  ZZZZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  ECF-AC2           PIC  ZZZZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  AFR-AC2           PIC  ZZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  LTS-AC2           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PRC-AC2           PIC  ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-AC2           PIC  Z.ZZZ.ZZ9,99.
       01  ACF-VAL.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  DES-AC3           PIC  X(36).
           03  VAL-AC3           PIC  --.---.--9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-AC3           PIC  X(10).
       01  ACF-SEM               PIC  X(100) VALUE
           "    SEM BOMBAS ATRIBUIDAS AO FRENTISTA NO TURNO".
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ACERTOS DE FRENTISTA EMITIDOS ..........".
           03  TOT-DET3          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADFBM
           IF  FST-FBM   =  "35" CLOSE    CADFBM
                                 OPEN     OUTPUT   CADFBM
                                 CLOSE    CADFBM
                                 OPEN     I-O      CADFBM.
           OPEN     I-O       CADACF
           IF  FST-ACF   =  "35" CLOSE    CADACF
                                 OPEN     OUTPUT   CADACF
                                 CLOSE    CADACF
                                 OPEN     I-O      CADACF.
           OPEN     INPUT     CADECR    CADOPR
           OPEN     OUTPUT    REL-ACF
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
           PERFORM  ROT-ACRT-00
              THRU  ROT-ACRT-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACT   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           CLOSE    CADFBM    CADACF    CADECR    CADOPR
                    REL-ACF
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQFBM
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQFBM    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  DTA-AUX   TUR-AUX   BMB-AUX
                                  ECI-AUX   ECF-AUX   AFR-AUX
           MOVE     SPACES    TO  FRE-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              TUR-AUX
                              BMB-AUX
                              FRE-AUX
                              ECI-AUX
                              ECF-AUX
                              AFR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     TUR-AUX   TO  TUR-DET
           MOVE     BMB-AUX   TO  BMB-DET
           MOVE     FRE-AUX   TO  FRE-DET
           MOVE     ECI-AUX   TO  ECI-DET
           MOVE     ECF-AUX   TO  ECF-DET
           MOVE     AFR-AUX   TO  AFR-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           PERFORM  ROT-TROC-00
              THRU  ROT-TROC-90
           MOVE     DTA-AUX   TO  DTA-FBM
           MOVE     TUR-AUX   TO  TUR-FBM
           MOVE     BMB-AUX   TO  BMB-FBM
           MOVE     SEQ-AUX   TO  SEQ-FBM
           MOVE     FRE-AUX   TO  FRE-FBM
           MOVE     CMB-ECR   TO  CMB-FBM
           MOVE     ECI-AUX   TO  ECI-FBM
           MOVE     ECF-AUX   TO  ECF-FBM
           MOVE     AFR-AUX   TO  AFR-FBM
           MOVE     ZEROS     TO  LTS-FBM   PRC-FBM   VAL-FBM
           ACCEPT   HRA-FBM   FROM  TIME
           WRITE    REG-FBM
           IF  SEQ-AUX   >   1
               MOVE  "REGISTRADA - TROCA NO TURNO"  TO  SIT-DET
           ELSE
               MOVE  "REGISTRADA"                   TO  SIT-DET.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQFBM.
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
           MOVE     FRE-AUX   TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"
               MOVE  "FRENTISTA INEXISTENTE"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  ECF-AUX   >       ZEROS  AND
               ECF-AUX   <       ECI-AUX
               MOVE  "ENCERRANTE FINAL INVALIDO"   TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-TROC-00.
           MOVE     ZEROS     TO  SEQ-AUX
           MOVE     DTA-AUX   TO  DTA-FBM
           MOVE     TUR-AUX   TO  TUR-FBM
           MOVE     BMB-AUX   TO  BMB-FBM
           MOVE     99        TO  SEQ-FBM
           START    CADFBM       KEY  <   CHV-FBM
           IF  FST-FBM  NOT  =  "00"
                                 GO       ROT-TROC-80.
           READ     CADFBM       PREVIOUS
           IF  FST-FBM  NOT  =  "00"  OR
               DTA-FBM  NOT  =   DTA-AUX  OR
               TUR-FBM  NOT  =   TUR-AUX  OR
               BMB-FBM  NOT  =   BMB-AUX
                                 GO       ROT-TROC-80.
           MOVE     SEQ-FBM   TO  SEQ-AUX
           IF  ECF-FBM   =       ZEROS  AND
               ECI-AUX   >       ZEROS
                                 MOVE     ECI-AUX  TO  ECF-FBM
                                 REWRITE  REG-FBM.
       ROT-TROC-80.
           ADD      1         TO  SEQ-AUX.
       ROT-TROC-90.
           EXIT.

       ROT-ACRT-00.
           OPEN     INPUT     ARQACF
           IF  FST-ACT   =  "35" GO       ROT-ACRT-90.

       ROT-ACRT-10.
           READ     ARQACF    AT  END  GO  ROT-ACRT-80.
           MOVE     ZEROS     TO  DTA-AUX   TUR-AUX   DIN-AUX
                                  CRT-AUX   NTA-AUX   CHQ-AUX
                                  VLE-AUX
           MOVE     SPACES    TO  FRE-AUX
           UNSTRING  LIN-ACT  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              TUR-AUX
                              FRE-AUX
                              DIN-AUX
                              CRT-AUX
                              NTA-AUX
                              CHQ-AUX
                              VLE-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           MOVE     FRE-AUX   TO  FRE-AC1
           MOVE     DTA-AUX (5:2)  TO  DTA-AC1 (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-AC1 (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-AC1 (7:2)
           MOVE     TUR-AUX   TO  TUR-AC1
           WRITE    LIN-REL   FROM  ACF-CAB1
           WRITE    LIN-REL   FROM  ACF-CAB2
           MOVE     ZEROS     TO  LTS-TOT   ESP-TOT   QTD-BMB
           PERFORM  ROT-ESPR-00
              THRU  ROT-ESPR-90
           IF  QTD-BMB   =       ZEROS
                                 WRITE    LIN-REL  FROM  ACF-SEM.
           COMPUTE  ENT-TOT   =  DIN-AUX  +   CRT-AUX  +  NTA-AUX
                              +  CHQ-AUX  +   VLE-AUX
           COMPUTE  DIF-TOT   =  ENT-TOT  -   ESP-TOT
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     "VALOR ESPERADO (BOMBAS) ............"  TO  DES-AC3
           MOVE     ESP-TOT   TO  VAL-AC3
           MOVE     SPACES    TO  SIT-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "(-) DINHEIRO ......................."  TO  DES-AC3
           MOVE     DIN-AUX   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "(-) CARTOES ........................"  TO  DES-AC3
           MOVE     CRT-AUX   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "(-) NOTAS DE FROTA ................."  TO  DES-AC3
           MOVE     NTA-AUX   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "(-) CHEQUES ........................"  TO  DES-AC3
           MOVE     CHQ-AUX   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "(-) VALES .........................."  TO  DES-AC3
           MOVE     VLE-AUX   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "TOTAL ENTREGUE ....................."  TO  DES-AC3
           MOVE     ENT-TOT   TO  VAL-AC3
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     "DIFERENCA .........................."  TO  DES-AC3
           MOVE     DIF-TOT   TO  VAL-AC3
           IF  DIF-TOT   <   0   MOVE     "FALTA"  TO  SIT-AC3
           ELSE
           IF  DIF-TOT   >   0   MOVE     "SOBRA"  TO  SIT-AC3
           ELSE                  MOVE     "CONFERE" TO  SIT-AC3.
           WRITE    LIN-REL   FROM  ACF-VAL
           MOVE     DTA-AUX   TO  DTA-ACF
           MOVE     TUR-AUX   TO  TUR-ACF
           MOVE     FRE-AUX   TO  FRE-ACF
           MOVE     LTS-TOT   TO  LTS-ACF
           MOVE     ESP-TOT   TO  ESP-ACF
           MOVE     DIN-AUX   TO  DIN-ACF
           MOVE     CRT-AUX   TO  CRT-ACF
           MOVE     NTA-AUX   TO  NTA-ACF
           MOVE     CHQ-AUX   TO  CHQ-ACF
           MOVE     VLE-AUX   TO  VLE-ACF
           MOVE     DIF-TOT   TO  DIF-ACF
           ACCEPT   HRA-ACF   FROM  TIME
           WRITE    REG-ACF
           IF  FST-ACF   =  "22" REWRITE  REG-ACF.
           ADD      1         TO  TOT-ACT
           GO       ROT-ACRT-10.

       ROT-ACRT-80.
           CLOSE    ARQACF.
       ROT-ACRT-90.
           EXIT.

       ROT-ESPR-00.
           MOVE     DTA-AUX   TO  DTA-FBM
           MOVE     TUR-AUX   TO  TUR-FBM
           MOVE     ZEROS     TO  BMB-FBM   SEQ-FBM
           START    CADFBM       KEY  >   CHV-FBM
           IF  FST-FBM  NOT  =  "00"
                                 GO       ROT-ESPR-90.

       ROT-ESPR-10.
           READ     CADFBM  NEXT
           IF  FST-FBM  NOT  =  "00"  OR
               DTA-FBM  NOT  =   DTA-AUX  OR
               TUR-FBM  NOT  =   TUR-AUX
                                 GO       ROT-ESPR-90.
           IF  FRE-FBM  NOT  =   FRE-AUX
                                 GO       ROT-ESPR-10.
           MOVE     BMB-FBM   TO  CHV-ECR
           READ     CADECR
           IF  FST-ECR  NOT  =  "00"
                                 GO       ROT-ESPR-10.
           IF  ECI-FBM   =       ZEROS
                                 MOVE     ICL-ECR  TO  ECI-FBM.
           IF  ECF-FBM   =       ZEROS
                                 MOVE     FCL-ECR  TO  ECF-FBM
                                 IF  AFR-FBM  =  ZEROS
                                     MOVE     AFC-ECR  TO  AFR-FBM.
           MOVE     GIR-ECR   TO  GIR-AUX
           IF  GIR-AUX   =       ZEROS
                                 MOVE  1000000,0  TO  GIR-AUX.
           IF  ECF-FBM   <       ECI-FBM
               COMPUTE  LTS-AUX  =  ECF-FBM  +   GIR-AUX
                                 -  ECI-FBM  -   AFR-FBM
           ELSE
               COMPUTE  LTS-AUX  =  ECF-FBM  -   ECI-FBM
                                 -  AFR-FBM.
           IF  LTS-AUX   <   0   MOVE     ZEROS    TO  LTS-AUX.
           MOVE     LTS-AUX   TO  LTS-FBM
           MOVE     VAL-ECR   TO  PRC-FBM
           COMPUTE  VAL-FBM  ROUNDED  =  LTS-FBM  *  PRC-FBM
           REWRITE  REG-FBM
           ADD      1         TO  QTD-BMB
           ADD      LTS-FBM   TO  LTS-TOT
           ADD      VAL-FBM   TO  ESP-TOT
           MOVE     BMB-FBM   TO  BMB-AC2
           MOVE     SEQ-FBM   TO  SEQ-AC2
           MOVE     ECI-FBM   TO  ECI-AC2
           MOVE     ECF-FBM   TO  ECF-AC2
           MOVE     AFR-FBM   TO  AFR-AC2
           MOVE     LTS-FBM   TO  LTS-AC2
           MOVE     PRC-FBM   TO  PRC-AC2
           MOVE     VAL-FBM   TO  VAL-AC2
           WRITE    LIN-REL   FROM  ACF-DET
           GO       ROT-ESPR-10.

       ROT-ESPR-90.
           EXIT.
