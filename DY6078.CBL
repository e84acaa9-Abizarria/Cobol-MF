       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6078.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IMB
                       FILE          STATUS  IS  FST-IMB.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      CADBMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BMB
                       FILE          STATUS  IS  FST-BMB.

           SELECT      CADTNQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TNQ
                       FILE          STATUS  IS  FST-TNQ.

           SELECT      ARQIMB        ASSIGN  TO  "IMOBILIZ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQBXA        ASSIGN  TO  "IMOBBAIX.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-BXA.

           SELECT      ARQMES        ASSIGN  TO  "DEPREC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-MES.

           SELECT      REL-IMB       ASSIGN  TO  "RELIMB.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADIMB.CPY.
       COPY  CADDPR.CPY.
       COPY  CADBMB.CPY.
       COPY  CADTNQ.CPY.

       FD  ARQIMB.
       01  LIN-ARQ               PIC  X(150).

       FD  ARQBXA.
       01  LIN-BXA               PIC  X(100).

       FD  ARQMES.
       01  LIN-MES               PIC  X(20).

       FD  REL-IMB.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-IMB          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-BMB          PIC  X(02).
           03  FST-TNQ          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-BXA          PIC  X(02).
           03  FST-MES          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  MES-CMP          PIC  9(04).
           03  LIM-MES          PIC  9(04).
           03  NUM-AUX          PIC  9(05).
           03  DES-AUX          PIC  X(30).
           03  DTA-AUX          PIC  9(06).
           03  NFS-AUX          PIC  9(09).
           03  CST-AUX          PIC  9(09)V99.
           03  VUT-AUX          PIC  9(03).
           03  TAX-AUX          PIC  9(02)V99.
           03  LOC-AUX          PIC  X(20).
           03  TIP-AUX          PIC  X(01).
           03  LNK-AUX          PIC  9(02).
           03  OPR-AUX          PIC  X(10).
           03  VLV-AUX          PIC  9(09)V99.
           03  MOT-AUX          PIC  X(30).
           03  DPM-AUX          PIC  9(09)V99.
           03  VCT-AUX          PIC  9(09)V99.
           03  RES-AUX          PIC S9(09)V99.
           03  DPR-MES          PIC  9(09)V99.
           03  TOT-INC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-BXA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CST          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-DPA          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-VCT          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-DPM          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-RES          PIC S9(11)V99  VALUE  ZEROS.

           03  MES-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MSS-CAL      PIC  9(02).
           03  MES-NUM          REDEFINES  MES-CAL  PIC  9(04).

       01  LIN-CAB1              PIC  X(130) VALUE
           "ATIVO IMOBILIZADO - INCLUSOES E BAIXAS".
       01  LIN-CAB2              PIC  X(130) VALUE
           "NUMERO DESCRICAO                      DATA             VALOR
      -    "  SITUACAO".
       01  LIN-DET.
           03  NUM-DET           PIC  9(05).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DES-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ---.---.--9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(40).

       01  RAZ-CAB1.
           03  FILLER            PIC  X(44)  VALUE
               "ATIVO IMOBILIZADO - RAZAO DOS BENS - MES".
           03  MES-RC1           PIC  99/99.
       01  RAZ-CAB2              PIC  X(130) VALUE
           "NUMERO DESCRICAO                 LOCAL       VINC AQUISICAO
      -    "        CUSTO   DEPREC.MES  DEPREC.ACUMUL.   VALOR CONTABIL
      -    "SIT".
       01  RAZ-DET.
           03  NUM-RDT           PIC  9(05).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DES-RDT           PIC  X(24).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LOC-RDT           PIC  X(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-RDT           PIC  X(01).
           03  LNK-RDT           PIC  99B.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-RDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CST-RDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DPM-RDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DPA-RDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VCT-RDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  STA-RDT           PIC  X(07).

       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "BENS INCLUIDOS .........................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "BAIXAS E VENDAS REGISTRADAS ............".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  RAZ-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CUSTO DOS BENS EM USO ..................".
           03  RAZ-DET1          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  RAZ-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "(-) DEPRECIACAO ACUMULADA ..............".
           03  RAZ-DET2          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  RAZ-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "(=) IMOBILIZADO LIQUIDO ................".
           03  RAZ-DET3          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  RAZ-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "DEPRECIACAO DO MES .....................".
           03  RAZ-DET4          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
       01  RAZ-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "RESULTADO DE BAIXAS E VENDAS NO MES ....".
           03  RAZ-DET5          PIC  --.---.---.--9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  MES-CMP
           OPEN     INPUT     ARQMES
           IF  FST-MES   =  "00" READ     ARQMES
                                 IF  FST-MES  =  "00"  AND
                                     LIN-MES (1:4)  IS  NUMERIC
                                     MOVE  LIN-MES (1:4)  TO  MES-CMP.
           IF  FST-MES  NOT  =  "35"
                                 CLOSE    ARQMES.
           OPEN     I-O       CADIMB
           IF  FST-IMB   =  "35" CLOSE    CADIMB
                                 OPEN     OUTPUT   CADIMB
                                 CLOSE    CADIMB
                                 OPEN     I-O      CADIMB.
           OPEN     I-O       CADDPR
           IF  FST-DPR   =  "35" CLOSE    CADDPR
                                 OPEN     OUTPUT   CADDPR
                                 CLOSE    CADDPR
                                 OPEN     I-O      CADDPR.
           OPEN     INPUT     CADBMB    CADTNQ
           OPEN     OUTPUT    REL-IMB
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-INCL-00
              THRU  ROT-INCL-90
           PERFORM  ROT-BAIX-00
              THRU  ROT-BAIX-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-INC   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-BXA   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           PERFORM  ROT-MENS-00
              THRU  ROT-MENS-90
           PERFORM  ROT-RAZA-00
              THRU  ROT-RAZA-90
           CLOSE    CADIMB    CADDPR    CADBMB    CADTNQ
                    REL-IMB
           GOBACK.

       ROT-INCL-00.
           OPEN     INPUT     ARQIMB
           IF  FST-ARQ   =  "35" GO       ROT-INCL-90.

       ROT-INCL-10.
           READ     ARQIMB    AT  END  GO  ROT-INCL-80.
           MOVE     ZEROS     TO  NUM-AUX   DTA-AUX   NFS-AUX
                                  CST-AUX   VUT-AUX   TAX-AUX
                                  LNK-AUX
           MOVE     SPACES    TO  DES-AUX   LOC-AUX   TIP-AUX
                                  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     NUM-AUX
                              DES-AUX
                              DTA-AUX
                              NFS-AUX
                              CST-AUX
                              VUT-AUX
                              TAX-AUX
                              LOC-AUX
                              TIP-AUX
                              LNK-AUX
                              OPR-AUX
           IF  NUM-AUX   =       ZEROS
                                 PERFORM  ROT-PROX-00
                                    THRU  ROT-PROX-90.
           IF  VUT-AUX   =       ZEROS  AND
               TAX-AUX   >       ZEROS
               COMPUTE  VUT-AUX  ROUNDED  =  1200  /  TAX-AUX.
           IF  TAX-AUX   =       ZEROS  AND
               VUT-AUX   >       ZEROS
               COMPUTE  TAX-AUX  ROUNDED  =  1200  /  VUT-AUX.
           MOVE     NUM-AUX   TO  NUM-DET
           MOVE     DES-AUX   TO  DES-DET
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     CST-AUX   TO  VAL-DET
           PERFORM  ROT-VINC-00
              THRU  ROT-VINC-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-INCL-10.
           MOVE     NUM-AUX   TO  CHV-IMB
           MOVE     DES-AUX   TO  DES-IMB
           MOVE     DTA-AUX   TO  DTA-IMB
           MOVE     NFS-AUX   TO  NFS-IMB
           MOVE     CST-AUX   TO  CST-IMB
           MOVE     VUT-AUX   TO  VUT-IMB
           MOVE     TAX-AUX   TO  TAX-IMB
           MOVE     LOC-AUX   TO  LOC-IMB
           MOVE     TIP-AUX   TO  TIP-IMB
           MOVE     LNK-AUX   TO  LNK-IMB
           MOVE     ZEROS     TO  DPA-IMB   ULT-IMB   DTB-IMB
                                  VLV-IMB
           MOVE     "A"       TO  STA-IMB
           MOVE     SPACES    TO  MOT-IMB
           MOVE     OPR-AUX   TO  OPR-IMB
           WRITE    REG-IMB
           MOVE     "INCLUIDO"     TO  SIT-DET
           ADD      1         TO  TOT-INC
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-INCL-10.

       ROT-INCL-80.
           CLOSE    ARQIMB.
       ROT-INCL-90.
           EXIT.

       ROT-PROX-00.
           MOVE     99999     TO  CHV-IMB
           START    CADIMB       KEY  <   CHV-IMB
           IF  FST-IMB  NOT  =  "00"
                                 MOVE     1        TO  NUM-AUX
                                 GO       ROT-PROX-90.
           READ     CADIMB  PREVIOUS
           IF  FST-IMB  NOT  =  "00"
                                 MOVE     1        TO  NUM-AUX
                                 GO       ROT-PROX-90.
           COMPUTE  NUM-AUX   =  CHV-IMB  +   1.
       ROT-PROX-90.
           EXIT.

       ROT-VINC-00.
           MOVE     SPACES    TO  SIT-DET
           IF  DES-AUX   =       SPACES
               MOVE  "DESCRICAO NAO INFORMADA"       TO  SIT-DET
               GO       ROT-VINC-90.
           IF  DTA-AUX   =       ZEROS  OR
               DTA-AUX   >       DTA-HOJ
               MOVE  "DATA DE AQUISICAO INVALIDA"    TO  SIT-DET
               GO       ROT-VINC-90.
           IF  CST-AUX   =       ZEROS
               MOVE  "CUSTO NAO INFORMADO"           TO  SIT-DET
               GO       ROT-VINC-90.
           IF  TAX-AUX   =       ZEROS
               MOVE  "VIDA UTIL OU TAXA NAO INFORMADA" TO SIT-DET
               GO       ROT-VINC-90.
           MOVE     NUM-AUX   TO  CHV-IMB
           READ     CADIMB
           IF  FST-IMB   =  "00"
               MOVE  "NUMERO DE BEM JA CADASTRADO"   TO  SIT-DET
               GO       ROT-VINC-90.
           IF  TIP-AUX   =  "B"
               MOVE     LNK-AUX   TO  CHV-BMB
               READ     CADBMB
               IF  FST-BMB  NOT  =  "00"
                   MOVE  "BOMBA INEXISTENTE"         TO  SIT-DET
                   GO       ROT-VINC-90.
           IF  TIP-AUX   =  "T"
               MOVE     LNK-AUX   TO  CHV-TNQ
               READ     CADTNQ
               IF  FST-TNQ  NOT  =  "00"
                   MOVE  "TANQUE INEXISTENTE"        TO  SIT-DET
                   GO       ROT-VINC-90.
           IF  TIP-AUX  NOT  =  "B"  AND
               TIP-AUX  NOT  =  "T"  AND
               TIP-AUX  NOT  =   SPACE
               MOVE  "VINCULO INVALIDO - USE B OU T" TO  SIT-DET.
       ROT-VINC-90.
           EXIT.

       ROT-BAIX-00.
           OPEN     INPUT     ARQBXA
           IF  FST-BXA   =  "35" GO       ROT-BAIX-90.

       ROT-BAIX-10.
           READ     ARQBXA    AT  END  GO  ROT-BAIX-80.
           MOVE     ZEROS     TO  NUM-AUX   DTA-AUX   VLV-AUX
           MOVE     SPACES    TO  TIP-AUX   MOT-AUX   OPR-AUX
           UNSTRING  LIN-BXA  DELIMITED  BY  "|"
                     INTO     NUM-AUX
                              DTA-AUX
                              TIP-AUX
                              VLV-AUX
                              MOT-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           IF  TIP-AUX  NOT  =  "V"
                                 MOVE     ZEROS    TO  VLV-AUX.
           MOVE     NUM-AUX   TO  NUM-DET
           MOVE     SPACES    TO  DES-DET   SIT-DET
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     VLV-AUX   TO  VAL-DET
           MOVE     NUM-AUX   TO  CHV-IMB
           READ     CADIMB
           IF  FST-IMB  NOT  =  "00"
               MOVE  "BEM INEXISTENTE"               TO  SIT-DET
           ELSE
           IF  STA-IMB  NOT  =  "A"
               MOVE  "BEM JA BAIXADO"                TO  SIT-DET
           ELSE
           IF  TIP-AUX  NOT  =  "B"  AND
               TIP-AUX  NOT  =  "V"
               MOVE  "TIPO INVALIDO - USE B OU V"    TO  SIT-DET
           ELSE
           IF  TIP-AUX   =  "V"  AND
               VLV-AUX   =       ZEROS
               MOVE  "VALOR DE VENDA NAO INFORMADO"  TO  SIT-DET
           ELSE
           IF  DTA-AUX   <       DTA-IMB
               MOVE  "DATA ANTERIOR A AQUISICAO"     TO  SIT-DET.
           IF  FST-IMB   =  "00" MOVE     DES-IMB  TO  DES-DET.
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-BAIX-10.
           MOVE     DTA-AUX (1:4)  TO  LIM-MES
           PERFORM  ROT-DPAT-00
              THRU  ROT-DPAT-90
           COMPUTE  RES-AUX   =  VLV-AUX  -  (CST-IMB  -  DPA-IMB)
           MOVE     CHV-IMB   TO  IMB-DPR
           MOVE     LIM-MES   TO  MES-DPR
           MOVE     "B"       TO  TIP-DPR
           MOVE     RES-AUX   TO  VAL-DPR
           MOVE     DPA-IMB   TO  ACM-DPR
           MOVE     DTA-AUX   TO  DTA-DPR
           WRITE    REG-DPR
           IF  FST-DPR   =  "22" REWRITE  REG-DPR.
           MOVE     TIP-AUX   TO  STA-IMB
           MOVE     DTA-AUX   TO  DTB-IMB
           MOVE     VLV-AUX   TO  VLV-IMB
           MOVE     MOT-AUX   TO  MOT-IMB
           REWRITE  REG-IMB
           MOVE     RES-AUX   TO  VAL-DET
           IF  TIP-AUX   =  "V"
               MOVE  "VENDIDO - RESULTADO NA VENDA"  TO  SIT-DET
           ELSE
               MOVE  "BAIXADO - PERDA NA BAIXA"      TO  SIT-DET.
           ADD      1         TO  TOT-BXA
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-BAIX-10.

       ROT-BAIX-80.
           CLOSE    ARQBXA.
       ROT-BAIX-90.
           EXIT.

       ROT-MENS-00.
           MOVE     MES-CMP   TO  LIM-MES
           MOVE     ZEROS     TO  CHV-IMB
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB  NOT  =  "00"
                                 GO       ROT-MENS-90.

       ROT-MENS-10.
           READ     CADIMB  NEXT
           IF  FST-IMB  NOT  =  "00"
                                 GO       ROT-MENS-90.
           PERFORM  ROT-DPAT-00
              THRU  ROT-DPAT-90
           GO       ROT-MENS-10.

       ROT-MENS-90.
           EXIT.

       ROT-DPAT-00.
           IF  STA-IMB  NOT  =  "A"
                                 GO       ROT-DPAT-90.
           IF  ULT-IMB   =       ZEROS
                                 MOVE     DTA-IMB (1:4)  TO  MES-CAL
                                 GO       ROT-DPAT-10.
           MOVE     ULT-IMB   TO  MES-NUM
           PERFORM  ROT-PMES-00
              THRU  ROT-PMES-90.

       ROT-DPAT-10.
           IF  MES-NUM   >       LIM-MES  OR
               DPA-IMB  NOT  <   CST-IMB
                                 GO       ROT-DPAT-80.
           COMPUTE  DPM-AUX  ROUNDED  =  CST-IMB  *  TAX-IMB  /  1200
           IF  DPM-AUX   >       CST-IMB  -  DPA-IMB
               COMPUTE  DPM-AUX   =  CST-IMB  -  DPA-IMB.
           ADD      DPM-AUX   TO  DPA-IMB
           MOVE     CHV-IMB   TO  IMB-DPR
           MOVE     MES-NUM   TO  MES-DPR
           MOVE     "D"       TO  TIP-DPR
           MOVE     DPM-AUX   TO  VAL-DPR
           MOVE     DPA-IMB   TO  ACM-DPR
           MOVE     DTA-HOJ   TO  DTA-DPR
           WRITE    REG-DPR
           MOVE     MES-NUM   TO  ULT-IMB
           PERFORM  ROT-PMES-00
              THRU  ROT-PMES-90
           GO       ROT-DPAT-10.

       ROT-DPAT-80.
           REWRITE  REG-IMB.
       ROT-DPAT-90.
           EXIT.

       ROT-PMES-00.
           ADD      1         TO  MSS-CAL
           IF  MSS-CAL   >   12  MOVE     1        TO  MSS-CAL
                                 ADD      1        TO  ANO-CAL.
       ROT-PMES-90.
           EXIT.

       ROT-RAZA-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           MOVE     MES-CMP (3:2)  TO  MES-RC1 (1:2)
           MOVE     MES-CMP (1:2)  TO  MES-RC1 (4:2)
           WRITE    LIN-REL   FROM  RAZ-CAB1
           WRITE    LIN-REL   FROM  RAZ-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  CHV-IMB
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB  NOT  =  "00"
                                 GO       ROT-RAZA-80.

       ROT-RAZA-10.
           READ     CADIMB  NEXT
           IF  FST-IMB  NOT  =  "00"
                                 GO       ROT-RAZA-80.
           PERFORM  ROT-DMES-00
              THRU  ROT-DMES-90
           IF  STA-IMB  NOT  =  "A"  AND
               DTB-IMB (1:4)  NOT  =  MES-CMP
                                 GO       ROT-RAZA-10.
           COMPUTE  VCT-AUX   =  CST-IMB  -   DPA-IMB
           MOVE     CHV-IMB   TO  NUM-RDT
           MOVE     DES-IMB   TO  DES-RDT
           MOVE     LOC-IMB   TO  LOC-RDT
           MOVE     TIP-IMB   TO  TIP-RDT
           MOVE     LNK-IMB   TO  LNK-RDT
           MOVE     DTA-IMB (5:2)  TO  DTA-RDT (1:2)
           MOVE     DTA-IMB (3:2)  TO  DTA-RDT (4:2)
           MOVE     DTA-IMB (1:2)  TO  DTA-RDT (7:2)
           MOVE     CST-IMB   TO  CST-RDT
           MOVE     DPR-MES   TO  DPM-RDT
           MOVE     DPA-IMB   TO  DPA-RDT
           MOVE     VCT-AUX   TO  VCT-RDT
           ADD      DPR-MES   TO  TOT-DPM
           IF  STA-IMB   =  "A"
               MOVE  "EM USO"    TO  STA-RDT
               ADD      CST-IMB   TO  TOT-CST
               ADD      DPA-IMB   TO  TOT-DPA
               ADD      VCT-AUX   TO  TOT-VCT
           ELSE
           IF  STA-IMB   =  "V"
               MOVE  "VENDIDO"   TO  STA-RDT
           ELSE
               MOVE  "BAIXADO"   TO  STA-RDT.
           WRITE    LIN-REL   FROM  RAZ-DET
           GO       ROT-RAZA-10.

       ROT-RAZA-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-CST   TO  RAZ-DET1
           WRITE    LIN-REL   FROM  RAZ-TOT1
           MOVE     TOT-DPA   TO  RAZ-DET2
           WRITE    LIN-REL   FROM  RAZ-TOT2
           MOVE     TOT-VCT   TO  RAZ-DET3
           WRITE    LIN-REL   FROM  RAZ-TOT3
           MOVE     TOT-DPM   TO  RAZ-DET4
           WRITE    LIN-REL   FROM  RAZ-TOT4
           MOVE     TOT-RES   TO  RAZ-DET5
           WRITE    LIN-REL   FROM  RAZ-TOT5.
       ROT-RAZA-90.
           EXIT.

       ROT-DMES-00.
           MOVE     ZEROS     TO  DPR-MES
           MOVE     CHV-IMB   TO  IMB-DPR
           MOVE     MES-CMP   TO  MES-DPR
           MOVE     "B"       TO  TIP-DPR
           READ     CADDPR
           IF  FST-DPR   =  "00" ADD      VAL-DPR  TO  TOT-RES.
           MOVE     "D"       TO  TIP-DPR
           READ     CADDPR
           IF  FST-DPR   =  "00" MOVE     VAL-DPR  TO  DPR-MES.
       ROT-DMES-90.
           EXIT.
