       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6104.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADTRM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TRM
                       FILE          STATUS  IS  FST-TRM.

           SELECT      CADOPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OPR
                       FILE          STATUS  IS  FST-OPR.

           SELECT      ARQTRM        ASSIGN  TO  "TERMINAL.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-TRM       ASSIGN  TO  "RELTERM.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADTRM.CPY.
       COPY  CADOPR.CPY.

       FD  ARQTRM.
       01  LIN-ARQ               PIC  X(200).

       FD  REL-TRM.
       01  LIN-REL               PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-TRM          PIC  X(02).
           03  FST-OPR          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  EST-AUX          PIC  X(15).
           03  DES-AUX          PIC  X(30).
           03  CXA-AUX          PIC  9(02).
           03  IMP-AUX          PIC  X(30).
           03  DST-AUX          PIC  X(01).
           03  PRG-AUX          PIC  9(02).
           03  LIB-AUX          PIC  X(01).
           03  SPV-AUX          PIC  X(10).
           03  SEN-AUX          PIC  X(10).
           03  SIT-AUX          PIC  X(40).
           03  NOM-AUX          PIC  X(30).
           03  IND1             PIC  9(03).
           03  PTR-AUX          PIC  9(03).
           03  IND-ED           PIC  9(02).
           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-TRM          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CXA          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(132) VALUE
           "CADASTRO DE ESTACOES DE TRABALHO - CAIXA, IMPRESSORA E PROGR
      -    "AMAS".
       01  LIN-CAB2              PIC  X(132) VALUE
           "== MOVIMENTO ==".
       01  LIN-MOV.
           03  TIP-DMV           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EST-DMV           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DMV           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DMV           PIC  X(40).
       01  LIN-CAB3              PIC  X(132) VALUE
           "== ESTACOES CADASTRADAS ==".
       01  LIN-CAB4              PIC  X(132) VALUE
           "ESTACAO         DESCRICAO                      CX IMPRESSORA
      -    "                     D SUPERVISOR CADASTRO".
       01  LIN-DTR.
           03  EST-DTR           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DTR           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CXA-DTR           PIC  X(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  IMP-DTR           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DST-DTR           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SPV-DTR           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-DTR           PIC  99/99/99.
       01  LIN-BLQ.
           03  FILLER            PIC  X(16)  VALUE  SPACES.
           03  FILLER            PIC  X(15)  VALUE
               "BLOQUEADOS ...:".
           03  BLQ-DTR           PIC  X(100).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS PROCESSADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ESTACOES CADASTRADAS ...................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "ESTACOES DE CAIXA ......................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADTRM
           IF  FST-TRM   =  "35" CLOSE    CADTRM
                                 OPEN     OUTPUT   CADTRM
                                 CLOSE    CADTRM
                                 OPEN     I-O      CADTRM.
           OPEN     INPUT     CADOPR
           OPEN     OUTPUT    REL-TRM
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           PERFORM  ROT-MOVI-00
              THRU  ROT-MOVI-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-TRM   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-CXA   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADTRM    CADOPR    REL-TRM
           GOBACK.

       ROT-MOVI-00.
           OPEN     INPUT     ARQTRM
           IF  FST-ARQ   =  "35" GO       ROT-MOVI-90.

       ROT-MOVI-10.
           READ     ARQTRM    AT  END  GO  ROT-MOVI-80.
           MOVE     LIN-ARQ (1:1)  TO  TIP-AUX
           MOVE     SPACES    TO  EST-AUX   NOM-AUX   SIT-AUX
           IF  TIP-AUX   =  "T"  PERFORM  ROT-ESTA-00
                                    THRU  ROT-ESTA-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "P"  PERFORM  ROT-PROG-00
                                    THRU  ROT-PROG-90
                                 GO       ROT-MOVI-20.
           IF  TIP-AUX   =  "E"  PERFORM  ROT-EXCL-00
                                    THRU  ROT-EXCL-90
                                 GO       ROT-MOVI-20.
           GO       ROT-MOVI-10.

       ROT-MOVI-20.
           ADD      1         TO  TOT-MOV
           IF  SIT-AUX (1:9)  =  "REJEITADO"
                                 ADD      1        TO  TOT-REJ.
           MOVE     TIP-AUX   TO  TIP-DMV
           MOVE     EST-AUX   TO  EST-DMV
           MOVE     NOM-AUX   TO  DES-DMV
           MOVE     SIT-AUX   TO  SIT-DMV
           WRITE    LIN-REL   FROM  LIN-MOV
           GO       ROT-MOVI-10.

       ROT-MOVI-80.
           CLOSE    ARQTRM.
       ROT-MOVI-90.
           EXIT.

       ROT-ESTA-00.
           MOVE     SPACES    TO  DES-AUX   IMP-AUX   DST-AUX
                                  SPV-AUX   SEN-AUX
           MOVE     ZEROS     TO  CXA-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              EST-AUX
                              DES-AUX
                              CXA-AUX
                              IMP-AUX
                              DST-AUX
                              SPV-AUX
                              SEN-AUX
           MOVE     DES-AUX   TO  NOM-AUX
           IF  EST-AUX   =   SPACES
                                 MOVE     "REJEITADO - ESTACAO"
                                          TO  SIT-AUX
                                 GO       ROT-ESTA-90.
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-ESTA-90.
           IF  DST-AUX  NOT  =  "T"  AND  NOT  =  "I"
               AND      NOT  =  "P"  AND  NOT  =  "E"
                                 MOVE     "T"      TO  DST-AUX.
           IF  CXA-AUX   >   0   PERFORM  ROT-UNIC-00
                                    THRU  ROT-UNIC-90.
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-ESTA-90.
           MOVE     EST-AUX   TO  CHV-TRM
           READ     CADTRM
           IF  FST-TRM   =  "00" MOVE     "ALTERADO"  TO  SIT-AUX
                                 GO       ROT-ESTA-20.
           MOVE     "INCLUIDO"  TO  SIT-AUX
           MOVE     1         TO  IND1.

       ROT-ESTA-10.
           MOVE     "S"       TO  PRG-TR1 (IND1)
           IF  IND1      <  100  ADD      1        TO  IND1
                                 GO       ROT-ESTA-10.

       ROT-ESTA-20.
           IF  DES-AUX   =   SPACES
                                 MOVE     DES-TRM  TO  DES-AUX.
           MOVE     EST-AUX   TO  CHV-TRM
           MOVE     DES-AUX   TO  DES-TRM   NOM-AUX
           MOVE     CXA-AUX   TO  CXA-TRM
           MOVE     IMP-AUX   TO  IMP-TRM
           MOVE     DST-AUX   TO  DST-TRM
           MOVE     SPV-AUX   TO  SPV-TRM
           MOVE     DTA-HOJ   TO  DTA-TRM
           IF  SIT-AUX   =  "INCLUIDO"
                                 WRITE    REG-TRM
           ELSE                  REWRITE  REG-TRM.
       ROT-ESTA-90.
           EXIT.

       ROT-PROG-00.
           MOVE     SPACES    TO  LIB-AUX   SPV-AUX   SEN-AUX
           MOVE     ZEROS     TO  PRG-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              EST-AUX
                              PRG-AUX
                              LIB-AUX
                              SPV-AUX
                              SEN-AUX
           MOVE     "PROGRAMA    ="  TO  NOM-AUX
           MOVE     PRG-AUX   TO  NOM-AUX (10:2)
           MOVE     LIB-AUX   TO  NOM-AUX (15:1)
           IF  PRG-AUX   =   0   MOVE     "TODOS OS PROGRAMAS ="
                                          TO  NOM-AUX
                                 MOVE     LIB-AUX  TO  NOM-AUX (22:1).
           IF  LIB-AUX  NOT  =  "S"  AND  NOT  =  "N"
                                 MOVE     "REJEITADO - INDICADOR S/N"
                                          TO  SIT-AUX
                                 GO       ROT-PROG-90.
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-PROG-90.
           MOVE     EST-AUX   TO  CHV-TRM
           READ     CADTRM
           IF  FST-TRM  NOT  =  "00"
                                 MOVE     "REJEITADO - INEXISTENTE"
                                          TO  SIT-AUX
                                 GO       ROT-PROG-90.
           IF  PRG-AUX   >   0   MOVE     LIB-AUX  TO  PRG-TR1 (PRG-AUX)
                                 GO       ROT-PROG-20.
           MOVE     1         TO  IND1.

       ROT-PROG-10.
           MOVE     LIB-AUX   TO  PRG-TR1 (IND1)
           IF  IND1      <  100  ADD      1        TO  IND1
                                 GO       ROT-PROG-10.

       ROT-PROG-20.
           MOVE     SPV-AUX   TO  SPV-TRM
           MOVE     DTA-HOJ   TO  DTA-TRM
           REWRITE  REG-TRM
           IF  LIB-AUX   =  "S"  MOVE     "LIBERADO"   TO  SIT-AUX
           ELSE                  MOVE     "BLOQUEADO"  TO  SIT-AUX.
       ROT-PROG-90.
           EXIT.

       ROT-EXCL-00.
           MOVE     SPACES    TO  SPV-AUX   SEN-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
                              EST-AUX
                              SPV-AUX
                              SEN-AUX
           PERFORM  ROT-SUPV-00
              THRU  ROT-SUPV-90
           IF  SIT-AUX  NOT  =   SPACES
                                 GO       ROT-EXCL-90.
           MOVE     EST-AUX   TO  CHV-TRM
           READ     CADTRM
           IF  FST-TRM  NOT  =  "00"
                                 MOVE     "REJEITADO - INEXISTENTE"
                                          TO  SIT-AUX
                                 GO       ROT-EXCL-90.
           MOVE     DES-TRM   TO  NOM-AUX
           DELETE   CADTRM
           MOVE     "EXCLUIDO"  TO  SIT-AUX.
       ROT-EXCL-90.
           EXIT.

       ROT-SUPV-00.
           IF  SPV-AUX   =       SPACES
               MOVE  "REJEITADO - SEM SUPERVISOR"       TO  SIT-AUX
               GO       ROT-SUPV-90.
           MOVE     SPV-AUX   TO  CHV-OPR
           READ     CADOPR
           IF  FST-OPR  NOT  =  "00"  OR  SEN-AUX  NOT  =  COD-OPR
               MOVE  "REJEITADO - SUPERVISOR OU SENHA"  TO  SIT-AUX
               GO       ROT-SUPV-90.
           IF  PRG-OP1 (63)  NOT  =  "S"
               MOVE  "REJEITADO - SUPERVISOR SEM PERMISSAO"
                                  TO  SIT-AUX.
       ROT-SUPV-90.
           EXIT.

       ROT-UNIC-00.
           MOVE     SPACES    TO  CHV-TRM
           START    CADTRM       KEY  >   CHV-TRM
           IF  FST-TRM  NOT  =  "00"
                                 GO       ROT-UNIC-90.

       ROT-UNIC-10.
           READ     CADTRM  NEXT
           IF  FST-TRM  NOT  =  "00"
                                 GO       ROT-UNIC-90.
           IF  CXA-TRM  NOT  =   CXA-AUX  OR
               CHV-TRM   =       EST-AUX
                                 GO       ROT-UNIC-10.
           MOVE     "REJEITADO - CAIXA JA USADO EM"  TO  SIT-AUX
           MOVE     CHV-TRM   TO  SIT-AUX (31:10).
       ROT-UNIC-90.
           EXIT.

       ROT-LIST-00.
           MOVE     SPACES    TO  CHV-TRM
           START    CADTRM       KEY  >   CHV-TRM
           IF  FST-TRM  NOT  =  "00"
                                 GO       ROT-LIST-90.

       ROT-LIST-10.
           READ     CADTRM  NEXT
           IF  FST-TRM  NOT  =  "00"
                                 GO       ROT-LIST-90.
           ADD      1         TO  TOT-TRM
           MOVE     CHV-TRM   TO  EST-DTR
           MOVE     DES-TRM   TO  DES-DTR
           MOVE     CXA-TRM   TO  CXA-DTR
           IF  CXA-TRM   =   0   MOVE     "RT"     TO  CXA-DTR
           ELSE                  ADD      1        TO  TOT-CXA.
           MOVE     IMP-TRM   TO  IMP-DTR
           MOVE     DST-TRM   TO  DST-DTR
           MOVE     SPV-TRM   TO  SPV-DTR
           MOVE     DTA-TRM (5:2)  TO  DTA-DTR (1:2)
           MOVE     DTA-TRM (3:2)  TO  DTA-DTR (4:2)
           MOVE     DTA-TRM (1:2)  TO  DTA-DTR (7:2)
           WRITE    LIN-REL   FROM  LIN-DTR
           MOVE     SPACES    TO  BLQ-DTR
           MOVE     1         TO  PTR-AUX
           MOVE     ZEROS     TO  IND1.

       ROT-LIST-20.
           ADD      1         TO  IND1
           IF  IND1      >   99  GO       ROT-LIST-30.
           IF  PRG-TR1 (IND1)  NOT  =  "N"  OR
               PTR-AUX   >   97  GO       ROT-LIST-20.
           MOVE     IND1      TO  IND-ED
           STRING   IND-ED    " "  DELIMITED  BY  SIZE
                    INTO      BLQ-DTR   WITH  POINTER  PTR-AUX
           GO       ROT-LIST-20.

       ROT-LIST-30.
           IF  PTR-AUX   >    1  WRITE    LIN-REL  FROM  LIN-BLQ.
           GO       ROT-LIST-10.

       ROT-LIST-90.
           EXIT.
