       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6079.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADTSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TSV
                       FILE          STATUS  IS  FST-TSV.

           SELECT      CADFSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FSV
                       FILE          STATUS  IS  FST-FSV.

           SELECT      CADRET        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RET
                       FILE          STATUS  IS  FST-RET.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      ARQTSV        ASSIGN  TO  "TIPOSERV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQFSV        ASSIGN  TO  "FORNSERV.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQMES        ASSIGN  TO  "RETMES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-RET       ASSIGN  TO  "RELRET.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADTSV.CPY.
       COPY  CADFSV.CPY.
       COPY  CADRET.CPY.
       COPY  CADFRN.CPY.

       FD  ARQTSV.
       01  LIN-TSV               PIC  X(80).

       FD  ARQFSV.
       01  LIN-FSV               PIC  X(80).

       FD  ARQMES.
       01  LIN-MES               PIC  X(80).

       FD  REL-RET.
       01  LIN-REL               PIC  X(140).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-TSV          PIC  X(02).
           03  FST-FSV          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  MES-AUX          PIC  9(04).
           03  TSV-AUX          PIC  X(04).
           03  DES-AUX          PIC  X(25).
           03  ISS-AUX          PIC  9(02)V99.
           03  INS-AUX          PIC  9(02)V99.
           03  IRF-AUX          PIC  9(02)V99.
           03  PCC-AUX          PIC  9(02)V99.
           03  DIS-AUX          PIC  9(02).
           03  FRN-AUX          PIC  9(04).
           03  SMP-AUX          PIC  X(01).
           03  FRN-ANT          PIC  9(04).
           03  QTD-QBR          PIC  9(05).
           03  VBR-QBR          PIC  9(09)V99.
           03  ISS-QBR          PIC  9(09)V99.
           03  INS-QBR          PIC  9(09)V99.
           03  IRF-QBR          PIC  9(09)V99.
           03  PCC-QBR          PIC  9(09)V99.
           03  VLQ-QBR          PIC  9(09)V99.
           03  QTD-GER          PIC  9(05)     VALUE  ZEROS.
           03  VBR-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  ISS-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  INS-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  IRF-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  PCC-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  VLQ-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(140) VALUE
           "TIPOS DE SERVICO E FORNECEDORES SUJEITOS A RETENCAO".
       01  LIN-CAB2              PIC  X(140) VALUE
           "TIPO FORN DESCRICAO/FORNECEDOR          ISS%  INSS%  IRRF%
      -    "  PCC% DIA SIMPLES  SITUACAO".
       01  LIN-DET.
           03  TSV-DET           PIC  X(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRN-DET           PIC  ZZZZ.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ISS-DET           PIC  Z9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  INS-DET           PIC  Z9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  IRF-DET           PIC  Z9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PCC-DET           PIC  Z9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DIS-DET           PIC  Z9.
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  SMP-DET           PIC  X(01).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "CADASTROS ATUALIZADOS ..................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "CADASTROS REJEITADOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  RET-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "RETENCOES SOBRE SERVICOS TOMADOS - MES ".
           03  MES-CAB           PIC  99/99.
       01  RET-CAB2              PIC  X(140) VALUE
           "FORN CNPJ/CPF        FORNECEDOR                QTD  VALOR BR
      -    "UTO          ISS         INSS         IRRF  PIS/COF/CSLL
      -    "      LIQUIDO".
       01  RET-DET.
           03  FRN-RDT           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CGC-RDT           PIC  9(14).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-RDT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-RDT           PIC  ZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VBR-RDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ISS-RDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  INS-RDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  IRF-RDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PCC-RDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLQ-RDT           PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADTSV
           IF  FST-TSV   =  "35" CLOSE    CADTSV
                                 OPEN     OUTPUT   CADTSV
                                 CLOSE    CADTSV
                                 OPEN     I-O      CADTSV.
           OPEN     I-O       CADFSV
           IF  FST-FSV   =  "35" CLOSE    CADFSV
                                 OPEN     OUTPUT   CADFSV
                                 CLOSE    CADFSV
                                 OPEN     I-O      CADFSV.
           OPEN     INPUT     CADFRN
           OPEN     OUTPUT    REL-RET
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CTSV-00
              THRU  ROT-CTSV-90
           PERFORM  ROT-CFSV-00
              THRU  ROT-CFSV-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           PERFORM  ROT-RETM-00
              THRU  ROT-RETM-90
           CLOSE    CADTSV    CADFSV    CADFRN    REL-RET
           GOBACK.

       ROT-CTSV-00.
           OPEN     INPUT     ARQTSV
           IF  FST-ARQ   =  "35" GO       ROT-CTSV-90.

       ROT-CTSV-10.
           READ     ARQTSV    AT  END  GO  ROT-CTSV-80.
           MOVE     ZEROS     TO  ISS-AUX   INS-AUX   IRF-AUX
                                  PCC-AUX   DIS-AUX
           MOVE     SPACES    TO  TSV-AUX   DES-AUX
           UNSTRING  LIN-TSV  DELIMITED  BY  "|"
                     INTO     TSV-AUX
                              DES-AUX
                              ISS-AUX
                              INS-AUX
                              IRF-AUX
                              PCC-AUX
                              DIS-AUX
           MOVE     SPACES    TO  LIN-DET
           MOVE     TSV-AUX   TO  TSV-DET
           MOVE     DES-AUX   TO  DES-DET
           MOVE     ISS-AUX   TO  ISS-DET
           MOVE     INS-AUX   TO  INS-DET
           MOVE     IRF-AUX   TO  IRF-DET
           MOVE     PCC-AUX   TO  PCC-DET
           MOVE     DIS-AUX   TO  DIS-DET
           IF  TSV-AUX   =       SPACES
               MOVE  "CODIGO NAO INFORMADO"  TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CTSV-10.
           IF  DIS-AUX   >       28
               MOVE  "DIA DE VENCIMENTO INVALIDO" TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CTSV-10.
           MOVE     TSV-AUX   TO  CHV-TSV
           MOVE     DES-AUX   TO  DES-TSV
           MOVE     ISS-AUX   TO  ISS-TSV
           MOVE     INS-AUX   TO  INS-TSV
           MOVE     IRF-AUX   TO  IRF-TSV
           MOVE     PCC-AUX   TO  PCC-TSV
           MOVE     DIS-AUX   TO  DIS-TSV
           MOVE     "TIPO INCLUIDO"   TO  SIT-DET
           WRITE    REG-TSV
           IF  FST-TSV   =  "22" REWRITE  REG-TSV
                                 MOVE     "TIPO ALTERADO"  TO  SIT-DET.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CTSV-10.

       ROT-CTSV-80.
           CLOSE    ARQTSV.
       ROT-CTSV-90.
           EXIT.

       ROT-CFSV-00.
           OPEN     INPUT     ARQFSV
           IF  FST-ARQ   =  "35" GO       ROT-CFSV-90.

       ROT-CFSV-10.
           READ     ARQFSV    AT  END  GO  ROT-CFSV-80.
           MOVE     ZEROS     TO  FRN-AUX
           MOVE     SPACES    TO  TSV-AUX   SMP-AUX
           UNSTRING  LIN-FSV  DELIMITED  BY  "|"
                     INTO     FRN-AUX
                              TSV-AUX
                              SMP-AUX
           IF  SMP-AUX  NOT  =  "S"
                                 MOVE     "N"      TO  SMP-AUX.
           MOVE     SPACES    TO  LIN-DET
           MOVE     TSV-AUX   TO  TSV-DET
           MOVE     FRN-AUX   TO  FRN-DET
           MOVE     SMP-AUX   TO  SMP-DET
           MOVE     FRN-AUX   TO  CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
               MOVE  "FORNECEDOR INEXISTENTE"  TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CFSV-10.
           MOVE     NOM-FRN   TO  DES-DET
           MOVE     TSV-AUX   TO  CHV-TSV
           READ     CADTSV
           IF  FST-TSV  NOT  =  "00"
               MOVE  "TIPO DE SERVICO INEXISTENTE" TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CFSV-10.
           MOVE     FRN-AUX   TO  CHV-FSV
           MOVE     TSV-AUX   TO  TSV-FSV
           MOVE     SMP-AUX   TO  SMP-FSV
           MOVE     "FORNECEDOR INCLUIDO"   TO  SIT-DET
           WRITE    REG-FSV
           IF  FST-FSV   =  "22" REWRITE  REG-FSV
                                 MOVE "FORNECEDOR ALTERADO" TO SIT-DET.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CFSV-10.

       ROT-CFSV-80.
           CLOSE    ARQFSV.
       ROT-CFSV-90.
           EXIT.

       ROT-RETM-00.
           MOVE     DTA-HOJ (1:4)  TO  MES-AUX
           OPEN     INPUT     ARQMES
           IF  FST-ARQ   =  "35" GO       ROT-RETM-05.
           READ     ARQMES    AT  END  MOVE  SPACES  TO  LIN-MES.
           IF  LIN-MES (1:4)  NUMERIC
                                 MOVE     LIN-MES (1:4)  TO  MES-AUX.
           CLOSE    ARQMES.

       ROT-RETM-05.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           MOVE     MES-AUX (3:2)  TO  MES-CAB (1:2)
           MOVE     MES-AUX (1:2)  TO  MES-CAB (4:2)
           WRITE    LIN-REL   FROM  RET-CAB1
           WRITE    LIN-REL   FROM  RET-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  FRN-ANT   QTD-QBR
           OPEN     INPUT     CADRET
           IF  FST-RET   =  "35" GO       ROT-RETM-70.
           MOVE     MES-AUX   TO  MES-RET
           MOVE     ZEROS     TO  FRN-RET   SEQ-RET
           START    CADRET       KEY  NOT  <  CHV-RET
           IF  FST-RET  NOT  =  "00"
                                 GO       ROT-RETM-60.

       ROT-RETM-10.
           READ     CADRET  NEXT
           IF  FST-RET  NOT  =  "00"  OR
               MES-RET  NOT  =   MES-AUX
                                 GO       ROT-RETM-60.
           IF  FRN-RET  NOT  =   FRN-ANT
                                 PERFORM  ROT-QUEB-00
                                    THRU  ROT-QUEB-90.
           ADD      1         TO  QTD-QBR
           ADD      VBR-RET   TO  VBR-QBR
           ADD      ISS-RET   TO  ISS-QBR
           ADD      INS-RET   TO  INS-QBR
           ADD      IRF-RET   TO  IRF-QBR
           ADD      PCC-RET   TO  PCC-QBR
           ADD      VLQ-RET   TO  VLQ-QBR
           GO       ROT-RETM-10.

       ROT-RETM-60.
           PERFORM  ROT-QUEB-00
              THRU  ROT-QUEB-90
           CLOSE    CADRET.

       ROT-RETM-70.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  FRN-RDT   CGC-RDT
           MOVE     "TOTAL DO MES"  TO  NOM-RDT
           MOVE     QTD-GER   TO  QTD-RDT
           MOVE     VBR-GER   TO  VBR-RDT
           MOVE     ISS-GER   TO  ISS-RDT
           MOVE     INS-GER   TO  INS-RDT
           MOVE     IRF-GER   TO  IRF-RDT
           MOVE     PCC-GER   TO  PCC-RDT
           MOVE     VLQ-GER   TO  VLQ-RDT
           WRITE    LIN-REL   FROM  RET-DET.
       ROT-RETM-90.
           EXIT.

       ROT-QUEB-00.
           IF  QTD-QBR   =   0   GO       ROT-QUEB-10.
           MOVE     FRN-ANT   TO  FRN-RDT   CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
                                 MOVE     ZEROS    TO  CGC-FRN
                                 MOVE     SPACES   TO  NOM-FRN.
           MOVE     CGC-FRN   TO  CGC-RDT
           MOVE     NOM-FRN   TO  NOM-RDT
           MOVE     QTD-QBR   TO  QTD-RDT
           MOVE     VBR-QBR   TO  VBR-RDT
           MOVE     ISS-QBR   TO  ISS-RDT
           MOVE     INS-QBR   TO  INS-RDT
           MOVE     IRF-QBR   TO  IRF-RDT
           MOVE     PCC-QBR   TO  PCC-RDT
           MOVE     VLQ-QBR   TO  VLQ-RDT
           WRITE    LIN-REL   FROM  RET-DET
           ADD      QTD-QBR   TO  QTD-GER
           ADD      VBR-QBR   TO  VBR-GER
           ADD      ISS-QBR   TO  ISS-GER
           ADD      INS-QBR   TO  INS-GER
           ADD      IRF-QBR   TO  IRF-GER
           ADD      PCC-QBR   TO  PCC-GER
           ADD      VLQ-QBR   TO  VLQ-GER.

       ROT-QUEB-10.
           MOVE     FRN-RET   TO  FRN-ANT
           MOVE     ZEROS     TO  QTD-QBR   VBR-QBR   ISS-QBR
                                  INS-QBR   IRF-QBR   PCC-QBR
                                  VLQ-QBR.
       ROT-QUEB-90.
           EXIT.
