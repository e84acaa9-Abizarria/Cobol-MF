       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6081.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADALC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ALC
                       FILE          STATUS  IS  FST-ALC.

           SELECT      CADAPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APV
                       FILE          STATUS  IS  FST-APV.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADPRF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRF
                       FILE          STATUS  IS  FST-PRF.

           SELECT      ARQALC        ASSIGN  TO  "ALCADA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-ALC       ASSIGN  TO  "RELALC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADALC.CPY.
       COPY  CADAPV.CPY.
       COPY  CADLDP.CPY.
       COPY  CADPRF.CPY.

       FD  ARQALC.
       01  LIN-ARQ               PIC  X(80).

       FD  REL-ALC.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ALC          PIC  X(02).
           03  FST-APV          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-PRF          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  PRF-AUX          PIC  X(10).
           03  LIM-AUX          PIC  9(09)V99.
           03  APR-AUX          PIC  X(01).
           03  TOT-ACE          PIC  9(05)     VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)     VALUE  ZEROS.
           03  QTD-RET          PIC  9(05)     VALUE  ZEROS.
           03  VAL-RET          PIC  9(09)V99  VALUE  ZEROS.
           03  QTD-APR          PIC  9(05)     VALUE  ZEROS.
           03  QTD-RJT          PIC  9(05)     VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(100) VALUE
           "ALCADAS DE APROVACAO DE PAGAMENTOS POR PERFIL".
       01  LIN-CAB2              PIC  X(100) VALUE
           "PERFIL     DESCRICAO                       LIMITE R$ APROVA
      -    "  SITUACAO".
       01  LIN-DET.
           03  PRF-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LIM-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  APR-DET           PIC  X(01).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ALCADAS ATUALIZADAS ....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ALCADAS REJEITADAS .....................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  RET-CAB1              PIC  X(100) VALUE
           "PAGAMENTOS RETIDOS AGUARDANDO APROVACAO".
       01  RET-CAB2              PIC  X(100) VALUE
           "LANCAMENTO VENCTO   HISTORICO                          VALO
      -    "R".
       01  RET-DET.
           03  LDP-RDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-RDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HST-RDT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-RDT           PIC  ZZZ.ZZZ.ZZ9,99.
       01  RET-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "PAGAMENTOS RETIDOS .....................".
           03  QTD-RTT           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VAL-RTT           PIC  ZZZ.ZZZ.ZZ9,99.

       01  APV-CAB1              PIC  X(100) VALUE
           "REGISTRO DE RETENCOES, APROVACOES E REJEICOES DO MES".
       01  APV-CAB2              PIC  X(100) VALUE
           "DATA     HORA     ACAO       OPERADOR   LANCAMENTO HISTORI
      -    "CO                          VALOR".
       01  APV-DET.
           03  DTA-ADT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HRA-ADT           PIC  99B99B99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ACA-ADT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  OPR-ADT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LDP-ADT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  HST-ADT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-ADT           PIC  Z.ZZZ.ZZ9,99.
       01  APV-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "PAGAMENTOS APROVADOS NO MES ............".
           03  QTD-ATT1          PIC  ZZ.ZZ9.
       01  APV-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PAGAMENTOS REJEITADOS NO MES ...........".
           03  QTD-ATT2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADALC
           IF  FST-ALC   =  "35" CLOSE    CADALC
                                 OPEN     OUTPUT   CADALC
                                 CLOSE    CADALC
                                 OPEN     I-O      CADALC.
           OPEN     INPUT     CADPRF    CADLDP
           OPEN     OUTPUT    REL-ALC
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           PERFORM  ROT-LALC-00
              THRU  ROT-LALC-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           PERFORM  ROT-LRET-00
              THRU  ROT-LRET-90
           PERFORM  ROT-LAPV-00
              THRU  ROT-LAPV-90
           CLOSE    CADALC    CADPRF    CADLDP    REL-ALC
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQALC
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQALC    AT  END  GO  ROT-CARG-80.
           MOVE     SPACES    TO  PRF-AUX   APR-AUX
           MOVE     ZEROS     TO  LIM-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     PRF-AUX
                              LIM-AUX
                              APR-AUX
           IF  APR-AUX  NOT  =   "S"
                                 MOVE     "N"      TO  APR-AUX.
           MOVE     SPACES    TO  LIN-DET
           MOVE     PRF-AUX   TO  PRF-DET
           MOVE     LIM-AUX   TO  LIM-DET
           MOVE     APR-AUX   TO  APR-DET
           MOVE     PRF-AUX   TO  CHV-PRF
           READ     CADPRF
           IF  FST-PRF  NOT  =  "00"
               MOVE  "PERFIL NAO CADASTRADO"  TO  SIT-DET
               ADD      1         TO  TOT-REJ
               WRITE    LIN-REL   FROM  LIN-DET
               GO       ROT-CARG-10.
           MOVE     DES-PRF   TO  DES-DET
           MOVE     PRF-AUX   TO  CHV-ALC
           MOVE     LIM-AUX   TO  LIM-ALC
           MOVE     APR-AUX   TO  APR-ALC
           MOVE     "ALCADA INCLUIDA"   TO  SIT-DET
           WRITE    REG-ALC
           IF  FST-ALC   =  "22" REWRITE  REG-ALC
                                 MOVE  "ALCADA ALTERADA"  TO  SIT-DET.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQALC
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.
       ROT-CARG-90.
           EXIT.

       ROT-LALC-00.
           MOVE     SPACES    TO  CHV-ALC
           START    CADALC       KEY  >   CHV-ALC
           IF  FST-ALC  NOT  =  "00"
                                 GO       ROT-LALC-90.

       ROT-LALC-10.
           READ     CADALC  NEXT
           IF  FST-ALC  NOT  =  "00"
                                 GO       ROT-LALC-90.
           MOVE     SPACES    TO  LIN-DET
           MOVE     CHV-ALC   TO  PRF-DET   CHV-PRF
           READ     CADPRF
           IF  FST-PRF   =  "00" MOVE     DES-PRF  TO  DES-DET.
           MOVE     LIM-ALC   TO  LIM-DET
           MOVE     APR-ALC   TO  APR-DET
           IF  LIM-ALC   =   0   MOVE  "SEM LIMITE"  TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LALC-10.

       ROT-LALC-90.
           EXIT.

       ROT-LRET-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  RET-CAB1
           WRITE    LIN-REL   FROM  RET-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     SPACES    TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-LRET-80.

       ROT-LRET-10.
           READ     CADLDP  NEXT
           IF  FST-LDP  NOT  =  "00"
                                 GO       ROT-LRET-80.
           IF  FLG-LDP  NOT  =  "A"
                                 GO       ROT-LRET-10.
           MOVE     CHV-LDP   TO  LDP-RDT
           MOVE     DTA-LDP (5:2)  TO  DTA-RDT (1:2)
           MOVE     DTA-LDP (3:2)  TO  DTA-RDT (4:2)
           MOVE     DTA-LDP (1:2)  TO  DTA-RDT (7:2)
           MOVE     HST-LDP   TO  HST-RDT
           MOVE     VAL-LDP   TO  VAL-RDT
           ADD      1         TO  QTD-RET
           ADD      VAL-LDP   TO  VAL-RET
           WRITE    LIN-REL   FROM  RET-DET
           GO       ROT-LRET-10.

       ROT-LRET-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-RET   TO  QTD-RTT
           MOVE     VAL-RET   TO  VAL-RTT
           WRITE    LIN-REL   FROM  RET-TOT1.
       ROT-LRET-90.
           EXIT.

       ROT-LAPV-00.
           OPEN     INPUT     CADAPV
           IF  FST-APV   =  "35" GO       ROT-LAPV-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  APV-CAB1
           WRITE    LIN-REL   FROM  APV-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     DTA-HOJ   TO  DTA-APV
           MOVE     "01"      TO  DTA-APV (5:2)
           MOVE     ZEROS     TO  HRA-APV   SEQ-APV
           START    CADAPV       KEY  NOT  <  CHV-APV
           IF  FST-APV  NOT  =  "00"
                                 GO       ROT-LAPV-80.

       ROT-LAPV-10.
           READ     CADAPV  NEXT
           IF  FST-APV  NOT  =  "00"  OR
               DTA-APV (1:4)  NOT  =  DTA-HOJ (1:4)
                                 GO       ROT-LAPV-80.
           MOVE     DTA-APV (5:2)  TO  DTA-ADT (1:2)
           MOVE     DTA-APV (3:2)  TO  DTA-ADT (4:2)
           MOVE     DTA-APV (1:2)  TO  DTA-ADT (7:2)
           MOVE     HRA-APV (1:6)  TO  HRA-ADT
           IF  ACA-APV   =  "A"  MOVE  "APROVADO"  TO  ACA-ADT
                                 ADD      1        TO  QTD-APR
           ELSE
           IF  ACA-APV   =  "J"  MOVE  "REJEITADO" TO  ACA-ADT
                                 ADD      1        TO  QTD-RJT
           ELSE                  MOVE  "RETIDO"    TO  ACA-ADT.
           MOVE     OPR-APV   TO  OPR-ADT
           MOVE     LDP-APV   TO  LDP-ADT
           MOVE     HST-APV   TO  HST-ADT
           MOVE     VAL-APV   TO  VAL-ADT
           WRITE    LIN-REL   FROM  APV-DET
           GO       ROT-LAPV-10.

       ROT-LAPV-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-APR   TO  QTD-ATT1
           WRITE    LIN-REL   FROM  APV-TOT1
           MOVE     QTD-RJT   TO  QTD-ATT2
           WRITE    LIN-REL   FROM  APV-TOT2
           CLOSE    CADAPV.
       ROT-LAPV-90.
           EXIT.
