       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6084.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADMDE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDE
                       FILE          STATUS  IS  FST-MDE.

           SELECT      CADXNF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-XNF
                       FILE          STATUS  IS  FST-XNF.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      ARQDST        ASSIGN  TO  "NFEDEST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQMAN        ASSIGN  TO  "MANIFEST.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      ARQEVT        ASSIGN  TO  "EVENTOS.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EVT.

           SELECT      REL-MDE       ASSIGN  TO  "RELMDE.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMDE.CPY.
       COPY  CADXNF.CPY.
       COPY  CADLCP.CPY.
       COPY  CADFRN.CPY.

       FD  ARQDST.
       01  LIN-DST               PIC  X(150).

       FD  ARQMAN.
       01  LIN-MAN               PIC  X(150).

       FD  ARQEVT.
       01  LIN-EVT               PIC  X(110).

       FD  REL-MDE.
       01  LIN-REL               PIC  X(140).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MDE          PIC  X(02).
           03  FST-XNF          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-EVT          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  CHV-AUX          PIC  X(44).
           03  CGC-AUX          PIC  9(14).
           03  NOM-AUX          PIC  X(25).
           03  NNF-AUX          PIC  9(09).
           03  NTF-AUX          PIC  9(06).
           03  DTE-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(09)V99.
           03  SIT-AUX          PIC  X(01).
           03  EVT-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  JUS-AUX          PIC  X(40).
           03  TPE-AUX          PIC  X(06).
           03  SER-HOJ          PIC  9(07).
           03  SER-EMI          PIC  9(07).
           03  PRZ-AUX          PIC S9(05).
           03  TOT-BXA          PIC  9(05)     VALUE  ZEROS.
           03  TOT-MAN          PIC  9(05)     VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)     VALUE  ZEROS.
           03  TOT-EVT          PIC  9(05)     VALUE  ZEROS.
           03  TOT-SLC          PIC  9(05)     VALUE  ZEROS.
           03  TOT-VSL          PIC  9(11)V99  VALUE  ZEROS.

           03  DTA-PES          PIC  9(06).
           03  RED-PES          REDEFINES  DTA-PES.
               05  ANO-PES      PIC  9(02).
               05  MES-PES      PIC  9(02).
               05  DIA-PES      PIC  9(02).
           03  TOT-DSM          PIC  9(07).
           03  ANO-DSM          PIC  9(04).
           03  IND-MSS          PIC  9(02).

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

       01  LIN-EVE.
           03  CHV-EVE           PIC  X(44).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  TPE-EVE           PIC  X(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  DEV-EVE           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  OPR-EVE           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  "|".
           03  JUS-EVE           PIC  X(40).

       01  LIN-CAB1              PIC  X(140) VALUE
           "MANIFESTACAO DO DESTINATARIO - NF-E EMITIDAS CONTRA O CNPJ".
       01  MAN-CAB               PIC  X(140) VALUE
           "MANIFESTACOES INFORMADAS PELO GERENTE".
       01  MAN-DET.
           03  CHV-MDT           PIC  X(44).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EVT-MDT           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  OPR-MDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-MDT           PIC  X(35).
       01  LIN-CAB2              PIC  X(140) VALUE
           "NOTAS SEM LANCAMENTO DE COMPRA - CONFIRMAR OU RECUSAR".
       01  LIN-CAB3              PIC  X(140) VALUE
           "EMISSAO      NUMERO CNPJ EMITENTE   EMITENTE
      -    "             VALOR MANIFESTACAO           PRAZO SITUACAO".
       01  LIN-DET.
           03  DTE-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NNF-DET           PIC  ZZZZZZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CGC-DET           PIC  9(14).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EVT-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRZ-DET           PIC  ZZZ9-.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(20).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CHV-DET           PIC  X(44).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "NOTAS BAIXADAS DA SEFAZ ................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MANIFESTACOES ACEITAS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MANIFESTACOES REJEITADAS ...............".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "EVENTOS GERADOS PARA ENVIO .............".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "NOTAS SEM LANCAMENTO ...................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "VALOR DAS NOTAS SEM LANCAMENTO .........".
           03  TOT-DET6          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ   TO  DTA-PES
           PERFORM  ROT-DSER-00
              THRU  ROT-DSER-90
           MOVE     TOT-DSM   TO  SER-HOJ
           OPEN     I-O       CADMDE
           IF  FST-MDE   =  "35" CLOSE    CADMDE
                                 OPEN     OUTPUT   CADMDE
                                 CLOSE    CADMDE
                                 OPEN     I-O      CADMDE.
           OPEN     INPUT     CADXNF
           IF  FST-XNF   =  "35" CLOSE    CADXNF
                                 OPEN     OUTPUT   CADXNF
                                 CLOSE    CADXNF
                                 OPEN     INPUT    CADXNF.
           OPEN     INPUT     CADLCP    CADFRN
           OPEN     OUTPUT    REL-MDE   ARQEVT
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           PERFORM  ROT-MANF-00
              THRU  ROT-MANF-90
           PERFORM  ROT-EVEN-00
              THRU  ROT-EVEN-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB2
           WRITE    LIN-REL   FROM  LIN-CAB3
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-PEND-00
              THRU  ROT-PEND-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-BXA   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-MAN   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-REJ   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-EVT   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     TOT-SLC   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-VSL   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           CLOSE    CADMDE    CADXNF    CADLCP    CADFRN
                    REL-MDE   ARQEVT
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQDST
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQDST    AT  END  GO  ROT-CARG-80.
           MOVE     SPACES    TO  CHV-AUX   NOM-AUX   SIT-AUX
           MOVE     ZEROS     TO  CGC-AUX   NNF-AUX   DTE-AUX
                                  VAL-AUX
           UNSTRING  LIN-DST  DELIMITED  BY  "|"
                     INTO     CHV-AUX
                              CGC-AUX
                              NOM-AUX
                              NNF-AUX
                              DTE-AUX
                              VAL-AUX
                              SIT-AUX
           IF  CHV-AUX   =       SPACES
                                 GO       ROT-CARG-10.
           ADD      1         TO  TOT-BXA
           MOVE     CHV-AUX   TO  CHV-MDE
           READ     CADMDE
           IF  FST-MDE   =  "00" GO       ROT-CARG-20.
           MOVE     CGC-AUX   TO  CGC-MDE
           MOVE     NOM-AUX   TO  NOM-MDE
           MOVE     NNF-AUX   TO  NNF-MDE
           MOVE     DTE-AUX   TO  DTE-MDE
           MOVE     VAL-AUX   TO  VAL-MDE
           MOVE     DTA-HOJ   TO  DTD-MDE
           MOVE     "N"       TO  LCT-MDE
           MOVE     "C"       TO  EVT-MDE
           MOVE     DTA-HOJ   TO  DEV-MDE
           MOVE     "P"       TO  ENV-MDE
           MOVE     "AUTOMATICO"   TO  OPR-MDE
           MOVE     SPACES    TO  JUS-MDE
           PERFORM  ROT-FORN-00
              THRU  ROT-FORN-90
           MOVE     "N"       TO  SIT-MDE
           IF  SIT-AUX   =  "C"  OR  SIT-AUX  =  "3"
                                 MOVE     "C"      TO  SIT-MDE.
           WRITE    REG-MDE
           GO       ROT-CARG-10.

       ROT-CARG-20.
           IF  SIT-AUX   =  "C"  OR  SIT-AUX  =  "3"
                                 MOVE     "C"      TO  SIT-MDE
                                 REWRITE  REG-MDE.
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQDST.
       ROT-CARG-90.
           EXIT.

       ROT-FORN-00.
           MOVE     ZEROS     TO  FRN-MDE
           MOVE     ZEROS     TO  CHV-FRN
           START    CADFRN       KEY  >   CHV-FRN
           IF  FST-FRN  NOT  =  "00"
                                 GO       ROT-FORN-90.

       ROT-FORN-10.
           READ     CADFRN  NEXT
           IF  FST-FRN  NOT  =  "00"
                                 GO       ROT-FORN-90.
           IF  CGC-FRN  NOT  =   CGC-MDE
                                 GO       ROT-FORN-10.
           MOVE     CHV-FRN   TO  FRN-MDE.
       ROT-FORN-90.
           EXIT.

       ROT-MANF-00.
           OPEN     INPUT     ARQMAN
           IF  FST-ARQ   =  "35" GO       ROT-MANF-90.
           WRITE    LIN-REL   FROM  MAN-CAB
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.

       ROT-MANF-10.
           READ     ARQMAN    AT  END  GO  ROT-MANF-80.
           MOVE     SPACES    TO  CHV-AUX   EVT-AUX   OPR-AUX
                                  JUS-AUX
           UNSTRING  LIN-MAN  DELIMITED  BY  "|"
                     INTO     CHV-AUX
                              EVT-AUX
                              OPR-AUX
                              JUS-AUX
           IF  CHV-AUX   =       SPACES
                                 GO       ROT-MANF-10.
           MOVE     CHV-AUX   TO  CHV-MDT
           MOVE     EVT-AUX   TO  EVT-MDE
           PERFORM  ROT-DEVT-00
              THRU  ROT-DEVT-90
           MOVE     EVT-DET   TO  EVT-MDT
           MOVE     OPR-AUX   TO  OPR-MDT
           PERFORM  ROT-VMAN-00
              THRU  ROT-VMAN-90
           IF  SIT-MDT  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  MAN-DET
                                 GO       ROT-MANF-10.
           MOVE     EVT-AUX   TO  EVT-MDE
           MOVE     DTA-HOJ   TO  DEV-MDE
           MOVE     "P"       TO  ENV-MDE
           MOVE     OPR-AUX   TO  OPR-MDE
           MOVE     JUS-AUX   TO  JUS-MDE
           REWRITE  REG-MDE
           ADD      1         TO  TOT-MAN
           MOVE     "MANIFESTACAO REGISTRADA"  TO  SIT-MDT
           WRITE    LIN-REL   FROM  MAN-DET
           GO       ROT-MANF-10.

       ROT-MANF-80.
           CLOSE    ARQMAN.
       ROT-MANF-90.
           EXIT.

       ROT-VMAN-00.
           MOVE     SPACES    TO  SIT-MDT
           IF  EVT-AUX  NOT  =  "C"  AND  EVT-AUX  NOT  =  "O"  AND
               EVT-AUX  NOT  =  "D"  AND  EVT-AUX  NOT  =  "N"
               MOVE  "EVENTO INVALIDO"                  TO  SIT-MDT
               GO       ROT-VMAN-90.
           IF  OPR-AUX   =       SPACES
               MOVE  "OPERADOR NAO INFORMADO"           TO  SIT-MDT
               GO       ROT-VMAN-90.
           IF  EVT-AUX   =  "N"  AND
               JUS-AUX (15:26)   =   SPACES
               MOVE  "JUSTIFICATIVA MINIMA 15 CARACTERES"
                                                        TO  SIT-MDT
               GO       ROT-VMAN-90.
           MOVE     CHV-AUX   TO  CHV-MDE
           READ     CADMDE
           IF  FST-MDE  NOT  =  "00"
               MOVE  "NOTA NAO CONSTA DO DOWNLOAD"      TO  SIT-MDT
               GO       ROT-VMAN-90.
           IF  SIT-MDE   =  "C"
               MOVE  "NOTA CANCELADA PELO EMITENTE"     TO  SIT-MDT
               GO       ROT-VMAN-90.
           IF  EVT-MDE  NOT  =  "C"  AND  ENV-MDE  =  "E"
               MOVE  "MANIFESTACAO CONCLUSIVA JA ENVIADA"
                                                        TO  SIT-MDT
               GO       ROT-VMAN-90.
           MOVE     DTE-MDE   TO  DTA-PES
           PERFORM  ROT-DSER-00
              THRU  ROT-DSER-90
           MOVE     TOT-DSM   TO  SER-EMI
           IF  SER-HOJ  -  SER-EMI  >  180
               MOVE  "PRAZO DE MANIFESTACAO ENCERRADO"  TO  SIT-MDT.
       ROT-VMAN-90.
           EXIT.

       ROT-DEVT-00.
           IF  EVT-MDE   =  "C"
               MOVE  "CIENCIA DA OPERACAO"      TO  EVT-DET
               MOVE  "210210"                   TO  TPE-AUX
           ELSE
           IF  EVT-MDE   =  "O"
               MOVE  "CONFIRMACAO DA OPERACAO"  TO  EVT-DET
               MOVE  "210200"                   TO  TPE-AUX
           ELSE
           IF  EVT-MDE   =  "D"
               MOVE  "DESCONHECIMENTO"          TO  EVT-DET
               MOVE  "210220"                   TO  TPE-AUX
           ELSE
           IF  EVT-MDE   =  "N"
               MOVE  "OPERACAO NAO REALIZADA"   TO  EVT-DET
               MOVE  "210240"                   TO  TPE-AUX
           ELSE
               MOVE  "SEM MANIFESTACAO"         TO  EVT-DET
               MOVE  SPACES                     TO  TPE-AUX.
       ROT-DEVT-90.
           EXIT.

       ROT-EVEN-00.
           MOVE     LOW-VALUES     TO  CHV-MDE
           START    CADMDE       KEY  >   CHV-MDE
           IF  FST-MDE  NOT  =  "00"
                                 GO       ROT-EVEN-90.

       ROT-EVEN-10.
           READ     CADMDE  NEXT
           IF  FST-MDE  NOT  =  "00"
                                 GO       ROT-EVEN-90.
           IF  ENV-MDE  NOT  =  "P"
                                 GO       ROT-EVEN-10.
           PERFORM  ROT-DEVT-00
              THRU  ROT-DEVT-90
           MOVE     CHV-MDE   TO  CHV-EVE
           MOVE     TPE-AUX   TO  TPE-EVE
           MOVE     DEV-MDE   TO  DEV-EVE
           MOVE     OPR-MDE   TO  OPR-EVE
           MOVE     JUS-MDE   TO  JUS-EVE
           WRITE    LIN-EVT   FROM  LIN-EVE
           MOVE     "E"       TO  ENV-MDE
           REWRITE  REG-MDE
           ADD      1         TO  TOT-EVT
           GO       ROT-EVEN-10.

       ROT-EVEN-90.
           EXIT.

       ROT-PEND-00.
           MOVE     LOW-VALUES     TO  CHV-MDE
           START    CADMDE       KEY  >   CHV-MDE
           IF  FST-MDE  NOT  =  "00"
                                 GO       ROT-PEND-90.

       ROT-PEND-10.
           READ     CADMDE  NEXT
           IF  FST-MDE  NOT  =  "00"
                                 GO       ROT-PEND-90.
           IF  SIT-MDE   =  "C"  OR  LCT-MDE  =  "S"
                                 GO       ROT-PEND-10.
           PERFORM  ROT-LANC-00
              THRU  ROT-LANC-90
           IF  LCT-MDE   =  "S"  REWRITE  REG-MDE
                                 GO       ROT-PEND-10.
           IF  EVT-MDE   =  "D"  OR  EVT-MDE  =  "N"
                                 GO       ROT-PEND-10.
           MOVE     DTE-MDE   TO  DTA-PES
           PERFORM  ROT-DSER-00
              THRU  ROT-DSER-90
           COMPUTE  PRZ-AUX   =  TOT-DSM  +   180  -  SER-HOJ
           MOVE     DTE-MDE (5:2)  TO  DTE-DET (1:2)
           MOVE     DTE-MDE (3:2)  TO  DTE-DET (4:2)
           MOVE     DTE-MDE (1:2)  TO  DTE-DET (7:2)
           MOVE     NNF-MDE   TO  NNF-DET
           MOVE     CGC-MDE   TO  CGC-DET
           MOVE     NOM-MDE   TO  NOM-DET
           MOVE     VAL-MDE   TO  VAL-DET
           PERFORM  ROT-DEVT-00
              THRU  ROT-DEVT-90
           MOVE     PRZ-AUX   TO  PRZ-DET
           MOVE     CHV-MDE   TO  CHV-DET
           IF  PRZ-AUX   <    0
               MOVE  "PRAZO ENCERRADO"          TO  SIT-DET
           ELSE
           IF  EVT-MDE   =  "O"
               MOVE  "CONFIRMADA SEM COMPRA"    TO  SIT-DET
           ELSE
           IF  PRZ-AUX   <   16
               MOVE  "URGENTE - MANIFESTAR"     TO  SIT-DET
           ELSE
           IF  FRN-MDE   =    0
               MOVE  "EMITENTE NAO CADASTRADO"  TO  SIT-DET
           ELSE
               MOVE  "AGUARDANDO DECISAO"       TO  SIT-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           ADD      1         TO  TOT-SLC
           ADD      VAL-MDE   TO  TOT-VSL
           GO       ROT-PEND-10.

       ROT-PEND-90.
           EXIT.

       ROT-LANC-00.
           MOVE     CHV-MDE   TO  CHV-XNF
           READ     CADXNF
           IF  FST-XNF   =  "00" MOVE     "S"      TO  LCT-MDE
                                 GO       ROT-LANC-90.
           IF  FRN-MDE   =    0  GO       ROT-LANC-90.
           MOVE     NNF-MDE   TO  NTF-AUX
           MOVE     LOW-VALUES     TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-LANC-90.

       ROT-LANC-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-LANC-90.
           IF  FRN-LCP  NOT  =   FRN-MDE  OR
               NTF-LCP  NOT  =   NTF-AUX
                                 GO       ROT-LANC-10.
           MOVE     "S"       TO  LCT-MDE.
       ROT-LANC-90.
           EXIT.

       ROT-DSER-00.
           IF  ANO-PES  NOT  <   90
               COMPUTE  ANO-DSM  =   ANO-PES  +  1900
           ELSE
               COMPUTE  ANO-DSM  =   ANO-PES  +  2000.
           COMPUTE  TOT-DSM  =   DIA-PES
                             +  ((ANO-DSM  -  1)  *  365)
                             +  ((ANO-DSM  -  1)  /  4)
           MOVE     ZEROS    TO  IND-MSS.

       ROT-DSER-10.
           ADD      1        TO  IND-MSS
           IF  IND-MSS   <       MES-PES
               ADD      DIA-TAB (IND-MSS)  TO  TOT-DSM
               GO       ROT-DSER-10.
       ROT-DSER-90.
           EXIT.
