       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6077.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADAPL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APL
                       FILE          STATUS  IS  FST-APL.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      ARQAPL        ASSIGN  TO  "APLICA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-APL       ASSIGN  TO  "RELAPL.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADAPL.CPY.
       COPY  CADBCO.CPY.

       FD  ARQAPL.
       01  LIN-ARQ               PIC  X(120).

       FD  REL-APL.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-APL          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  BCO-AUX          PIC  9(03).
           03  PRD-AUX          PIC  X(10).
           03  DTA-AUX          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  VAL-AUX          PIC  9(09)V99.
           03  IOF-AUX          PIC  9(07)V99.
           03  IRF-AUX          PIC  9(07)V99.
           03  HST-AUX          PIC  X(30).
           03  OPR-AUX          PIC  X(10).
           03  LIQ-AUX          PIC  9(09)V99.
           03  SDO-AUX          PIC S9(09)V99.
           03  BCO-ANT          PIC  9(03).
           03  PRD-ANT          PIC  X(10).
           03  QTD-QBR          PIC  9(05).
           03  APL-QBR          PIC  9(09)V99.
           03  RSG-QBR          PIC  9(09)V99.
           03  REN-QBR          PIC  9(09)V99.
           03  IOF-QBR          PIC  9(09)V99.
           03  IRF-QBR          PIC  9(09)V99.
           03  SDO-QBR          PIC S9(09)V99.
           03  RFL-QBR          PIC S9(09)V99.
           03  SDO-GER          PIC S9(11)V99  VALUE  ZEROS.
           03  RFL-GER          PIC S9(11)V99  VALUE  ZEROS.
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(120) VALUE
           "APLICACOES FINANCEIRAS - MOVIMENTOS".
       01  LIN-CAB2              PIC  X(120) VALUE
           "BCO PRODUTO    DATA     TIPO            VALOR         IOF
      -    "        IR       LIQUIDO  SITUACAO".
       01  LIN-DET.
           03  BCO-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRD-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TIP-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  IOF-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  IRF-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LIQ-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(26).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REGISTRADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  POS-CAB1              PIC  X(120) VALUE
           "APLICACOES FINANCEIRAS - POSICAO POR BANCO E PRODUTO".
       01  POS-CAB2              PIC  X(120) VALUE
           "BCO PRODUTO        APLICADO      RESGATADO    RENDIMENTOS
      -    "    IOF+IR  RESULT.LIQUIDO    SALDO APLICADO".
       01  POS-DET.
           03  BCO-PDT           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRD-PDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  APL-PDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RSG-PDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  REN-PDT           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  IMP-PDT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  RFL-PDT           PIC  ---.---.--9,99.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  SDO-PDT           PIC  ---.---.--9,99.
       01  POS-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL APLICADO .........................".
           03  POS-DET1          PIC  ----.---.--9,99.
       01  POS-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "RESULTADO FINANCEIRO LIQUIDO ...........".
           03  POS-DET2          PIC  ----.---.--9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADAPL
           IF  FST-APL   =  "35" CLOSE    CADAPL
                                 OPEN     OUTPUT   CADAPL
                                 CLOSE    CADAPL
                                 OPEN     I-O      CADAPL.
           OPEN     INPUT     CADBCO
           OPEN     OUTPUT    REL-APL
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
           PERFORM  ROT-POSI-00
              THRU  ROT-POSI-90
           CLOSE    CADAPL    CADBCO    REL-APL
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQAPL
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQAPL    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  BCO-AUX   DTA-AUX   VAL-AUX
                                  IOF-AUX   IRF-AUX
           MOVE     SPACES    TO  PRD-AUX   TIP-AUX   HST-AUX
                                  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     BCO-AUX
                              PRD-AUX
                              DTA-AUX
                              TIP-AUX
                              VAL-AUX
                              IOF-AUX
                              IRF-AUX
                              HST-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           IF  TIP-AUX  NOT  =  "R"
                                 MOVE     ZEROS    TO  IOF-AUX
                                                       IRF-AUX.
           COMPUTE  LIQ-AUX   =  VAL-AUX  -   IOF-AUX  -  IRF-AUX
           MOVE     BCO-AUX   TO  BCO-DET
           MOVE     PRD-AUX   TO  PRD-DET
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           IF  TIP-AUX   =  "A"  MOVE  "APLICACAO"   TO  TIP-DET
           ELSE
           IF  TIP-AUX   =  "R"  MOVE  "RESGATE"     TO  TIP-DET
           ELSE
           IF  TIP-AUX   =  "J"  MOVE  "RENDIMENTO"  TO  TIP-DET
           ELSE                  MOVE  TIP-AUX       TO  TIP-DET.
           MOVE     VAL-AUX   TO  VAL-DET
           MOVE     IOF-AUX   TO  IOF-DET
           MOVE     IRF-AUX   TO  IRF-DET
           MOVE     LIQ-AUX   TO  LIQ-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           MOVE     TIP-AUX   TO  TIP-APL
           MOVE     VAL-AUX   TO  VAL-APL
           PERFORM  ROT-GRAV-00
              THRU  ROT-GRAV-90
           IF  IOF-AUX   >       ZEROS
                                 MOVE     "I"      TO  TIP-APL
                                 MOVE     IOF-AUX  TO  VAL-APL
                                 PERFORM  ROT-GRAV-00
                                    THRU  ROT-GRAV-90.
           IF  IRF-AUX   >       ZEROS
                                 MOVE     "T"      TO  TIP-APL
                                 MOVE     IRF-AUX  TO  VAL-APL
                                 PERFORM  ROT-GRAV-00
                                    THRU  ROT-GRAV-90.
           MOVE     "REGISTRADO"   TO  SIT-DET
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQAPL.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           MOVE     BCO-AUX   TO  CHV-BCO
           READ     CADBCO
           IF  FST-BCO  NOT  =  "00"
               MOVE  "BANCO INEXISTENTE"          TO  SIT-DET
               GO       ROT-VALD-90.
           IF  PRD-AUX   =       SPACES
               MOVE  "PRODUTO NAO INFORMADO"      TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX  NOT  =  "A"  AND
               TIP-AUX  NOT  =  "R"  AND
               TIP-AUX  NOT  =  "J"
               MOVE  "TIPO INVALIDO - USE A/R/J"  TO  SIT-DET
               GO       ROT-VALD-90.
           IF  VAL-AUX   =       ZEROS
               MOVE  "VALOR NAO INFORMADO"        TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX  NOT  =  "R"
                                 GO       ROT-VALD-90.
           IF  IOF-AUX  +  IRF-AUX  >  VAL-AUX
               MOVE  "IMPOSTOS MAIORES QUE O RESGATE" TO SIT-DET
               GO       ROT-VALD-90.
           PERFORM  ROT-SDAP-00
              THRU  ROT-SDAP-90
           IF  VAL-AUX   >       SDO-AUX
               MOVE  "RESGATE MAIOR QUE O SALDO"  TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-SDAP-00.
           MOVE     ZEROS     TO  SDO-AUX
           MOVE     BCO-AUX   TO  BCO-APL
           MOVE     PRD-AUX   TO  PRD-APL
           MOVE     ZEROS     TO  DTA-APL   SEQ-APL
           START    CADAPL       KEY  >   CHV-APL
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-SDAP-90.

       ROT-SDAP-10.
           READ     CADAPL  NEXT
           IF  FST-APL  NOT  =  "00"  OR
               BCO-APL  NOT  =   BCO-AUX  OR
               PRD-APL  NOT  =   PRD-AUX
                                 GO       ROT-SDAP-90.
           IF  TIP-APL   =  "A"  OR
               TIP-APL   =  "J"  ADD      VAL-APL  TO  SDO-AUX.
           IF  TIP-APL   =  "R"  SUBTRACT VAL-APL  FROM  SDO-AUX.
           GO       ROT-SDAP-10.

       ROT-SDAP-90.
           EXIT.

       ROT-GRAV-00.
           MOVE     BCO-AUX   TO  BCO-APL
           MOVE     PRD-AUX   TO  PRD-APL
           MOVE     DTA-AUX   TO  DTA-APL
           MOVE     ZEROS     TO  SEQ-APL
           MOVE     HST-AUX   TO  HST-APL
           MOVE     OPR-AUX   TO  OPR-APL
           ACCEPT   HRA-APL   FROM  TIME.

       ROT-GRAV-10.
           ADD      1         TO  SEQ-APL
           WRITE    REG-APL
           IF  FST-APL   =  "22" GO       ROT-GRAV-10.
       ROT-GRAV-90.
           EXIT.

       ROT-POSI-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  POS-CAB1
           WRITE    LIN-REL   FROM  POS-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  BCO-ANT   QTD-QBR
           MOVE     SPACES    TO  PRD-ANT
           MOVE     LOW-VALUES     TO  CHV-APL
           START    CADAPL       KEY  >   CHV-APL
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-POSI-50.

       ROT-POSI-10.
           READ     CADAPL  NEXT
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-POSI-50.
           IF  BCO-APL  NOT  =   BCO-ANT  OR
               PRD-APL  NOT  =   PRD-ANT
                                 PERFORM  ROT-QUEB-00
                                    THRU  ROT-QUEB-90.
           MOVE     BCO-APL   TO  BCO-ANT
           MOVE     PRD-APL   TO  PRD-ANT
           ADD      1         TO  QTD-QBR
           IF  TIP-APL   =  "A"  ADD      VAL-APL  TO  APL-QBR.
           IF  TIP-APL   =  "R"  ADD      VAL-APL  TO  RSG-QBR.
           IF  TIP-APL   =  "J"  ADD      VAL-APL  TO  REN-QBR.
           IF  TIP-APL   =  "I"  ADD      VAL-APL  TO  IOF-QBR.
           IF  TIP-APL   =  "T"  ADD      VAL-APL  TO  IRF-QBR.
           GO       ROT-POSI-10.

       ROT-POSI-50.
           PERFORM  ROT-QUEB-00
              THRU  ROT-QUEB-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     SDO-GER   TO  POS-DET1
           WRITE    LIN-REL   FROM  POS-TOT1
           MOVE     RFL-GER   TO  POS-DET2
           WRITE    LIN-REL   FROM  POS-TOT2.
       ROT-POSI-90.
           EXIT.

       ROT-QUEB-00.
           IF  QTD-QBR   =   0   GO       ROT-QUEB-10.
           COMPUTE  SDO-QBR   =  APL-QBR  +   REN-QBR  -  RSG-QBR
           COMPUTE  RFL-QBR   =  REN-QBR  -   IOF-QBR  -  IRF-QBR
           MOVE     BCO-ANT   TO  BCO-PDT
           MOVE     PRD-ANT   TO  PRD-PDT
           MOVE     APL-QBR   TO  APL-PDT
           MOVE     RSG-QBR   TO  RSG-PDT
           MOVE     REN-QBR   TO  REN-PDT
           COMPUTE  IMP-PDT   =  IOF-QBR  +   IRF-QBR
           MOVE     RFL-QBR   TO  RFL-PDT
           MOVE     SDO-QBR   TO  SDO-PDT
           WRITE    LIN-REL   FROM  POS-DET
           ADD      SDO-QBR   TO  SDO-GER
           ADD      RFL-QBR   TO  RFL-GER.

       ROT-QUEB-10.
           MOVE     ZEROS     TO  QTD-QBR   APL-QBR   RSG-QBR
                                  REN-QBR   IOF-QBR   IRF-QBR.
       ROT-QUEB-90.
           EXIT.
