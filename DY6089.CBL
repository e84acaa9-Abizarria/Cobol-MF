       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6089.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADLPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPR
                       FILE          STATUS  IS  FST-LPR.

           SELECT      ARQPAR        ASSIGN  TO  "ETIQPAR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PAR.

           SELECT      ARQCTL        ASSIGN  TO  "ETIQUETA.CTL"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CTL.

           SELECT      ARQETQ        ASSIGN  TO  "ETIQUETA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ETQ.

           SELECT      REL-ETQ       ASSIGN  TO  "RELETQ.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADLPR.CPY.

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(80).

       FD  ARQCTL.
       01  LIN-CTL               PIC  X(80).

       FD  ARQETQ.
       01  LIN-ETQ               PIC  X(40).

       FD  REL-ETQ.
       01  LIN-REL               PIC  X(90).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-LPR          PIC  X(02).
           03  FST-PAR          PIC  X(02).
           03  FST-CTL          PIC  X(02).
           03  FST-ETQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  HRA-HOJ          PIC  X(08).
           03  DTA-ULT          PIC  9(06).
           03  HRA-ULT          PIC  X(08).
           03  MOD-ETQ          PIC  X(01)  VALUE  "A".
           03  MOD-AUX          PIC  X(01).
           03  PRX-PAR          PIC  X(10).
           03  SUF-INI          PIC  9(03).
           03  SUF-FIN          PIC  9(03).
           03  KEY-AUX          PIC  X(13).
           03  PRC-AUX          PIC  9(06)V9(04).
           03  PUN-AUX          PIC  9(06)V99.
           03  FLG-PRM          PIC  X(01).
           03  TOT-ETQ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LOG          PIC  9(05)  VALUE  ZEROS.
           03  TOT-FPR          PIC  9(05)  VALUE  ZEROS.
           03  TOT-EXC          PIC  9(05)  VALUE  ZEROS.

           03  IND1             PIC  9(04).
           03  QTD-TAB          PIC  9(04)  VALUE  ZEROS.
           03  TAB-ETQ.
               05  KEY-TAB       PIC  X(13)  OCCURS  1000.

       01  ETQ-LN1.
           03  DES-ET1           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-ET1           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-ET1           PIC  9(03).
       01  ETQ-LN2.
           03  FILLER            PIC  X(04)  VALUE  "EAN ".
           03  BAR-ET2           PIC  X(13).
       01  ETQ-LN3.
           03  FILLER            PIC  X(08)  VALUE  "    R$  ".
           03  PRC-ET3           PIC  ZZ.ZZ9,99.
       01  ETQ-LN4.
           03  FILLER            PIC  X(22)  VALUE
               "PRECO POR LITRO/KG R$".
           03  PUN-ET4           PIC  ZZ.ZZ9,99.
       01  ETQ-LN5.
           03  FILLER            PIC  X(11)  VALUE  "OFERTA ATE ".
           03  DTF-ET5           PIC  99/99/99.
           03  FILLER            PIC  X(09)  VALUE  "  DE R$ ".
           03  VDR-ET5           PIC  ZZ.ZZ9,99.

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "ETIQUETAS DE GONDOLA - EMISSAO".
           03  MOD-CAB           PIC  X(30).
       01  LIN-CAB2              PIC  X(90)  VALUE
           "PRODUTO  DESCRICAO                    PRECO  PR.LITRO/KG  OF
      -    "ERTA ATE".
       01  LIN-DET.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRC-DET           PIC  ZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  PUN-DET           PIC  ZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DTF-DET           PIC  X(08).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "ETIQUETAS EMITIDAS .....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "ALTERACOES DE PRECO DESDE A ULTIMA .....".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "OFERTAS ENCERRADAS DESDE A ULTIMA ......".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS NAO EMITIDOS (LIMITE) .........".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           ACCEPT   HRA-HOJ   FROM  TIME
           OPEN     INPUT     ARQPAR
           IF  FST-PAR   =  "00" PERFORM  ROT-PARM-00
                                    THRU  ROT-PARM-90.
           OPEN     INPUT     CADEST
           OPEN     OUTPUT    ARQETQ    REL-ETQ
           IF  MOD-ETQ   =  "M"
                  MOVE  "REIMPRESSAO POR FAIXA"    TO  MOD-CAB
           ELSE   MOVE  "PRECOS ALTERADOS"         TO  MOD-CAB.
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           IF  MOD-ETQ   =  "M"  PERFORM  ROT-FAIX-00
                                    THRU  ROT-FAIX-90
                                 GO       ROT-FECH-00.
           PERFORM  ROT-ULTR-00
              THRU  ROT-ULTR-90
           OPEN     INPUT     CADLPR
           IF  FST-LPR   =  "00" PERFORM  ROT-ALTP-00
                                    THRU  ROT-ALTP-90
                                 CLOSE    CADLPR.
           PERFORM  ROT-FOFE-00
              THRU  ROT-FOFE-90
           MOVE     ZEROS     TO  IND1.

       ROT-EMIT-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TAB
                                 GO       ROT-EMIT-20.
           MOVE     KEY-TAB (IND1) (1:10)  TO  PRX-EST
           MOVE     KEY-TAB (IND1) (11:3)  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" PERFORM  ROT-ETIQ-00
                                    THRU  ROT-ETIQ-90.
           GO       ROT-EMIT-10.

       ROT-EMIT-20.
           OPEN     OUTPUT    ARQCTL
           MOVE     SPACES    TO  LIN-CTL
           STRING   DTA-HOJ   DELIMITED  BY  SIZE
                    "|"       DELIMITED  BY  SIZE
                    HRA-HOJ   DELIMITED  BY  SIZE
                    INTO      LIN-CTL
           WRITE    LIN-CTL
           CLOSE    ARQCTL.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ETQ   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           IF  MOD-ETQ  NOT  =  "M"
                                 MOVE     TOT-LOG  TO  TOT-DET2
                                 WRITE    LIN-REL  FROM  LIN-TOT2
                                 MOVE     TOT-FPR  TO  TOT-DET3
                                 WRITE    LIN-REL  FROM  LIN-TOT3
                                 MOVE     TOT-EXC  TO  TOT-DET4
                                 WRITE    LIN-REL  FROM  LIN-TOT4.
           CLOSE    CADEST    ARQETQ    REL-ETQ
           GOBACK.

       ROT-PARM-00.
           READ     ARQPAR    AT  END  GO  ROT-PARM-80.
           MOVE     SPACES    TO  MOD-AUX   PRX-PAR
           MOVE     ZEROS     TO  SUF-INI   SUF-FIN
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     MOD-AUX
                              PRX-PAR
                              SUF-INI
                              SUF-FIN
           IF  MOD-AUX   =  "M"  AND
               PRX-PAR  NOT  =   SPACES
                                 MOVE     "M"      TO  MOD-ETQ.
           IF  SUF-FIN   =   0   MOVE     999      TO  SUF-FIN.
       ROT-PARM-80.
           CLOSE    ARQPAR.
       ROT-PARM-90.
           EXIT.

       ROT-ULTR-00.
           MOVE     DTA-HOJ   TO  DTA-ULT
           MOVE     ZEROS     TO  HRA-ULT
           OPEN     INPUT     ARQCTL
           IF  FST-CTL  NOT  =  "00"
                                 GO       ROT-ULTR-90.
           READ     ARQCTL    AT  END  GO  ROT-ULTR-80.
           UNSTRING  LIN-CTL  DELIMITED  BY  "|"
                     INTO     DTA-ULT
                              HRA-ULT.
       ROT-ULTR-80.
           CLOSE    ARQCTL.
       ROT-ULTR-90.
           EXIT.

       ROT-FAIX-00.
           MOVE     PRX-PAR   TO  PRX-EST
           IF  SUF-INI   >   0   COMPUTE  SUF-EST  =  SUF-INI  -  1
           ELSE                  MOVE     ZEROS    TO  SUF-EST.
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-FAIX-90.

       ROT-FAIX-10.
           READ     CADEST  NEXT
           IF  FST-EST  NOT  =  "00"  OR
               PRX-EST  NOT  =   PRX-PAR  OR
               SUF-EST   >       SUF-FIN
                                 GO       ROT-FAIX-90.
           PERFORM  ROT-ETIQ-00
              THRU  ROT-ETIQ-90
           GO       ROT-FAIX-10.

       ROT-FAIX-90.
           EXIT.

       ROT-ALTP-00.
           MOVE     SPACES    TO  CHV-LPR
           START    CADLPR       KEY  >   CHV-LPR
           IF  FST-LPR  NOT  =  "00"
                                 GO       ROT-ALTP-90.

       ROT-ALTP-10.
           READ     CADLPR  NEXT
           IF  FST-LPR  NOT  =  "00"
                                 GO       ROT-ALTP-90.
           IF  PRX-LPR (1:1)  =  "1"  OR
               VDA-LPR   =       VDD-LPR
                                 GO       ROT-ALTP-10.
           IF  DTA-LPR   <       DTA-ULT
                                 GO       ROT-ALTP-10.
           IF  DTA-LPR   =       DTA-ULT  AND
               HRA-LPR (1:8)  NOT  >  HRA-ULT
                                 GO       ROT-ALTP-10.
           ADD      1         TO  TOT-LOG
           MOVE     PRX-LPR   TO  KEY-AUX (1:10)
           MOVE     SUF-LPR   TO  KEY-AUX (11:3)
           PERFORM  ROT-INCL-00
              THRU  ROT-INCL-90
           GO       ROT-ALTP-10.

       ROT-ALTP-90.
           EXIT.

       ROT-FOFE-00.
           MOVE     SPACES    TO  CHV-EST
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-FOFE-90.

       ROT-FOFE-10.
           READ     CADEST  NEXT
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-FOFE-90.
           IF  PRX-EST (1:1)  =  "1"  OR
               DTF-EST   =       ZEROS
                                 GO       ROT-FOFE-10.
           IF  DTF-EST  NOT  <   DTA-HOJ  OR
               DTF-EST   <       DTA-ULT
                                 GO       ROT-FOFE-10.
           ADD      1         TO  TOT-FPR
           MOVE     PRX-EST   TO  KEY-AUX (1:10)
           MOVE     SUF-EST   TO  KEY-AUX (11:3)
           PERFORM  ROT-INCL-00
              THRU  ROT-INCL-90
           GO       ROT-FOFE-10.

       ROT-FOFE-90.
           EXIT.

       ROT-INCL-00.
           MOVE     ZEROS     TO  IND1.

       ROT-INCL-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TAB
                                 GO       ROT-INCL-20.
           IF  KEY-TAB (IND1)  =  KEY-AUX
                                 GO       ROT-INCL-90.
           GO       ROT-INCL-10.

       ROT-INCL-20.
           IF  QTD-TAB   =  1000 ADD      1        TO  TOT-EXC
                                 GO       ROT-INCL-90.
           ADD      1         TO  QTD-TAB
           MOVE     KEY-AUX   TO  KEY-TAB (QTD-TAB).
       ROT-INCL-90.
           EXIT.

       ROT-ETIQ-00.
           MOVE     "N"       TO  FLG-PRM
           MOVE     VDA-EST   TO  PRC-AUX
           IF  DTF-EST  NOT  =   ZEROS  AND
               DTF-EST   <       DTA-HOJ  AND
               VDR-EST   >       ZEROS
                                 MOVE     VDR-EST  TO  PRC-AUX.
           IF  DTF-EST  NOT  <   DTA-HOJ
                                 MOVE     "S"      TO  FLG-PRM.
           MOVE     ZEROS     TO  PUN-AUX
           IF  VOL-EST   >   0   AND
               VOL-EST  NOT  =   1
                                 COMPUTE  PUN-AUX  ROUNDED
                                       =  PRC-AUX  /  VOL-EST.
           MOVE     DES-EST   TO  DES-ET1
           MOVE     PRX-EST   TO  PRX-ET1
           MOVE     SUF-EST   TO  SUF-ET1
           WRITE    LIN-ETQ   FROM  ETQ-LN1
           MOVE     COD-BAR   TO  BAR-ET2
           WRITE    LIN-ETQ   FROM  ETQ-LN2
           MOVE     PRC-AUX   TO  PRC-ET3
           WRITE    LIN-ETQ   FROM  ETQ-LN3
           MOVE     SPACES    TO  LIN-ETQ
           MOVE     PUN-AUX   TO  PUN-ET4
           IF  PUN-AUX   >   0   WRITE    LIN-ETQ  FROM  ETQ-LN4
           ELSE                  WRITE    LIN-ETQ.
           MOVE     SPACES    TO  LIN-ETQ
           MOVE     DTF-EST (5:2)  TO  DTF-ET5 (1:2)
           MOVE     DTF-EST (3:2)  TO  DTF-ET5 (4:2)
           MOVE     DTF-EST (1:2)  TO  DTF-ET5 (7:2)
           MOVE     VDR-EST   TO  VDR-ET5
           IF  FLG-PRM   =  "S"  WRITE    LIN-ETQ  FROM  ETQ-LN5
           ELSE                  WRITE    LIN-ETQ.
           MOVE     SPACES    TO  LIN-ETQ
           WRITE    LIN-ETQ
           MOVE     PRX-EST   TO  PRX-DET
           MOVE     SUF-EST   TO  SUF-DET
           MOVE     DES-EST   TO  DES-DET
           MOVE     PRC-AUX   TO  PRC-DET
           MOVE     PUN-AUX   TO  PUN-DET
           MOVE     SPACES    TO  DTF-DET
           IF  FLG-PRM   =  "S"  MOVE     DTF-ET5  TO  DTF-DET.
           WRITE    LIN-REL   FROM  LIN-DET
           ADD      1         TO  TOT-ETQ.
       ROT-ETIQ-90.
           EXIT.
