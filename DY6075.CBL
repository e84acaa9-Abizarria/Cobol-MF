       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6075.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADRCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCB
                       FILE          STATUS  IS  FST-RCB.

           SELECT      CADCPM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADTXC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TXC
                       FILE          STATUS  IS  FST-TXC.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      ARQANT        ASSIGN  TO  "ANTECIPA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ANT.

           SELECT      REL-RCB       ASSIGN  TO  "RELRCB.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRCB.CPY.
       COPY  CADCPM.CPY.
       COPY  CADTXC.CPY.
       COPY  CADLBC.CPY.
       COPY  CADLDP.CPY.

       FD  ARQANT.
       01  LIN-ANT               PIC  X(80).

       FD  REL-RCB.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RCB          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-TXC          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-ANT          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  FLG-TXC          PIC  9(01)  VALUE  ZEROS.
           03  FLG-ANT          PIC  9(01).
           03  ADQ-AUX          PIC  9(03).
           03  VAL-AUX          PIC  9(07)V99.
           03  TXA-AUX          PIC  9(02)V99.
           03  DTA-AUX          PIC  9(06).
           03  BCO-AUX          PIC  9(03).
           03  ACA-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  TAX-AUX          PIC  9(02)V99.
           03  PRZ-AUX          PIC  9(03).
           03  QTP-AUX          PIC  9(02).
           03  VBR-AUX          PIC  9(07)V99.
           03  IND1             PIC  9(02).
           03  QTD-DIA          PIC  9(04).
           03  DIA-NUM          PIC  9(05).
           03  DMS-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(02).
           03  NUM-DIA          PIC  9(06).
           03  NUM-BAS          PIC  9(06).
           03  DIA-ANT          PIC  9(04).
           03  DSC-AUX          PIC  9(07)V99.
           03  CRD-AUX          PIC  9(09)V99.
           03  TOT-VDA          PIC  9(05)  VALUE  ZEROS.
           03  TOT-PAR          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LQA          PIC  9(09)V99.
           03  TOT-DSC          PIC  9(09)V99.
           03  QTD-ANT          PIC  9(05).
           03  DTP-ANT          PIC  9(06).
           03  ADQ-ANT          PIC  9(03).
           03  QTD-QBR          PIC  9(05).
           03  VBR-QBR          PIC  9(09)V99.
           03  VLQ-QBR          PIC  9(09)V99.
           03  VBR-DIA          PIC  9(09)V99.
           03  VLQ-DIA          PIC  9(09)V99.
           03  VBR-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  VLQ-GER          PIC  9(09)V99  VALUE  ZEROS.
           03  VLQ-ATR          PIC  9(09)V99  VALUE  ZEROS.
           03  DSP-FIN          PIC  9(06)V99  VALUE  2011.

           03  LBC-AUX.
               05  FILLER       PIC  X(01)  VALUE  "A".
               05  DTA-LBX      PIC  9(06).
               05  SEQ-LBX      PIC  9(03).

           03  LDP-AUX.
               05  FILLER       PIC  X(01)  VALUE  "N".
               05  DTA-LDX      PIC  9(06).
               05  SEQ-LDX      PIC  9(03).

           03  DTA-CAL.
               05  ANO-CAL      PIC  9(02).
               05  MES-CAL      PIC  9(02).
               05  DIA-CAL      PIC  9(02).

       01  TAB-DMS               PIC  X(24)  VALUE
           "312831303130313130313031".
       01  RED-DMS               REDEFINES  TAB-DMS.
           03  DMS-TAB          PIC  9(02)  OCCURS  12.

       01  TAB-ACM               PIC  X(36)  VALUE
           "000031059090120151181212243273304334".
       01  RED-ACM               REDEFINES  TAB-ACM.
           03  ACM-TAB          PIC  9(03)  OCCURS  12.

       01  LIN-CAB1              PIC  X(110) VALUE
           "RECEBIVEIS DE CARTOES - INCLUSAO DE VENDAS NO CALENDARIO".
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "VENDAS INCLUIDAS NO CALENDARIO .........".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PARCELAS A RECEBER GERADAS .............".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  ANT-CAB1              PIC  X(110) VALUE
           "RECEBIVEIS DE CARTOES - ANTECIPACAO".
       01  ANT-CAB2.
           03  FILLER            PIC  X(13)  VALUE  "ADQUIRENTE : ".
           03  ADQ-AC2           PIC  9(03).
           03  FILLER            PIC  X(12)  VALUE  "  VALOR .: ".
           03  VAL-AC2           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(15)  VALUE  "  TAXA % MES: ".
           03  TXA-AC2           PIC  Z9,99.
           03  FILLER            PIC  X(10)  VALUE  "  DATA : ".
           03  DTA-AC2           PIC  99/99/99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ACA-AC2           PIC  X(22).
       01  ANT-CAB3              PIC  X(110) VALUE
           "PREVISTO NSU          PARC     LIQUIDO  DIAS    DESCONTO   A
      -    " CREDITAR".
       01  ANT-DET.
           03  DTP-ADT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NSU-ADT           PIC  9(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PAR-ADT           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  "/".
           03  QTP-ADT           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLQ-ADT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DIA-ADT           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DSC-ADT           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CRD-ADT           PIC  Z.ZZZ.ZZ9,99.
       01  ANT-REJ.
           03  FILLER            PIC  X(13)  VALUE  "REJEITADA -  ".
           03  SIT-REJ           PIC  X(40).
       01  ANT-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "RECEBIVEIS ANTECIPADOS (LIQUIDO) .......".
           03  ANT-DET1          PIC  ZZZ.ZZZ.ZZ9,99.
       01  ANT-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "DESCONTO DA ANTECIPACAO ................".
           03  ANT-DET2          PIC  ZZZ.ZZZ.ZZ9,99.
       01  ANT-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "CREDITO LIQUIDO EM CONTA ...............".
           03  ANT-DET3          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET3          PIC  X(40).

       01  CAL-CAB1              PIC  X(110) VALUE
           "RECEBIVEIS DE CARTOES - CALENDARIO DE CREDITOS PREVISTOS".
       01  CAL-CAB2              PIC  X(110) VALUE
           "PREVISTO ADQ  PARCELAS        BRUTO      LIQUIDO  SITUACAO".
       01  CAL-DET.
           03  DTP-CDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ADQ-CDT           PIC  9(03).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  QTD-CDT           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  VBR-CDT           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLQ-CDT           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-CDT           PIC  X(20).
       01  CAL-DIA.
           03  FILLER            PIC  X(22)  VALUE
               "   TOTAL DO DIA".
           03  VBR-CDI           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLQ-CDI           PIC  ZZ.ZZZ.ZZ9,99.
       01  CAL-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL A RECEBER - BRUTO ................".
           03  CAL-DET1          PIC  ZZZ.ZZZ.ZZ9,99.
       01  CAL-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL A RECEBER - LIQUIDO ..............".
           03  CAL-DET2          PIC  ZZZ.ZZZ.ZZ9,99.
       01  CAL-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "PREVISTOS JA VENCIDOS NAO LIQUIDADOS ...".
           03  CAL-DET3          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADRCB
           IF  FST-RCB   =  "35" CLOSE    CADRCB
                                 OPEN     OUTPUT   CADRCB
                                 CLOSE    CADRCB
                                 OPEN     I-O      CADRCB.
           OPEN     INPUT     CADTXC
           IF  FST-TXC   =  "00" MOVE     1        TO  FLG-TXC.
           OPEN     I-O       CADCPM    CADLBC    CADLDP
           OPEN     OUTPUT    REL-RCB
           WRITE    LIN-REL   FROM  LIN-CAB1
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CALD-00
              THRU  ROT-CALD-90
           MOVE     TOT-VDA   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-PAR   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           PERFORM  ROT-ANTC-00
              THRU  ROT-ANTC-90
           PERFORM  ROT-AGEN-00
              THRU  ROT-AGEN-90
           IF  FLG-TXC   =   1   CLOSE    CADTXC.
           CLOSE    CADRCB    CADCPM    CADLBC    CADLDP
                    REL-RCB
           GOBACK.

       ROT-CALD-00.
           MOVE     ZEROS     TO  CHV-CPM
           START    CADCPM       KEY  >   CHV-CPM
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CALD-90.

       ROT-CALD-10.
           READ     CADCPM  NEXT
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CALD-90.
           IF  CRT-CPM   =       ZEROS  OR
               CIN-CPM   =  "S"  OR
               RCB-CPM   =  "S"  GO       ROT-CALD-10.
           PERFORM  ROT-TAXA-00
              THRU  ROT-TAXA-90
           MOVE     PAR-CPM   TO  QTP-AUX
           IF  QTP-AUX   =   0   MOVE     1        TO  QTP-AUX.
           COMPUTE  VBR-AUX   =  CRT-CPM  /   QTP-AUX
           MOVE     ZEROS     TO  IND1.

       ROT-CALD-20.
           ADD      1         TO  IND1
           IF  IND1      >       QTP-AUX
                                 GO       ROT-CALD-30.
           MOVE     DTA-CPM   TO  DTA-CAL
           COMPUTE  QTD-DIA   =  PRZ-AUX  +  (IND1  -  1)  *  30
           PERFORM  ROT-SOMA-00
              THRU  ROT-SOMA-90
           MOVE     DTA-CAL   TO  DTP-RCB
           MOVE     ADQ-CPM   TO  ADQ-RCB
           MOVE     NSU-CPM   TO  NSU-RCB
           MOVE     IND1      TO  PAR-RCB
           MOVE     CHV-CPM   TO  CPM-RCB
           MOVE     DTA-CPM   TO  DTV-RCB
           MOVE     BND-CPM   TO  BND-RCB
           MOVE     PRD-CPM   TO  PRD-RCB
           MOVE     QTP-AUX   TO  QTP-RCB
           IF  IND1      =       QTP-AUX
               COMPUTE  VBR-RCB  =  CRT-CPM  -  VBR-AUX  *  (QTP-AUX
                                 -  1)
           ELSE
               MOVE     VBR-AUX   TO  VBR-RCB.
           MOVE     TAX-AUX   TO  TAX-RCB
           COMPUTE  VLQ-RCB  ROUNDED
                             =  VBR-RCB  -  VBR-RCB  *  TAX-AUX  /  100
           MOVE     SPACE     TO  STA-RCB
           MOVE     ZEROS     TO  DTA-RCB   DSC-RCB   BCO-RCB
           WRITE    REG-RCB
           IF  FST-RCB   =  "00" ADD      1        TO  TOT-PAR.
           GO       ROT-CALD-20.

       ROT-CALD-30.
           MOVE     "S"       TO  RCB-CPM
           REWRITE  REG-CPM
           ADD      1         TO  TOT-VDA
           GO       ROT-CALD-10.

       ROT-CALD-90.
           EXIT.

       ROT-TAXA-00.
           MOVE     ZEROS     TO  TAX-AUX   PRZ-AUX
           IF  FLG-TXC   =   0   GO       ROT-TAXA-10.
           MOVE     ADQ-CPM   TO  ADQ-TXC
           MOVE     BND-CPM   TO  BND-TXC
           MOVE     PRD-CPM   TO  PRD-TXC
           READ     CADTXC
           IF  FST-TXC   =  "00" MOVE     TAX-TXC  TO  TAX-AUX
                                 MOVE     PRZ-TXC  TO  PRZ-AUX.
       ROT-TAXA-10.
           IF  PRZ-AUX   =   0   AND
               PRD-CPM   =  "D"  MOVE     1        TO  PRZ-AUX.
           IF  PRZ-AUX   =   0   MOVE     30       TO  PRZ-AUX.
       ROT-TAXA-90.
           EXIT.

       ROT-SOMA-00.
           COMPUTE  DIA-NUM   =  DIA-CAL  +   QTD-DIA.

       ROT-SOMA-10.
           PERFORM  ROT-DMES-00
              THRU  ROT-DMES-90
           IF  DIA-NUM  NOT  >   DMS-AUX
                                 MOVE     DIA-NUM  TO  DIA-CAL
                                 GO       ROT-SOMA-90.
           SUBTRACT DMS-AUX   FROM  DIA-NUM
           ADD      1         TO  MES-CAL
           IF  MES-CAL   >   12  MOVE     1        TO  MES-CAL
                                 ADD      1        TO  ANO-CAL.
           GO       ROT-SOMA-10.

       ROT-SOMA-90.
           EXIT.

       ROT-DMES-00.
           MOVE     DMS-TAB (MES-CAL)  TO  DMS-AUX
           IF  MES-CAL  NOT  =   2
                                 GO       ROT-DMES-90.
           DIVIDE   ANO-CAL   BY  4  GIVING  QOC-AUX
                                     REMAINDER  RST-AUX
           IF  RST-AUX   =   0   MOVE     29       TO  DMS-AUX.
       ROT-DMES-90.
           EXIT.

       ROT-NDIA-00.
           DIVIDE   ANO-CAL   BY  4  GIVING  QOC-AUX
                                     REMAINDER  RST-AUX
           IF  RST-AUX   >   0   ADD      1        TO  QOC-AUX.
           COMPUTE  NUM-DIA   =  ANO-CAL  *  365  +  QOC-AUX
                              +  ACM-TAB (MES-CAL)  +  DIA-CAL
           IF  RST-AUX   =   0   AND
               MES-CAL   >   2   ADD      1        TO  NUM-DIA.
       ROT-NDIA-90.
           EXIT.

       ROT-ANTC-00.
           OPEN     INPUT     ARQANT
           IF  FST-ANT   =  "35" GO       ROT-ANTC-90.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  ANT-CAB1.

       ROT-ANTC-10.
           READ     ARQANT    AT  END  GO  ROT-ANTC-80.
           MOVE     ZEROS     TO  ADQ-AUX   VAL-AUX   TXA-AUX
                                  DTA-AUX   BCO-AUX
           MOVE     SPACES    TO  ACA-AUX   OPR-AUX
           UNSTRING  LIN-ANT  DELIMITED  BY  "|"
                     INTO     ADQ-AUX
                              VAL-AUX
                              TXA-AUX
                              DTA-AUX
                              BCO-AUX
                              ACA-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ADQ-AUX   TO  ADQ-AC2
           MOVE     VAL-AUX   TO  VAL-AC2
           MOVE     TXA-AUX   TO  TXA-AC2
           MOVE     DTA-AUX (5:2)  TO  DTA-AC2 (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-AC2 (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-AC2 (7:2)
           IF  ACA-AUX   =  "E"
               MOVE  "ANTECIPACAO EFETIVADA" TO  ACA-AC2
           ELSE
               MOVE  "SIMULACAO"             TO  ACA-AC2.
           WRITE    LIN-REL   FROM  ANT-CAB2
           MOVE     SPACES    TO  SIT-REJ
           IF  VAL-AUX   =       ZEROS
               MOVE  "VALOR NAO INFORMADO"           TO  SIT-REJ.
           IF  TXA-AUX   =       ZEROS
               MOVE  "TAXA NAO INFORMADA"            TO  SIT-REJ.
           IF  ACA-AUX  NOT  =  "S"  AND
               ACA-AUX  NOT  =  "E"
               MOVE  "ACAO INVALIDA - USE S OU E"    TO  SIT-REJ.
           IF  ACA-AUX   =  "E"  AND
               BCO-AUX   =       ZEROS
               MOVE  "BANCO DO CREDITO NAO INFORMADO" TO SIT-REJ.
           IF  SIT-REJ  NOT  =   SPACES
                                 WRITE    LIN-REL  FROM  ANT-REJ
                                 GO       ROT-ANTC-10.
           WRITE    LIN-REL   FROM  ANT-CAB3
           MOVE     ZEROS     TO  TOT-LQA   TOT-DSC   QTD-ANT
           MOVE     DTA-AUX   TO  DTA-CAL
           PERFORM  ROT-NDIA-00
              THRU  ROT-NDIA-90
           MOVE     NUM-DIA   TO  NUM-BAS
           PERFORM  ROT-SELE-00
              THRU  ROT-SELE-90
           COMPUTE  CRD-AUX   =  TOT-LQA  -   TOT-DSC
           MOVE     TOT-LQA   TO  ANT-DET1
           WRITE    LIN-REL   FROM  ANT-TOT1
           MOVE     TOT-DSC   TO  ANT-DET2
           WRITE    LIN-REL   FROM  ANT-TOT2
           MOVE     CRD-AUX   TO  ANT-DET3
           MOVE     SPACES    TO  SIT-DET3
           IF  TOT-LQA   <       VAL-AUX
               MOVE  "RECEBIVEIS INSUFICIENTES PARA O VALOR"
                                           TO  SIT-DET3.
           WRITE    LIN-REL   FROM  ANT-TOT3
           IF  ACA-AUX   =  "E"  AND
               QTD-ANT   >   0   PERFORM  ROT-GLBC-00
                                    THRU  ROT-GLBC-90
                                 PERFORM  ROT-GLDP-00
                                    THRU  ROT-GLDP-90.
           GO       ROT-ANTC-10.

       ROT-ANTC-80.
           CLOSE    ARQANT.
       ROT-ANTC-90.
           EXIT.

       ROT-SELE-00.
           MOVE     DTA-AUX   TO  DTP-RCB
           MOVE     999       TO  ADQ-RCB
           MOVE     ALL "9"   TO  NSU-RCB
           MOVE     99        TO  PAR-RCB
           START    CADRCB       KEY  >   CHV-RCB
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-SELE-90.

       ROT-SELE-10.
           IF  TOT-LQA  NOT  <   VAL-AUX
                                 GO       ROT-SELE-90.
           READ     CADRCB  NEXT
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-SELE-90.
           IF  ADQ-RCB  NOT  =   ADQ-AUX  OR
               STA-RCB  NOT  =   SPACE
                                 GO       ROT-SELE-10.
           MOVE     DTP-RCB   TO  DTA-CAL
           PERFORM  ROT-NDIA-00
              THRU  ROT-NDIA-90
           COMPUTE  DIA-ANT   =  NUM-DIA  -   NUM-BAS
           COMPUTE  DSC-AUX  ROUNDED
                             =  VLQ-RCB  *   TXA-AUX  /  100
                             *  DIA-ANT  /   30
           MOVE     DTP-RCB (5:2)  TO  DTP-ADT (1:2)
           MOVE     DTP-RCB (3:2)  TO  DTP-ADT (4:2)
           MOVE     DTP-RCB (1:2)  TO  DTP-ADT (7:2)
           MOVE     NSU-RCB   TO  NSU-ADT
           MOVE     PAR-RCB   TO  PAR-ADT
           MOVE     QTP-RCB   TO  QTP-ADT
           MOVE     VLQ-RCB   TO  VLQ-ADT
           MOVE     DIA-ANT   TO  DIA-ADT
           MOVE     DSC-AUX   TO  DSC-ADT
           COMPUTE  CRD-AUX   =  VLQ-RCB  -   DSC-AUX
           MOVE     CRD-AUX   TO  CRD-ADT
           WRITE    LIN-REL   FROM  ANT-DET
           ADD      VLQ-RCB   TO  TOT-LQA
           ADD      DSC-AUX   TO  TOT-DSC
           ADD      1         TO  QTD-ANT
           IF  ACA-AUX  NOT  =  "E"
                                 GO       ROT-SELE-10.
           MOVE     "A"       TO  STA-RCB
           MOVE     DTA-AUX   TO  DTA-RCB
           MOVE     DSC-AUX   TO  DSC-RCB
           MOVE     BCO-AUX   TO  BCO-RCB
           REWRITE  REG-RCB
           GO       ROT-SELE-10.

       ROT-SELE-90.
           EXIT.

       ROT-GLBC-00.
           MOVE     DTA-AUX   TO  DTA-LBX
           MOVE     ZEROS     TO  SEQ-LBX
           MOVE     BCO-AUX   TO  BCO-LBC
           MOVE     1         TO  COD-LBC
           MOVE     ZEROS     TO  DOC-LBC
           MOVE     SPACES    TO  DTA-LBC
           MOVE     DTA-AUX   TO  DTA-LBC (1:6)
           MOVE     SPACES    TO  HST-LBC
           STRING   "ANTECIP. CARTOES ADQ "  DELIMITED  BY  SIZE
                    ADQ-AUX                  DELIMITED  BY  SIZE
                    INTO      HST-LBC
           MOVE     1         TO  LCT-LBC
           MOVE     CRD-AUX   TO  VAL-LBC
           MOVE     ZEROS     TO  CTR-LBC
           MOVE     SPACE     TO  STA-LBC.

       ROT-GLBC-10.
           ADD      1         TO  SEQ-LBX
           MOVE     LBC-AUX   TO  CHV-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" GO       ROT-GLBC-10.
       ROT-GLBC-90.
           EXIT.

       ROT-GLDP-00.
           IF  TOT-DSC   =       ZEROS
                                 GO       ROT-GLDP-90.
           MOVE     DTA-AUX   TO  DTA-LDX
           MOVE     ZEROS     TO  SEQ-LDX
           MOVE     DSP-FIN   TO  DSP-LDP
           MOVE     DTA-AUX   TO  DTA-LDP
           MOVE     "L"       TO  FLG-LDP
           MOVE     SPACES    TO  HST-LDP
           STRING   "DESAGIO ANTECIP. ADQ "  DELIMITED  BY  SIZE
                    ADQ-AUX                  DELIMITED  BY  SIZE
                    INTO      HST-LDP
           MOVE     1         TO  LCT-LDP
           MOVE     2         TO  PRX-LDP
           MOVE     SPACES    TO  SUF-LDP
           MOVE     TOT-DSC   TO  VAL-LDP
           MOVE     2         TO  CCU-LDP
           MOVE     ZEROS     TO  FRN-LDP
           MOVE     SPACE     TO  REM-LDP
           MOVE     SPACES    TO  LDG-LDP.

       ROT-GLDP-10.
           ADD      1         TO  SEQ-LDX
           MOVE     LDP-AUX   TO  CHV-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" GO       ROT-GLDP-10.
       ROT-GLDP-90.
           EXIT.

       ROT-AGEN-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  CAL-CAB1
           WRITE    LIN-REL   FROM  CAL-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  DTP-ANT   ADQ-ANT   QTD-QBR
                                  VBR-QBR   VLQ-QBR   VBR-DIA
                                  VLQ-DIA
           MOVE     LOW-VALUES     TO  CHV-RCB
           START    CADRCB       KEY  >   CHV-RCB
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-AGEN-50.

       ROT-AGEN-10.
           READ     CADRCB  NEXT
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-AGEN-50.
           IF  STA-RCB  NOT  =   SPACE
                                 GO       ROT-AGEN-10.
           IF  DTP-RCB  NOT  =   DTP-ANT  OR
               ADQ-RCB  NOT  =   ADQ-ANT
                                 PERFORM  ROT-QUEB-00
                                    THRU  ROT-QUEB-90.
           IF  DTP-RCB  NOT  =   DTP-ANT
                                 PERFORM  ROT-QDIA-00
                                    THRU  ROT-QDIA-90.
           MOVE     DTP-RCB   TO  DTP-ANT
           MOVE     ADQ-RCB   TO  ADQ-ANT
           ADD      1         TO  QTD-QBR
           ADD      VBR-RCB   TO  VBR-QBR   VBR-DIA   VBR-GER
           ADD      VLQ-RCB   TO  VLQ-QBR   VLQ-DIA   VLQ-GER
           IF  DTP-RCB   <       DTA-HOJ
                                 ADD      VLQ-RCB  TO  VLQ-ATR.
           GO       ROT-AGEN-10.

       ROT-AGEN-50.
           PERFORM  ROT-QUEB-00
              THRU  ROT-QUEB-90
           PERFORM  ROT-QDIA-00
              THRU  ROT-QDIA-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     VBR-GER   TO  CAL-DET1
           WRITE    LIN-REL   FROM  CAL-TOT1
           MOVE     VLQ-GER   TO  CAL-DET2
           WRITE    LIN-REL   FROM  CAL-TOT2
           MOVE     VLQ-ATR   TO  CAL-DET3
           WRITE    LIN-REL   FROM  CAL-TOT3.
       ROT-AGEN-90.
           EXIT.

       ROT-QUEB-00.
           IF  QTD-QBR   =   0   GO       ROT-QUEB-90.
           MOVE     DTP-ANT (5:2)  TO  DTP-CDT (1:2)
           MOVE     DTP-ANT (3:2)  TO  DTP-CDT (4:2)
           MOVE     DTP-ANT (1:2)  TO  DTP-CDT (7:2)
           MOVE     ADQ-ANT   TO  ADQ-CDT
           MOVE     QTD-QBR   TO  QTD-CDT
           MOVE     VBR-QBR   TO  VBR-CDT
           MOVE     VLQ-QBR   TO  VLQ-CDT
           IF  DTP-ANT   <       DTA-HOJ
               MOVE  "VENCIDO A CONFERIR"  TO  SIT-CDT
           ELSE
               MOVE  "A RECEBER"           TO  SIT-CDT.
           WRITE    LIN-REL   FROM  CAL-DET
           MOVE     ZEROS     TO  QTD-QBR   VBR-QBR   VLQ-QBR.
       ROT-QUEB-90.
           EXIT.

       ROT-QDIA-00.
           IF  VBR-DIA   =   0   GO       ROT-QDIA-90.
           MOVE     VBR-DIA   TO  VBR-CDI
           MOVE     VLQ-DIA   TO  VLQ-CDI
           WRITE    LIN-REL   FROM  CAL-DIA
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  VBR-DIA   VLQ-DIA.
       ROT-QDIA-90.
           EXIT.
