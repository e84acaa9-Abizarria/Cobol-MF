       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6088.
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

           SELECT      ARQPAR        ASSIGN  TO  "ABCPAR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PAR.

           SELECT      REL-ABC       ASSIGN  TO  "RELABC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(80).

       FD  REL-ABC.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-PAR          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  BAS-ABC          PIC  X(01)  VALUE  "A".
           03  PCA-ABC          PIC  9(02)  VALUE  80.
           03  PCB-ABC          PIC  9(02)  VALUE  95.
           03  BAS-AUX          PIC  X(01).
           03  PCA-AUX          PIC  9(02).
           03  PCB-AUX          PIC  9(02).
           03  QTD-AUX          PIC  9(08)V9.
           03  CST-AUX          PIC  9(06)V9(04).
           03  MRG-AUX          PIC S9(09)V99.
           03  TOT-VLV          PIC  9(11)V99  VALUE  ZEROS.
           03  TOT-VLM          PIC  9(11)V99  VALUE  ZEROS.
           03  ACM-AUX          PIC  9(11)V99.
           03  PCT-AUX          PIC  9(03)V99.
           03  CLS-AUX          PIC  X(01).
           03  IND-CLS          PIC  9(01).
           03  FLG-ORD          PIC  X(01).
           03  TOT-MUD          PIC  9(05)  VALUE  ZEROS.
           03  TOT-EXC          PIC  9(05)  VALUE  ZEROS.

           03  IND1             PIC  9(04).
           03  IND2             PIC  9(04).
           03  IND3             PIC  9(01).
           03  QTD-TAB          PIC  9(04)  VALUE  ZEROS.
           03  TRC-TAB          PIC  X(046).

           03  TAB-ABC.
               05  REG-TAB       OCCURS  2000.
                   07  CHV-TAB   PIC  X(10).
                   07  VLV-TAB   PIC  9(09)V99.
                   07  VLM-TAB   PIC  9(09)V99.
                   07  ACV-TAB   PIC  9(03)V99.
                   07  ACM-TAB   PIC  9(03)V99.
                   07  ABV-TAB   PIC  X(01).
                   07  ABM-TAB   PIC  X(01).
                   07  AVA-TAB   PIC  X(01).
                   07  AMA-TAB   PIC  X(01).

           03  TAB-CLS.
               05  REG-CLS       OCCURS  3.
                   07  QTV-CLS   PIC  9(05).
                   07  VLV-CLS   PIC  9(11)V99.
                   07  QTM-CLS   PIC  9(05).
                   07  VLM-CLS   PIC  9(11)V99.

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "CLASSIFICACAO ABC DE PRODUTOS - BASE".
           03  BAS-CAB           PIC  X(12).
           03  FILLER            PIC  X(08)  VALUE  "  FAIXAS".
           03  PCA-CAB           PIC  Z9.
           03  FILLER            PIC  X(02)  VALUE  "% ".
           03  PCB-CAB           PIC  Z9.
           03  FILLER            PIC  X(01)  VALUE  "%".
       01  LIN-CAB2              PIC  X(130) VALUE
           "POS  PRODUTO    DESCRICAO                 VALOR VENDAS %ITEM
      -    "  %ACUM CL ANT         MARGEM %ITEM  %ACUM CL ANT".
       01  LIN-DET.
           03  POS-DET           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRX-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-DET           PIC  9(03).
           03  FILLER            PIC  X(05)  VALUE  SPACES.
           03  DES-DET           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLV-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PIV-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ACV-DET           PIC  ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ABV-DET           PIC  X(01).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  AVA-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VLM-DET           PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PIM-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ACM-DET           PIC  ZZ9,99.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ABM-DET           PIC  X(01).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  AMA-DET           PIC  X(01).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  MUD-DET           PIC  X(07).
       01  LIN-CLS.
           03  FILLER            PIC  X(06)  VALUE  "CLASSE".
           03  CLS-DET           PIC  X(02).
           03  FILLER            PIC  X(10)  VALUE  "  VENDAS:".
           03  QTV-DET           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(08)  VALUE  " ITENS  ".
           03  VCL-DET           PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(10)  VALUE  "  MARGEM:".
           03  QTM-DET           PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(08)  VALUE  " ITENS  ".
           03  MCL-DET           PIC  ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS CLASSIFICADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS QUE MUDARAM DE CLASSE .........".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "PRODUTOS NAO CLASSIFICADOS (LIMITE) ....".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "TOTAL VENDAS / MARGEM ..................".
           03  TOT-DET4          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(03)  VALUE  " / ".
           03  TOT-DET5          PIC  ZZZ.ZZZ.ZZ9,99.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     INPUT     ARQPAR
           IF  FST-PAR   =  "00" PERFORM  ROT-PARM-00
                                    THRU  ROT-PARM-90.
           MOVE     ZEROS     TO  TAB-CLS
           OPEN     I-O       CADEST
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     "M"       TO  FLG-ORD
           PERFORM  ROT-ORDE-00
              THRU  ROT-ORDE-90
           MOVE     2         TO  IND-CLS
           PERFORM  ROT-CLAS-00
              THRU  ROT-CLAS-90
           MOVE     "V"       TO  FLG-ORD
           PERFORM  ROT-ORDE-00
              THRU  ROT-ORDE-90
           MOVE     1         TO  IND-CLS
           PERFORM  ROT-CLAS-00
              THRU  ROT-CLAS-90
           OPEN     OUTPUT    REL-ABC
           IF  BAS-ABC   =  "M"  MOVE  " MES ATUAL"   TO  BAS-CAB
           ELSE                  MOVE  " ANO ATUAL"   TO  BAS-CAB.
           MOVE     PCA-ABC   TO  PCA-CAB
           MOVE     PCB-ABC   TO  PCB-CAB
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-LIST-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TAB
                                 GO       ROT-FECH-00.
           MOVE     CHV-TAB (IND1)  TO  CHV-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-LIST-10.
           MOVE     ABV-TAB (IND1)  TO  ABV-EST
           MOVE     ABM-TAB (IND1)  TO  ABM-EST
           MOVE     DTA-HOJ   TO  DAB-EST
           REWRITE  REG-EST
           MOVE     IND1      TO  POS-DET
           MOVE     PRX-EST   TO  PRX-DET
           MOVE     SUF-EST   TO  SUF-DET
           MOVE     DES-EST   TO  DES-DET
           MOVE     VLV-TAB (IND1)  TO  VLV-DET
           MOVE     ZEROS     TO  PCT-AUX
           IF  TOT-VLV   >   0   COMPUTE  PCT-AUX  ROUNDED
                                       =  VLV-TAB (IND1)  *  100
                                       /  TOT-VLV.
           MOVE     PCT-AUX   TO  PIV-DET
           MOVE     ACV-TAB (IND1)  TO  ACV-DET
           MOVE     ABV-TAB (IND1)  TO  ABV-DET
           MOVE     AVA-TAB (IND1)  TO  AVA-DET
           MOVE     VLM-TAB (IND1)  TO  VLM-DET
           MOVE     ZEROS     TO  PCT-AUX
           IF  TOT-VLM   >   0   COMPUTE  PCT-AUX  ROUNDED
                                       =  VLM-TAB (IND1)  *  100
                                       /  TOT-VLM.
           MOVE     PCT-AUX   TO  PIM-DET
           MOVE     ACM-TAB (IND1)  TO  ACM-DET
           MOVE     ABM-TAB (IND1)  TO  ABM-DET
           MOVE     AMA-TAB (IND1)  TO  AMA-DET
           MOVE     SPACES    TO  MUD-DET
           IF (AVA-TAB (IND1)  NOT  =  SPACE  AND
               AVA-TAB (IND1)  NOT  =  ABV-TAB (IND1))  OR
              (AMA-TAB (IND1)  NOT  =  SPACE  AND
               AMA-TAB (IND1)  NOT  =  ABM-TAB (IND1))
                                 MOVE     "* MUDOU"  TO  MUD-DET
                                 ADD      1        TO  TOT-MUD.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LIST-10.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-FECH-10.
           ADD      1         TO  IND1
           IF  IND1      >   3   GO       ROT-FECH-20.
           IF  IND1      =   1   MOVE     " A"     TO  CLS-DET.
           IF  IND1      =   2   MOVE     " B"     TO  CLS-DET.
           IF  IND1      =   3   MOVE     " C"     TO  CLS-DET.
           MOVE     QTV-CLS (IND1)  TO  QTV-DET
           MOVE     VLV-CLS (IND1)  TO  VCL-DET
           MOVE     QTM-CLS (IND1)  TO  QTM-DET
           MOVE     VLM-CLS (IND1)  TO  MCL-DET
           WRITE    LIN-REL   FROM  LIN-CLS
           GO       ROT-FECH-10.

       ROT-FECH-20.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-TAB   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-MUD   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-EXC   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-VLV   TO  TOT-DET4
           MOVE     TOT-VLM   TO  TOT-DET5
           WRITE    LIN-REL   FROM  LIN-TOT4
           CLOSE    CADEST    REL-ABC
           GOBACK.

       ROT-PARM-00.
           READ     ARQPAR    AT  END  GO  ROT-PARM-80.
           MOVE     SPACES    TO  BAS-AUX
           MOVE     ZEROS     TO  PCA-AUX   PCB-AUX
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     BAS-AUX
                              PCA-AUX
                              PCB-AUX
           IF  BAS-AUX   =  "M"  OR  BAS-AUX  =  "A"
                                 MOVE     BAS-AUX  TO  BAS-ABC.
           IF  PCA-AUX   >   0   AND
               PCB-AUX   >       PCA-AUX
                                 MOVE     PCA-AUX  TO  PCA-ABC
                                 MOVE     PCB-AUX  TO  PCB-ABC.
       ROT-PARM-80.
           CLOSE    ARQPAR.
       ROT-PARM-90.
           EXIT.

       ROT-CARG-00.
           MOVE     SPACES    TO  CHV-EST
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     CADEST  NEXT
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-CARG-90.
           IF  PRX-EST   =  "1"  GO       ROT-CARG-10.
           IF  QTD-TAB   =  2000 ADD      1        TO  TOT-EXC
                                 GO       ROT-CARG-10.
           IF  BAS-ABC   =  "M"  MOVE     QVM-EST  TO  QTD-AUX
           ELSE                  MOVE     QVA-EST  TO  QTD-AUX.
           IF  CTM-EST   >   0   MOVE     CTM-EST  TO  CST-AUX
           ELSE                  MOVE     CST-EST  TO  CST-AUX.
           ADD      1         TO  QTD-TAB
           MOVE     CHV-EST   TO  CHV-TAB (QTD-TAB)
           COMPUTE  VLV-TAB (QTD-TAB)  ROUNDED
                             =   QTD-AUX  *   VDA-EST
           COMPUTE  MRG-AUX   ROUNDED
                             =   QTD-AUX  *  (VDA-EST  -  CST-AUX)
           IF  MRG-AUX   <   0   MOVE     ZEROS    TO  MRG-AUX.
           MOVE     MRG-AUX   TO  VLM-TAB (QTD-TAB)
           MOVE     ZEROS     TO  ACV-TAB (QTD-TAB)
                                  ACM-TAB (QTD-TAB)
           MOVE     SPACES    TO  ABV-TAB (QTD-TAB)
                                  ABM-TAB (QTD-TAB)
           MOVE     ABV-EST   TO  AVA-TAB (QTD-TAB)
           MOVE     ABM-EST   TO  AMA-TAB (QTD-TAB)
           ADD      VLV-TAB (QTD-TAB)  TO  TOT-VLV
           ADD      VLM-TAB (QTD-TAB)  TO  TOT-VLM
           GO       ROT-CARG-10.

       ROT-CARG-90.
           EXIT.

       ROT-CLAS-00.
           MOVE     ZEROS     TO  IND1   ACM-AUX.

       ROT-CLAS-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-TAB
                                 GO       ROT-CLAS-90.
           MOVE     ZEROS     TO  PCT-AUX
           IF  IND-CLS   =   1   GO       ROT-CLAS-20.
           IF  TOT-VLM   >   0   COMPUTE  PCT-AUX  ROUNDED
                                       =  ACM-AUX  *  100  /  TOT-VLM.
           ADD      VLM-TAB (IND1)  TO  ACM-AUX
           PERFORM  ROT-FAIX-00
              THRU  ROT-FAIX-90
           IF  VLM-TAB (IND1)  =  0
                                 MOVE     "C"      TO  CLS-AUX
                                 MOVE     3        TO  IND3.
           MOVE     CLS-AUX   TO  ABM-TAB (IND1)
           IF  TOT-VLM   >   0   COMPUTE  ACM-TAB (IND1)  ROUNDED
                                       =  ACM-AUX  *  100  /  TOT-VLM.
           ADD      1         TO  QTM-CLS (IND3)
           ADD      VLM-TAB (IND1)  TO  VLM-CLS (IND3)
           GO       ROT-CLAS-10.

       ROT-CLAS-20.
           IF  TOT-VLV   >   0   COMPUTE  PCT-AUX  ROUNDED
                                       =  ACM-AUX  *  100  /  TOT-VLV.
           ADD      VLV-TAB (IND1)  TO  ACM-AUX
           PERFORM  ROT-FAIX-00
              THRU  ROT-FAIX-90
           IF  VLV-TAB (IND1)  =  0
                                 MOVE     "C"      TO  CLS-AUX
                                 MOVE     3        TO  IND3.
           MOVE     CLS-AUX   TO  ABV-TAB (IND1)
           IF  TOT-VLV   >   0   COMPUTE  ACV-TAB (IND1)  ROUNDED
                                       =  ACM-AUX  *  100  /  TOT-VLV.
           ADD      1         TO  QTV-CLS (IND3)
           ADD      VLV-TAB (IND1)  TO  VLV-CLS (IND3)
           GO       ROT-CLAS-10.

       ROT-CLAS-90.
           EXIT.

       ROT-FAIX-00.
           IF  PCT-AUX   <       PCA-ABC
                                 MOVE     "A"      TO  CLS-AUX
                                 MOVE     1        TO  IND3
           ELSE
           IF  PCT-AUX   <       PCB-ABC
                                 MOVE     "B"      TO  CLS-AUX
                                 MOVE     2        TO  IND3
           ELSE
                                 MOVE     "C"      TO  CLS-AUX
                                 MOVE     3        TO  IND3.
       ROT-FAIX-90.
           EXIT.

       ROT-ORDE-00.
           MOVE     1         TO  IND1.

       ROT-ORDE-10.
           IF  IND1  NOT  <      QTD-TAB
                                 GO       ROT-ORDE-90.
           COMPUTE  IND2      =  IND1  +   1.

       ROT-ORDE-20.
           IF  IND2      >       QTD-TAB
                                 ADD      1  TO  IND1
                                 GO       ROT-ORDE-10.
           IF  FLG-ORD   =  "V"  AND
               VLV-TAB (IND2)  >  VLV-TAB (IND1)
                                 PERFORM  ROT-TROC-00
                                    THRU  ROT-TROC-90.
           IF  FLG-ORD   =  "M"  AND
               VLM-TAB (IND2)  >  VLM-TAB (IND1)
                                 PERFORM  ROT-TROC-00
                                    THRU  ROT-TROC-90.
           ADD      1         TO  IND2
           GO       ROT-ORDE-20.

       ROT-ORDE-90.
           EXIT.

       ROT-TROC-00.
           MOVE     REG-TAB (IND1)  TO  TRC-TAB
           MOVE     REG-TAB (IND2)  TO  REG-TAB (IND1)
           MOVE     TRC-TAB   TO  REG-TAB (IND2).
       ROT-TROC-90.
           EXIT.
