       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6087.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADPED        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADCOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-COT
                       FILE          STATUS  IS  FST-COT.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADCPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPT
                       FILE          STATUS  IS  FST-CPT.

           SELECT      CADFRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FRN
                       FILE          STATUS  IS  FST-FRN.

           SELECT      ARQMES        ASSIGN  TO  "FORNMES.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-FRN       ASSIGN  TO  "RELFORN.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPED.CPY.
       COPY  CADCOT.CPY.
       COPY  CADLCP.CPY.
       COPY  CADCPT.CPY.
       COPY  CADFRN.CPY.

       FD  ARQMES.
       01  LIN-MES               PIC  X(80).

       FD  REL-FRN.
       01  LIN-REL               PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PED          PIC  X(02).
           03  FST-COT          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-CPT          PIC  X(02).
           03  FST-FRN          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  AMS-REF          PIC  9(04).
           03  AMS-AUX          PIC  9(04).
           03  DIA-ENT          PIC  9(03)  VALUE  7.
           03  DIA-AUX          PIC  9(03).
           03  FRN-AUX          PIC  9(04).
           03  NUM-AUX          PIC  9(06).
           03  DTO-AUX          PIC  9(06).
           03  FLG-PED          PIC  X(01).
           03  QRC-AUX          PIC  9(06)V9.
           03  LNF-AUX          PIC  9(12).
           03  LCT-AUX          PIC  9(12)  VALUE  ZEROS.
           03  SCR-PRC          PIC S9(05)V9.
           03  SCR-CTS          PIC S9(05)V9.
           03  VAR-AUX          PIC S9(05)V9.
           03  PRZ-AUX          PIC  9(03).
           03  TOT-PED          PIC  9(05)  VALUE  ZEROS.
           03  TOT-CTS          PIC  9(05)  VALUE  ZEROS.
           03  TOT-FOR          PIC  9(05)  VALUE  ZEROS.

           03  DTA-WRK          PIC  9(06).
           03  RED-WRK          REDEFINES  DTA-WRK.
               05  ANO-WRK      PIC  9(02).
               05  MES-WRK      PIC  9(02).
               05  DIA-WRK      PIC  9(02).
           03  DTA-FIM          PIC  9(06).
           03  RED-FIM          REDEFINES  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  ANO-D1           PIC  9(04).
           03  ANO-D2           PIC  9(04).
           03  DIA-PAS          PIC S9(05).

           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).
           03  QTD-FRN          PIC  9(03)  VALUE  ZEROS.
           03  TRC-FRN          PIC  X(092).
           03  QTD-LNF          PIC  9(03)  VALUE  ZEROS.

           03  TAB-FRN.
               05  REG-TFR       OCCURS  100.
                   07  FRN-TFR   PIC  9(04).
                   07  PED-TFR   PIC  9(04).
                   07  ITN-TFR   PIC  9(05).
                   07  IPZ-TFR   PIC  9(05).
                   07  QPD-TFR   PIC  9(08)V9.
                   07  QRC-TFR   PIC  9(08)V9.
                   07  VCT-TFR   PIC  9(09)V99.
                   07  VCB-TFR   PIC  9(09)V99.
                   07  ENT-TFR   PIC  9(04).
                   07  CTS-TFR   PIC  9(04).
                   07  PRZ-TFR   PIC  9(06).
                   07  QPZ-TFR   PIC  9(04).
                   07  PZO-TFR   PIC  9(03)V9.
                   07  ATD-TFR   PIC  9(03)V9.
                   07  VAR-TFR   PIC S9(03)V9.
                   07  NOT-TFR   PIC  9(03)V9.

           03  TAB-LNF.
               05  LNF-TLN       PIC  9(12)  OCCURS  500.

       01  LIN-CAB1.
           03  FILLER            PIC  X(40)  VALUE
               "DESEMPENHO DE FORNECEDORES - MES".
           03  AMS-CAB           PIC  99/99.
           03  FILLER            PIC  X(19)  VALUE
               "  PRAZO ENTREGA:".
           03  DIA-CAB           PIC  ZZ9.
           03  FILLER            PIC  X(05)  VALUE  " DIAS".
       01  LIN-CAB2              PIC  X(120) VALUE
           "POS FORN NOME                  PED ITENS %PRAZO %ATEND VAR.P
      -    "RC% ENTR CONT PRZ.PGTO  NOTA".
       01  LIN-DET.
           03  POS-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  FRN-DET           PIC  9(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-DET           PIC  X(20).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PED-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  ITN-DET           PIC  Z.ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PZO-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ATD-DET           PIC  ZZ9,9.
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  VAR-DET           PIC  --9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ENT-DET           PIC  ZZ9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  CTS-DET           PIC  ZZ9.
           03  FILLER            PIC  X(06)  VALUE  SPACES.
           03  PRZ-DET           PIC  ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOT-DET           PIC  ZZ9,9.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "FORNECEDORES AVALIADOS .................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "PEDIDOS DO MES .........................".
           03  TOT-DET2          PIC  ZZ.ZZ9.
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "ENTREGAS CONTESTADAS ...................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "FORNECEDORES FORA DA TABELA ............".
           03  TOT-DET4          PIC  ZZ.ZZ9.
       01  LIN-ROD1              PIC  X(120) VALUE
           "NOTA = 40% PRAZO + 30% ATENDIMENTO + 20% PRECO + 10% CONTEST
      -    "ACOES".

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           MOVE     DTA-HOJ (1:4)  TO  AMS-REF
           OPEN     INPUT     ARQMES
           IF  FST-ARQ   =  "00" PERFORM  ROT-MESR-00
                                    THRU  ROT-MESR-90.
           OPEN     INPUT     CADPED    CADCOT    CADLCP    CADFRN
           OPEN     OUTPUT    REL-FRN
           PERFORM  ROT-PEDI-00
              THRU  ROT-PEDI-90
           PERFORM  ROT-ENTR-00
              THRU  ROT-ENTR-90
           OPEN     INPUT     CADCPT
           IF  FST-CPT   =  "00" PERFORM  ROT-CONT-00
                                    THRU  ROT-CONT-90
                                 CLOSE    CADCPT.
           PERFORM  ROT-NOTA-00
              THRU  ROT-NOTA-90
           PERFORM  ROT-ORDE-00
              THRU  ROT-ORDE-90
           MOVE     AMS-REF (3:2)  TO  AMS-CAB (1:2)
           MOVE     AMS-REF (1:2)  TO  AMS-CAB (4:2)
           MOVE     DIA-ENT   TO  DIA-CAB
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-LIST-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-FRN
                                 GO       ROT-FECH-00.
           MOVE     IND1      TO  POS-DET
           MOVE     FRN-TFR (IND1)  TO  FRN-DET  CHV-FRN
           READ     CADFRN
           IF  FST-FRN  NOT  =  "00"
                                 MOVE     SPACES   TO  NOM-FRN
                                 MOVE     ZEROS    TO  PGT-FRN.
           MOVE     NOM-FRN   TO  NOM-DET
           MOVE     PED-TFR (IND1)  TO  PED-DET
           MOVE     ITN-TFR (IND1)  TO  ITN-DET
           MOVE     PZO-TFR (IND1)  TO  PZO-DET
           MOVE     ATD-TFR (IND1)  TO  ATD-DET
           MOVE     VAR-TFR (IND1)  TO  VAR-DET
           MOVE     ENT-TFR (IND1)  TO  ENT-DET
           MOVE     CTS-TFR (IND1)  TO  CTS-DET
           IF  QPZ-TFR (IND1)  >  0
                                 COMPUTE  PRZ-AUX  ROUNDED
                                       =  PRZ-TFR (IND1)
                                       /  QPZ-TFR (IND1)
           ELSE                  MOVE     PGT-FRN  TO  PRZ-AUX.
           MOVE     PRZ-AUX   TO  PRZ-DET
           MOVE     NOT-TFR (IND1)  TO  NOT-DET
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-LIST-10.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     QTD-FRN   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-PED   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     TOT-CTS   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-FOR   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-ROD1
           CLOSE    CADPED    CADCOT    CADLCP    CADFRN
                    REL-FRN
           GOBACK.

       ROT-MESR-00.
           READ     ARQMES    AT  END  GO  ROT-MESR-80.
           MOVE     ZEROS     TO  AMS-AUX   DIA-AUX
           UNSTRING  LIN-MES  DELIMITED  BY  "|"
                     INTO     AMS-AUX
                              DIA-AUX
           IF  AMS-AUX  NOT  =   ZEROS  AND
               AMS-AUX (3:2)  NOT  <  "01"  AND
               AMS-AUX (3:2)  NOT  >  "12"
                                 MOVE     AMS-AUX  TO  AMS-REF.
           IF  DIA-AUX   >       ZEROS
                                 MOVE     DIA-AUX  TO  DIA-ENT.
       ROT-MESR-80.
           CLOSE    ARQMES.
       ROT-MESR-90.
           EXIT.

       ROT-PEDI-00.
           MOVE     "N"       TO  FLG-PED
           MOVE     ZEROS     TO  CHV-PED
           START    CADPED       KEY  >   CHV-PED
           IF  FST-PED  NOT  =  "00"
                                 GO       ROT-PEDI-90.

       ROT-PEDI-10.
           READ     CADPED  NEXT
           IF  FST-PED  NOT  =  "00"
                                 GO       ROT-PEDI-90.
           IF  ITM-PED  NOT  =   ZEROS
                                 GO       ROT-PEDI-20.
           MOVE     "N"       TO  FLG-PED
           IF  DTA-PED (1:4)  NOT  =  AMS-REF  OR
               STA-PED   =  "C"  OR
               FRN-PED   =   ZEROS
                                 GO       ROT-PEDI-10.
           MOVE     FRN-PED   TO  FRN-AUX
           PERFORM  ROT-ACHA-00
              THRU  ROT-ACHA-90
           IF  IND1      =   ZEROS
                                 ADD      1        TO  TOT-FOR
                                 GO       ROT-PEDI-10.
           MOVE     "S"       TO  FLG-PED
           MOVE     NUM-PED   TO  NUM-AUX
           MOVE     DTA-PED   TO  DTO-AUX
           ADD      1         TO  PED-TFR (IND1)  TOT-PED
           PERFORM  ROT-COTV-00
              THRU  ROT-COTV-90
           GO       ROT-PEDI-10.

       ROT-PEDI-20.
           IF  FLG-PED  NOT  =  "S"  OR
               NUM-PED  NOT  =   NUM-AUX
                                 GO       ROT-PEDI-10.
           ADD      1         TO  ITN-TFR (IND1)
           ADD      QTD-PED   TO  QPD-TFR (IND1)
           MOVE     QTR-PED   TO  QRC-AUX
           IF  QRC-AUX   >       QTD-PED
                                 MOVE     QTD-PED  TO  QRC-AUX.
           ADD      QRC-AUX   TO  QRC-TFR (IND1)
           IF  QTR-PED   >   0   COMPUTE  VCT-TFR (IND1)
                                       =  VCT-TFR (IND1)
                                       +  QTR-PED  *  PRC-PED
                                 ADD      VLR-PED  TO  VCB-TFR (IND1).
           IF  QTR-PED   <       QTD-PED  OR
               DTU-PED   =       ZEROS
                                 GO       ROT-PEDI-10.
           MOVE     DTO-AUX   TO  DTA-WRK
           MOVE     DTU-PED   TO  DTA-FIM
           PERFORM  ROT-DIAS-00
              THRU  ROT-DIAS-90
           IF  DIA-PAS  NOT  >   DIA-ENT
                                 ADD      1        TO  IPZ-TFR (IND1).
           GO       ROT-PEDI-10.

       ROT-PEDI-90.
           EXIT.

       ROT-COTV-00.
           MOVE     NUM-AUX   TO  PED-COT
           MOVE     ZEROS     TO  FRN-COT
           START    CADCOT       KEY  NOT  <  CHV-COT
           IF  FST-COT  NOT  =  "00"
                                 GO       ROT-COTV-80.

       ROT-COTV-10.
           READ     CADCOT  NEXT
           IF  FST-COT  NOT  =  "00"  OR
               PED-COT  NOT  =   NUM-AUX
                                 GO       ROT-COTV-80.
           IF  STA-COT  NOT  =  "V"  OR
               FRN-COT  NOT  =   FRN-AUX
                                 GO       ROT-COTV-10.
           ADD      PRZ-COT   TO  PRZ-TFR (IND1)
           ADD      1         TO  QPZ-TFR (IND1).

       ROT-COTV-80.
           MOVE     NUM-AUX   TO  NUM-PED
           MOVE     ZEROS     TO  ITM-PED
           START    CADPED       KEY  >   CHV-PED.
       ROT-COTV-90.
           EXIT.

       ROT-ENTR-00.
           MOVE     SPACES    TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-ENTR-90.

       ROT-ENTR-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-ENTR-90.
           IF  DTA-LCP (1:4)  NOT  =  AMS-REF  OR
               QTD-LCP  NOT  >   ZEROS       OR
               FRN-LCP   =       ZEROS
                                 GO       ROT-ENTR-10.
           MOVE     FRN-LCP   TO  FRN-AUX
           PERFORM  ROT-ACHA-00
              THRU  ROT-ACHA-90
           IF  IND1      =   ZEROS
                                 GO       ROT-ENTR-10.
           MOVE     DTA-LCP   TO  LNF-AUX (1:6)
           MOVE     NTF-LCP   TO  LNF-AUX (7:6)
           MOVE     ZEROS     TO  IND2.

       ROT-ENTR-20.
           ADD      1         TO  IND2
           IF  IND2      >       QTD-LNF
                                 GO       ROT-ENTR-30.
           IF  LNF-TLN (IND2)  =  LNF-AUX
                                 GO       ROT-ENTR-10.
           GO       ROT-ENTR-20.

       ROT-ENTR-30.
           IF  QTD-LNF   <  500  ADD      1        TO  QTD-LNF
                                 MOVE     LNF-AUX  TO
                                          LNF-TLN (QTD-LNF).
           ADD      1         TO  ENT-TFR (IND1)
           GO       ROT-ENTR-10.

       ROT-ENTR-90.
           EXIT.

       ROT-CONT-00.
           MOVE     ZEROS     TO  CHV-CPT
           START    CADCPT       KEY  >   CHV-CPT
           IF  FST-CPT  NOT  =  "00"
                                 GO       ROT-CONT-90.

       ROT-CONT-10.
           READ     CADCPT  NEXT
           IF  FST-CPT  NOT  =  "00"
                                 GO       ROT-CONT-90.
           IF  DTA-CPT (1:4)  NOT  =  AMS-REF  OR
               STA-CPT  NOT  =  "N"
                                 GO       ROT-CONT-10.
           MOVE     DTA-CPT   TO  LNF-AUX (1:6)
           MOVE     NTF-CPT   TO  LNF-AUX (7:6)
           IF  LNF-AUX   =       LCT-AUX
                                 GO       ROT-CONT-10.
           MOVE     LNF-AUX   TO  LCT-AUX
           ADD      1         TO  TOT-CTS
           PERFORM  ROT-FORN-00
              THRU  ROT-FORN-90
           GO       ROT-CONT-10.

       ROT-CONT-90.
           EXIT.

       ROT-FORN-00.
           MOVE     SPACES    TO  CHV-LCP
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-FORN-90.

       ROT-FORN-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-FORN-90.
           IF  NTF-LCP  NOT  =   NTF-CPT  OR
               DTA-LCP  NOT  =   DTA-CPT  OR
               FRN-LCP   =       ZEROS
                                 GO       ROT-FORN-10.
           MOVE     FRN-LCP   TO  FRN-AUX
           PERFORM  ROT-ACHA-00
              THRU  ROT-ACHA-90
           IF  IND1      >   ZEROS
                                 ADD      1        TO  CTS-TFR (IND1).
       ROT-FORN-90.
           EXIT.

       ROT-NOTA-00.
           MOVE     ZEROS     TO  IND1.

       ROT-NOTA-10.
           ADD      1         TO  IND1
           IF  IND1      >       QTD-FRN
                                 GO       ROT-NOTA-90.
           MOVE     ZEROS     TO  PZO-TFR (IND1)  ATD-TFR (IND1)
                                  VAR-TFR (IND1)  VAR-AUX
           IF  ITN-TFR (IND1)  >  0
                                 COMPUTE  PZO-TFR (IND1)  ROUNDED
                                       =  IPZ-TFR (IND1)  *  100
                                       /  ITN-TFR (IND1).
           IF  QPD-TFR (IND1)  >  0
                                 COMPUTE  ATD-TFR (IND1)  ROUNDED
                                       =  QRC-TFR (IND1)  *  100
                                       /  QPD-TFR (IND1).
           IF  VCT-TFR (IND1)  >  0
                                 COMPUTE  VAR-AUX  ROUNDED
                                       = (VCB-TFR (IND1)
                                       -  VCT-TFR (IND1))  *  100
                                       /  VCT-TFR (IND1).
           IF  VAR-AUX   >       999
                                 MOVE     999      TO  VAR-AUX.
           IF  VAR-AUX   <       -99
                                 MOVE     -99      TO  VAR-AUX.
           MOVE     VAR-AUX   TO  VAR-TFR (IND1)
           MOVE     100       TO  SCR-PRC
           IF  VAR-AUX   >   0   COMPUTE  SCR-PRC  =  100
                                       -  VAR-AUX  *  5.
           IF  SCR-PRC   <   0   MOVE     ZEROS    TO  SCR-PRC.
           MOVE     100       TO  SCR-CTS
           IF  ENT-TFR (IND1)  >  0
                                 COMPUTE  SCR-CTS  ROUNDED  =  100
                                       -  CTS-TFR (IND1)  *  100
                                       /  ENT-TFR (IND1).
           IF  SCR-CTS   <   0   MOVE     ZEROS    TO  SCR-CTS.
           COMPUTE  NOT-TFR (IND1)  ROUNDED
                             =   PZO-TFR (IND1)  *  0,40
                             +   ATD-TFR (IND1)  *  0,30
                             +   SCR-PRC         *  0,20
                             +   SCR-CTS         *  0,10
           GO       ROT-NOTA-10.

       ROT-NOTA-90.
           EXIT.

       ROT-DIAS-00.
           IF  ANO-WRK  NOT  <   90
               COMPUTE  ANO-D1  =  1900  +  ANO-WRK
           ELSE
               COMPUTE  ANO-D1  =  2000  +  ANO-WRK.
           IF  ANO-FIM  NOT  <   90
               COMPUTE  ANO-D2  =  1900  +  ANO-FIM
           ELSE
               COMPUTE  ANO-D2  =  2000  +  ANO-FIM.
           COMPUTE  DIA-PAS  = (ANO-D2  -  ANO-D1)  *  365
                             + (MES-FIM  -  MES-WRK)  *  30
                             + (DIA-FIM  -  DIA-WRK).
       ROT-DIAS-90.
           EXIT.

       ROT-ACHA-00.
           MOVE     ZEROS     TO  IND1   IND2.

       ROT-ACHA-10.
           ADD      1         TO  IND2
           IF  IND2      >       QTD-FRN
                                 GO       ROT-ACHA-20.
           IF  FRN-TFR (IND2)  NOT  =  FRN-AUX
                                 GO       ROT-ACHA-10.
           MOVE     IND2      TO  IND1
           GO       ROT-ACHA-90.

       ROT-ACHA-20.
           IF  QTD-FRN   =  100  GO       ROT-ACHA-90.
           ADD      1         TO  QTD-FRN
           MOVE     FRN-AUX   TO  FRN-TFR (QTD-FRN)
           MOVE     ZEROS     TO  PED-TFR (QTD-FRN)
                                  ITN-TFR (QTD-FRN)
                                  IPZ-TFR (QTD-FRN)
                                  QPD-TFR (QTD-FRN)
                                  QRC-TFR (QTD-FRN)
                                  VCT-TFR (QTD-FRN)
                                  VCB-TFR (QTD-FRN)
                                  ENT-TFR (QTD-FRN)
                                  CTS-TFR (QTD-FRN)
                                  PRZ-TFR (QTD-FRN)
                                  QPZ-TFR (QTD-FRN)
                                  PZO-TFR (QTD-FRN)
                                  ATD-TFR (QTD-FRN)
                                  VAR-TFR (QTD-FRN)
                                  NOT-TFR (QTD-FRN)
           MOVE     QTD-FRN   TO  IND1.
       ROT-ACHA-90.
           EXIT.

       ROT-ORDE-00.
           MOVE     1         TO  IND1.

       ROT-ORDE-10.
           IF  IND1  NOT  <      QTD-FRN
                                 GO       ROT-ORDE-90.
           COMPUTE  IND2      =  IND1  +   1.

       ROT-ORDE-20.
           IF  IND2      >       QTD-FRN
                                 ADD      1  TO  IND1
                                 GO       ROT-ORDE-10.
           IF  NOT-TFR (IND2)  >  NOT-TFR (IND1)
                                 MOVE     REG-TFR (IND1)  TO  TRC-FRN
                                 MOVE     REG-TFR (IND2)  TO
                                          REG-TFR (IND1)
                                 MOVE     TRC-FRN  TO  REG-TFR (IND2).
           ADD      1         TO  IND2
           GO       ROT-ORDE-20.

       ROT-ORDE-90.
           EXIT.
