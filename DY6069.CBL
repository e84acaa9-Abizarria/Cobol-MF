       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6069.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADOLU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OLU
                       FILE          STATUS  IS  FST-OLU.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADOSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSV
                       FILE          STATUS  IS  FST-OSV.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      ARQOLU        ASSIGN  TO  "OLUC.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-OLU       ASSIGN  TO  "RELOLU.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADOLU.CPY.
       COPY  CADEST.CPY.
       COPY  CADOSV.CPY.
       COPY  CADVDF.CPY.

       FD  ARQOLU.
       01  LIN-ARQ               PIC  X(120).

       FD  REL-OLU.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-OLU          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-OSV          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  DTA-AUX          PIC  9(06).
           03  COL-AUX          PIC  X(30).
           03  LIC-AUX          PIC  X(15).
           03  CRT-AUX          PIC  X(15).
           03  QTD-AUX          PIC  9(06)V9.
           03  OPR-AUX          PIC  X(10).
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-INS          PIC  9(02)  VALUE  ZEROS.

           03  AMS-AUX          PIC  9(04).
           03  AMS-RED          REDEFINES   AMS-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
           03  NUM-HOJ          PIC  9(05).
           03  DIF-MES          PIC S9(05).
           03  PRX-AUX          PIC  X(01).
           03  SUF-AUX          PIC  X(03).
           03  LTS-AUX          PIC  9(07)V9.
           03  PCT-AUX          PIC  9(05)V9.
           03  PCT-MIN          PIC  9(03)  VALUE  80.
           03  QTD-LUB          PIC  9(03)  VALUE  ZEROS.
           03  IND1             PIC  9(03).
           03  IND2             PIC  9(03).

       01  TAB-MES.
           03  MES-TAB          OCCURS  12.
               05  AMS-TAB      PIC  9(04).
               05  COL-TAB      PIC  9(07)V9.
               05  DRN-TAB      PIC  9(07)V9.
               05  VND-TAB      PIC  9(07)V9.

       01  TAB-LUB.
           03  LUB-TAB          OCCURS  300.
               05  PRX-LUB      PIC  X(01).
               05  SUF-LUB      PIC  X(03).
               05  VOL-LUB      PIC  9(02)V99.

       01  LIN-CAB1              PIC  X(110) VALUE
           "COLETA DE OLEO LUBRIFICANTE USADO - OLUC - CERTIFICADOS".
       01  LIN-CAB2              PIC  X(110) VALUE
           "DATA     CERTIFICADO     COLETOR                        LICE
      -    "NCA            LITROS  SITUACAO".
       01  LIN-DET.
           03  DTA-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CRT-DET           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  COL-DET           PIC  X(30).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  LIC-DET           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTD-DET           PIC  ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(26).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "COLETAS REGISTRADAS ....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "COLETAS REJEITADAS .....................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  LIN-CAB3              PIC  X(110) VALUE
           "CONFRONTO MENSAL - LITROS COLETADOS X DRENADOS EM TROCAS X V
      -    "ENDIDOS".
       01  LIN-CAB4              PIC  X(110) VALUE
           "MES     COLETADO   DRENADO O.S.  %COLETA    VENDIDO  %COLETA
      -    "  SITUACAO".
       01  LIN-MES.
           03  MES-MES           PIC  99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  COL-MES           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  DRN-MES           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  PCD-MES           PIC  ZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VND-MES           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PCV-MES           PIC  ZZ.ZZ9,9.
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-MES           PIC  X(20).
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MESES COM COLETA INSUFICIENTE ..........".
           03  TOT-DET3          PIC  Z9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADOLU
           IF  FST-OLU   =  "35" CLOSE    CADOLU
                                 OPEN     OUTPUT   CADOLU
                                 CLOSE    CADOLU
                                 OPEN     I-O      CADOLU.
           OPEN     OUTPUT    REL-OLU
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
           PERFORM  ROT-MESE-00
              THRU  ROT-MESE-90
           PERFORM  ROT-LUBR-00
              THRU  ROT-LUBR-90
           PERFORM  ROT-SOLU-00
              THRU  ROT-SOLU-90
           PERFORM  ROT-SOSV-00
              THRU  ROT-SOSV-90
           PERFORM  ROT-SVDF-00
              THRU  ROT-SVDF-90
           PERFORM  ROT-IMPR-00
              THRU  ROT-IMPR-90
           CLOSE    CADOLU    REL-OLU
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQOLU
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQOLU    AT  END  GO  ROT-CARG-80.
           MOVE     ZEROS     TO  DTA-AUX   QTD-AUX
           MOVE     SPACES    TO  COL-AUX   LIC-AUX   CRT-AUX
                                  OPR-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     DTA-AUX
                              COL-AUX
                              LIC-AUX
                              CRT-AUX
                              QTD-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     DTA-AUX (5:2)  TO  DTA-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-DET (7:2)
           MOVE     CRT-AUX   TO  CRT-DET
           MOVE     COL-AUX   TO  COL-DET
           MOVE     LIC-AUX   TO  LIC-DET
           MOVE     QTD-AUX   TO  QTD-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           MOVE     DTA-AUX   TO  DTA-OLU
           MOVE     CRT-AUX   TO  CRT-OLU
           MOVE     COL-AUX   TO  COL-OLU
           MOVE     LIC-AUX   TO  LIC-OLU
           MOVE     QTD-AUX   TO  QTD-OLU
           MOVE     OPR-AUX   TO  OPR-OLU
           ACCEPT   HRA-OLU   FROM  TIME
           WRITE    REG-OLU
           IF  FST-OLU   =  "22"
               MOVE  "CERTIFICADO JA REGISTRADO"   TO  SIT-DET
               ADD      1         TO  TOT-REJ
           ELSE
               MOVE  "REGISTRADA"                  TO  SIT-DET
               ADD      1         TO  TOT-ACE.
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQOLU.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  DTA-AUX   >       DTA-HOJ
               MOVE  "DATA INVALIDA"               TO  SIT-DET
               GO       ROT-VALD-90.
           IF  CRT-AUX   =       SPACES
               MOVE  "CERTIFICADO NAO INFORMADO"   TO  SIT-DET
               GO       ROT-VALD-90.
           IF  COL-AUX   =       SPACES
               MOVE  "COLETOR NAO INFORMADO"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  LIC-AUX   =       SPACES
               MOVE  "LICENCA NAO INFORMADA"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  QTD-AUX   =       ZEROS
               MOVE  "QUANTIDADE INVALIDA"         TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-MESE-00.
           MOVE     DTA-HOJ (1:4)  TO  AMS-AUX
           COMPUTE  NUM-HOJ   =  ANO-AUX  *   12  +  MES-AUX
           MOVE     12        TO  IND1.

       ROT-MESE-10.
           MOVE     AMS-AUX   TO  AMS-TAB (IND1)
           MOVE     ZEROS     TO  COL-TAB (IND1)  DRN-TAB (IND1)
                                  VND-TAB (IND1)
           IF  IND1      =   1   GO       ROT-MESE-90.
           SUBTRACT 1         FROM  IND1
           IF  MES-AUX   =   1   MOVE     12       TO  MES-AUX
                                 SUBTRACT 1        FROM  ANO-AUX
           ELSE                  SUBTRACT 1        FROM  MES-AUX.
           GO       ROT-MESE-10.

       ROT-MESE-90.
           EXIT.

       ROT-INDM-00.
           COMPUTE  DIF-MES   =  NUM-HOJ  -   ANO-AUX  *  12
                                          -   MES-AUX
           IF  DIF-MES   <   0   OR
               DIF-MES   >   11  MOVE     ZEROS    TO  IND1
           ELSE                  COMPUTE  IND1     =   12  -  DIF-MES.
       ROT-INDM-90.
           EXIT.

       ROT-LUBR-00.
           OPEN     INPUT     CADEST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-LUBR-90.
           MOVE     SPACES    TO  CHV-EST
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-LUBR-80.

       ROT-LUBR-10.
           READ     CADEST  NEXT
           IF  FST-EST  NOT  =  "00"
                                 GO       ROT-LUBR-80.
           IF  VOL-EST  NOT  >   ZEROS  OR
               PRX-EST (1:1)  =  "1"  OR
               QTD-LUB   =       300
                                 GO       ROT-LUBR-10.
           ADD      1         TO  QTD-LUB
           MOVE     PRX-EST (1:1)  TO  PRX-LUB (QTD-LUB)
           MOVE     SUF-EST   TO  SUF-LUB (QTD-LUB)
           MOVE     VOL-EST   TO  VOL-LUB (QTD-LUB)
           GO       ROT-LUBR-10.

       ROT-LUBR-80.
           CLOSE    CADEST.
       ROT-LUBR-90.
           EXIT.

       ROT-PLUB-00.
           MOVE     ZEROS     TO  IND2.

       ROT-PLUB-10.
           IF  IND2      =       QTD-LUB
                                 MOVE     ZEROS    TO  IND2
                                 GO       ROT-PLUB-90.
           ADD      1         TO  IND2
           IF  PRX-LUB (IND2)  NOT  =  PRX-AUX  OR
               SUF-LUB (IND2)  NOT  =  SUF-AUX
                                 GO       ROT-PLUB-10.
       ROT-PLUB-90.
           EXIT.

       ROT-SOLU-00.
           MOVE     ZEROS     TO  DTA-OLU
           MOVE     SPACES    TO  CRT-OLU
           START    CADOLU       KEY  >   CHV-OLU
           IF  FST-OLU  NOT  =  "00"
                                 GO       ROT-SOLU-90.

       ROT-SOLU-10.
           READ     CADOLU  NEXT
           IF  FST-OLU  NOT  =  "00"
                                 GO       ROT-SOLU-90.
           MOVE     DTA-OLU (1:4)  TO  AMS-AUX
           PERFORM  ROT-INDM-00
              THRU  ROT-INDM-90
           IF  IND1      >   0   ADD      QTD-OLU  TO  COL-TAB (IND1).
           GO       ROT-SOLU-10.

       ROT-SOLU-90.
           EXIT.

       ROT-SOSV-00.
           OPEN     INPUT     CADOSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-SOSV-90.
           MOVE     ZEROS     TO  CHV-OSV
           START    CADOSV       KEY  >   CHV-OSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-SOSV-80.

       ROT-SOSV-10.
           READ     CADOSV  NEXT
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-SOSV-80.
           IF  ITM-OSV   =       ZEROS  OR
               STA-OSV  NOT  =  "F"
                                 GO       ROT-SOSV-10.
           MOVE     DTA-OSV (1:4)  TO  AMS-AUX
           PERFORM  ROT-INDM-00
              THRU  ROT-INDM-90
           IF  IND1      =   0   GO       ROT-SOSV-10.
           MOVE     PRX-OSV   TO  PRX-AUX
           MOVE     SUF-OSV   TO  SUF-AUX
           PERFORM  ROT-PLUB-00
              THRU  ROT-PLUB-90
           IF  IND2      =   0   GO       ROT-SOSV-10.
           COMPUTE  LTS-AUX   =  QTD-OSV  *   VOL-LUB (IND2)
           ADD      LTS-AUX   TO  DRN-TAB (IND1)
           GO       ROT-SOSV-10.

       ROT-SOSV-80.
           CLOSE    CADOSV.
       ROT-SOSV-90.
           EXIT.

       ROT-SVDF-00.
           OPEN     INPUT     CADVDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-SVDF-90.
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  >   CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-SVDF-80.

       ROT-SVDF-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-SVDF-80.
           MOVE     DTA-VDF (1:4)  TO  AMS-AUX
           PERFORM  ROT-INDM-00
              THRU  ROT-INDM-90
           IF  IND1      =   0   GO       ROT-SVDF-10.
           MOVE     PRX-VDF (1:1)  TO  PRX-AUX
           MOVE     COD-VDF (1:3)  TO  SUF-AUX
           PERFORM  ROT-PLUB-00
              THRU  ROT-PLUB-90
           IF  IND2      =   0   GO       ROT-SVDF-10.
           COMPUTE  LTS-AUX   =  QTD-VDF  *   VOL-LUB (IND2)
           ADD      LTS-AUX   TO  VND-TAB (IND1)
           GO       ROT-SVDF-10.

       ROT-SVDF-80.
           CLOSE    CADVDF.
       ROT-SVDF-90.
           EXIT.

       ROT-IMPR-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     ZEROS     TO  IND1.

       ROT-IMPR-10.
           IF  IND1      =   12  GO       ROT-IMPR-80.
           ADD      1         TO  IND1
           MOVE     AMS-TAB (IND1)  TO  AMS-AUX
           MOVE     MES-AUX   TO  MES-MES (1:2)
           MOVE     ANO-AUX   TO  MES-MES (4:2)
           MOVE     COL-TAB (IND1)  TO  COL-MES
           MOVE     DRN-TAB (IND1)  TO  DRN-MES
           MOVE     VND-TAB (IND1)  TO  VND-MES
           MOVE     ZEROS     TO  PCT-AUX
           IF  DRN-TAB (IND1)  >   ZEROS
               COMPUTE  PCT-AUX  ROUNDED  =  COL-TAB (IND1)  *  100
                                          /  DRN-TAB (IND1)
                        ON  SIZE  ERROR   MOVE  9999,9  TO  PCT-AUX.
           MOVE     PCT-AUX   TO  PCD-MES
           MOVE     ZEROS     TO  PCT-AUX
           IF  VND-TAB (IND1)  >   ZEROS
               COMPUTE  PCT-AUX  ROUNDED  =  COL-TAB (IND1)  *  100
                                          /  VND-TAB (IND1)
                        ON  SIZE  ERROR   MOVE  9999,9  TO  PCT-AUX.
           MOVE     PCT-AUX   TO  PCV-MES
           MOVE     SPACES    TO  SIT-MES
           IF  IND1      =   12
               MOVE  "MES EM ANDAMENTO"     TO  SIT-MES
           ELSE
           IF  DRN-TAB (IND1)  >   ZEROS  AND
               COL-TAB (IND1)  *   100  <  DRN-TAB (IND1)  *  PCT-MIN
               MOVE  "COLETA INSUFICIENTE"  TO  SIT-MES
               ADD      1    TO  TOT-INS
           ELSE
               MOVE  "OK"                   TO  SIT-MES.
           WRITE    LIN-REL   FROM  LIN-MES
           GO       ROT-IMPR-10.

       ROT-IMPR-80.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-INS   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3.
       ROT-IMPR-90.
           EXIT.
