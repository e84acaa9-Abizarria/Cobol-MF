       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6090.
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

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA
                       FILE          STATUS  IS  FST-CXA.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADLCX        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCX
                       FILE          STATUS  IS  FST-LCX.

           SELECT      CADVDF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDF
                       FILE          STATUS  IS  FST-VDF.

           SELECT      CADLES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LES
                       FILE          STATUS  IS  FST-LES.

           SELECT      CADLTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LTE
                       FILE          STATUS  IS  FST-LTE.

           SELECT      CADLPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LPR
                       FILE          STATUS  IS  FST-LPR.

           SELECT      CADKIT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-KIT
                       FILE          STATUS  IS  FST-KIT.

           SELECT      CADINV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-INV
                       FILE          STATUS  IS  FST-INV.

           SELECT      CADPED        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADDVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVC
                       FILE          STATUS  IS  FST-DVC.

           SELECT      CADDVV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVV
                       FILE          STATUS  IS  FST-DVV.

           SELECT      CADJRN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-JRN
                       FILE          STATUS  IS  FST-JRN.

           SELECT      CADOSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OSV
                       FILE          STATUS  IS  FST-OSV.

           SELECT      CADOMN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OMN
                       FILE          STATUS  IS  FST-OMN.

           SELECT      CADVAS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VAS
                       FILE          STATUS  IS  FST-VAS.

           SELECT      CADCPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPR
                       FILE          STATUS  IS  FST-CPR.

           SELECT      CADCNC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CNC
                       FILE          STATUS  IS  FST-CNC.

           SELECT      CADMET        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MET
                       FILE          STATUS  IS  FST-MET.

           SELECT      CADPMF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PMF
                       FILE          STATUS  IS  FST-PMF.

           SELECT      CADCBD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBD
                       FILE          STATUS  IS  FST-CBD.

           SELECT      ARQPAR        ASSIGN  TO  "UNIFPAR.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PAR.

           SELECT      REL-UNI       ASSIGN  TO  "RELUNIF.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADCXA.CPY.
       COPY  CADLCP.CPY.
       COPY  CADLCX.CPY.
       COPY  CADVDF.CPY.
       COPY  CADLES.CPY.
       COPY  CADLTE.CPY.
       COPY  CADLPR.CPY.
       COPY  CADKIT.CPY.
       COPY  CADINV.CPY.
       COPY  CADPED.CPY.
       COPY  CADDVC.CPY.
       COPY  CADDVV.CPY.
       COPY  CADJRN.CPY.
       COPY  CADOSV.CPY.
       COPY  CADOMN.CPY.
       COPY  CADVAS.CPY.
       COPY  CADCPR.CPY.
       COPY  CADCNC.CPY.
       COPY  CADMET.CPY.
       COPY  CADPMF.CPY.
       COPY  CADCBD.CPY.

       FD  ARQPAR.
       01  LIN-PAR               PIC  X(80).

       FD  REL-UNI.
       01  LIN-REL               PIC  X(100).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-CXA          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-LCX          PIC  X(02).
           03  FST-VDF          PIC  X(02).
           03  FST-LES          PIC  X(02).
           03  FST-LTE          PIC  X(02).
           03  FST-LPR          PIC  X(02).
           03  FST-KIT          PIC  X(02).
           03  FST-INV          PIC  X(02).
           03  FST-PED          PIC  X(02).
           03  FST-DVC          PIC  X(02).
           03  FST-DVV          PIC  X(02).
           03  FST-JRN          PIC  X(02).
           03  FST-OSV          PIC  X(02).
           03  FST-OMN          PIC  X(02).
           03  FST-VAS          PIC  X(02).
           03  FST-CPR          PIC  X(02).
           03  FST-CNC          PIC  X(02).
           03  FST-MET          PIC  X(02).
           03  FST-PMF          PIC  X(02).
           03  FST-CBD          PIC  X(02).
           03  FST-PAR          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  PRX-DUP          PIC  X(10).
           03  SUF-DUP          PIC  9(03).
           03  SFA-DUP          REDEFINES   SUF-DUP   PIC  X(03).
           03  PRX-SOB          PIC  X(10).
           03  SUF-SOB          PIC  9(03).
           03  SFA-SOB          REDEFINES   SUF-SOB   PIC  X(03).
           03  PRN-DUP          PIC  9(06)V99.
           03  PRN-SOB          PIC  9(06)V99.
           03  OPR-AUX          PIC  X(10).
           03  KEY-SAV          PIC  X(20).
           03  QTC-SAV          PIC S9(06)V9.
           03  QTL-SAV          PIC S9(06)V9.
           03  QTM-SAV          PIC  9(08)V9.
           03  MRM-SAV          PIC  9(08)V99.
           03  DES-DUP          PIC  X(25).
           03  SDO-DUP          PIC  9(06)V99.
           03  QVM-DUP          PIC  9(07)V9.
           03  QVA-DUP          PIC  9(08)V9.
           03  SCN-DUP          PIC S9(06)V99.
           03  CTM-DUP          PIC  9(06)V9(04).
           03  DUC-DUP          PIC  9(06).
           03  DUV-DUP          PIC  9(06).
           03  SDO-TOT          PIC  9(07)V99.
           03  VLR-AUD          PIC  ZZZ.ZZ9,99.
           03  CXA-ABE          PIC  X(01).
           03  IND1             PIC  9(02).
           03  TOT-UNI          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

       01  TAB-NOM.
           03  FILLER           PIC  X(06)  VALUE  "CADLCP".
           03  FILLER           PIC  X(06)  VALUE  "CADLCX".
           03  FILLER           PIC  X(06)  VALUE  "CADVDF".
           03  FILLER           PIC  X(06)  VALUE  "CADLES".
           03  FILLER           PIC  X(06)  VALUE  "CADLTE".
           03  FILLER           PIC  X(06)  VALUE  "CADLPR".
           03  FILLER           PIC  X(06)  VALUE  "CADKIT".
           03  FILLER           PIC  X(06)  VALUE  "CADINV".
           03  FILLER           PIC  X(06)  VALUE  "CADPED".
           03  FILLER           PIC  X(06)  VALUE  "CADDVC".
           03  FILLER           PIC  X(06)  VALUE  "CADDVV".
           03  FILLER           PIC  X(06)  VALUE  "CADJRN".
           03  FILLER           PIC  X(06)  VALUE  "CADOSV".
           03  FILLER           PIC  X(06)  VALUE  "CADOMN".
           03  FILLER           PIC  X(06)  VALUE  "CADVAS".
           03  FILLER           PIC  X(06)  VALUE  "CADCPR".
           03  FILLER           PIC  X(06)  VALUE  "CADCNC".
           03  FILLER           PIC  X(06)  VALUE  "CADMET".
           03  FILLER           PIC  X(06)  VALUE  "CADPMF".
           03  FILLER           PIC  X(06)  VALUE  "CADCBD".
       01  TAB-NOR               REDEFINES   TAB-NOM.
           03  NOM-ARQ          PIC  X(06)  OCCURS  20.

       01  TAB-QTD.
           03  QTD-ARQ          PIC  9(05)  OCCURS  20.

       01  PRM-AUD.
           03  PRG-AUD          PIC  X(06).
           03  OPR-AUD          PIC  X(10).
           03  ARQ-AUD          PIC  X(06).
           03  CHA-AUD          PIC  X(10).
           03  TIP-AUD          PIC  X(01).
           03  ANT-AUD          PIC  X(60).
           03  NOV-AUD          PIC  X(60).

       01  LIN-CAB1              PIC  X(100) VALUE
           "UNIFICACAO DE CODIGOS DE PRODUTO DUPLICADOS".
       01  LIN-CAB2              PIC  X(100) VALUE
           "SITUACAO    CODIGO  DESCRICAO                      SALDO   V
      -    "ENDA MES    VENDA ANO   CUSTO MEDIO".
       01  LIN-MSG               PIC  X(100) VALUE
           "CAIXA ABERTO - UNIFICACAO NAO EXECUTADA".
       01  LIN-UNI.
           03  FILLER            PIC  X(11)  VALUE  "DUPLICADO".
           03  PRX-UNI           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-UNI           PIC  9(03).
           03  FILLER            PIC  X(16)  VALUE
               "   SOBREVIVENTE".
           03  PRS-UNI           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SFS-UNI           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SIT-UNI           PIC  X(40).
       01  LIN-EST.
           03  TIT-EST           PIC  X(12).
           03  PRX-LST           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  "-".
           03  SUF-LST           PIC  9(03).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DES-LST           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SDO-LST           PIC  ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QVM-LST           PIC  Z.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QVA-LST           PIC  ZZ.ZZZ.ZZ9,9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CTM-LST           PIC  ZZZ.ZZ9,9999.
       01  LIN-ARQ.
           03  FILLER            PIC  X(12)  VALUE  SPACES.
           03  NOM-LAR           PIC  X(06).
           03  FILLER            PIC  X(28)  VALUE
               " - REGISTROS TRANSFERIDOS ..".
           03  QTD-LAR           PIC  ZZ.ZZ9.
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "UNIFICACOES EFETUADAS ..................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "UNIFICACOES REJEITADAS .................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           OPEN     OUTPUT    REL-UNI
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CAIX-00
              THRU  ROT-CAIX-90
           IF  CXA-ABE   =  "S"  WRITE    LIN-REL  FROM  LIN-MSG
                                 GO       ROT-FECH-00.
           OPEN     I-O       CADEST
           PERFORM  ROT-PARM-00
              THRU  ROT-PARM-90
           CLOSE    CADEST.

       ROT-FECH-00.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-UNI   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           CLOSE    REL-UNI
           GOBACK.

       ROT-CAIX-00.
           MOVE     "N"       TO  CXA-ABE
           OPEN     INPUT     CADCXA
           IF  FST-CXA  NOT  =  "00"
                                 GO       ROT-CAIX-90.
           MOVE     SPACES    TO  CHV-CXA
           START    CADCXA       KEY  >   CHV-CXA
           IF  FST-CXA  NOT  =  "00"
                                 GO       ROT-CAIX-80.

       ROT-CAIX-10.
           READ     CADCXA  NEXT
           IF  FST-CXA  NOT  =  "00"
                                 GO       ROT-CAIX-80.
           IF  FLG-CXA   =    2  MOVE     "S"      TO  CXA-ABE
                                 GO       ROT-CAIX-80.
           GO       ROT-CAIX-10.

       ROT-CAIX-80.
           CLOSE    CADCXA.
       ROT-CAIX-90.
           EXIT.

       ROT-PARM-00.
           OPEN     INPUT     ARQPAR
           IF  FST-PAR   =  "35" GO       ROT-PARM-90.

       ROT-PARM-10.
           READ     ARQPAR    AT  END  GO  ROT-PARM-80.
           MOVE     SPACES    TO  PRX-DUP   PRX-SOB   OPR-AUX
           MOVE     ZEROS     TO  SUF-DUP   SUF-SOB
           UNSTRING  LIN-PAR  DELIMITED  BY  "|"
                     INTO     PRX-DUP
                              SUF-DUP
                              PRX-SOB
                              SUF-SOB
                              OPR-AUX
           IF  OPR-AUX   =       SPACES
                                 MOVE     "DY6090" TO  OPR-AUX.
           MOVE     PRX-DUP   TO  PRX-UNI
           MOVE     SUF-DUP   TO  SUF-UNI
           MOVE     PRX-SOB   TO  PRS-UNI
           MOVE     SUF-SOB   TO  SFS-UNI
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-UNI  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-UNI
                                 GO       ROT-PARM-10.
           PERFORM  ROT-UNIF-00
              THRU  ROT-UNIF-90
           ADD      1         TO  TOT-UNI
           GO       ROT-PARM-10.

       ROT-PARM-80.
           CLOSE    ARQPAR.
       ROT-PARM-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-UNI
           IF  PRX-DUP   =       SPACES  OR
               PRX-SOB   =       SPACES
               MOVE  "CODIGO NAO INFORMADO"         TO  SIT-UNI
               GO       ROT-VALD-90.
           IF  PRX-DUP   =       PRX-SOB  AND
               SUF-DUP   =       SUF-SOB
               MOVE  "CODIGOS IGUAIS"               TO  SIT-UNI
               GO       ROT-VALD-90.
           IF  PRX-DUP (1:1)  =  "1"  OR
               PRX-SOB (1:1)  =  "1"
               MOVE  "COMBUSTIVEL NAO PODE SER UNIFICADO"
                                                    TO  SIT-UNI
               GO       ROT-VALD-90.
           MOVE     PRX-SOB   TO  PRX-EST
           MOVE     SUF-SOB   TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
               MOVE  "PRODUTO SOBREVIVENTE INEXISTENTE" TO  SIT-UNI
               GO       ROT-VALD-90.
           MOVE     PRX-DUP   TO  PRX-EST
           MOVE     SUF-DUP   TO  SUF-EST
           READ     CADEST
           IF  FST-EST  NOT  =  "00"
               MOVE  "PRODUTO DUPLICADO INEXISTENTE"    TO  SIT-UNI
               GO       ROT-VALD-90.
           MOVE     DES-EST   TO  DES-DUP
           MOVE     SDO-EST   TO  SDO-DUP
           MOVE     QVM-EST   TO  QVM-DUP
           MOVE     QVA-EST   TO  QVA-DUP
           MOVE     SCN-EST   TO  SCN-DUP
           MOVE     CTM-EST   TO  CTM-DUP
           MOVE     DUC-EST   TO  DUC-DUP
           MOVE     DUV-EST   TO  DUV-DUP.
       ROT-VALD-90.
           EXIT.

       ROT-UNIF-00.
           MOVE     "UNIFICADO"    TO  SIT-UNI
           WRITE    LIN-REL   FROM  LIN-UNI
           MOVE     "ANTES DUP."   TO  TIT-EST
           PERFORM  ROT-LEST-00
              THRU  ROT-LEST-90
           MOVE     PRX-SOB   TO  PRX-EST
           MOVE     SUF-SOB   TO  SUF-EST
           READ     CADEST
           MOVE     "ANTES SOBR."  TO  TIT-EST
           PERFORM  ROT-LEST-00
              THRU  ROT-LEST-90
           MOVE     PRX-DUP (1:1)  TO  PRN-DUP
           MOVE     PRX-SOB (1:1)  TO  PRN-SOB
           MOVE     ZEROS     TO  TAB-QTD
           PERFORM  ROT-MLCP-00  THRU  ROT-MLCP-90
           PERFORM  ROT-MLCX-00  THRU  ROT-MLCX-90
           PERFORM  ROT-MVDF-00  THRU  ROT-MVDF-90
           PERFORM  ROT-MLES-00  THRU  ROT-MLES-90
           PERFORM  ROT-MLTE-00  THRU  ROT-MLTE-90
           PERFORM  ROT-MLPR-00  THRU  ROT-MLPR-90
           PERFORM  ROT-MKTC-00  THRU  ROT-MKTC-90
           PERFORM  ROT-MKIT-00  THRU  ROT-MKIT-90
           PERFORM  ROT-MINV-00  THRU  ROT-MINV-90
           PERFORM  ROT-MPED-00  THRU  ROT-MPED-90
           PERFORM  ROT-MDVC-00  THRU  ROT-MDVC-90
           PERFORM  ROT-MDVV-00  THRU  ROT-MDVV-90
           PERFORM  ROT-MJRN-00  THRU  ROT-MJRN-90
           PERFORM  ROT-MOSV-00  THRU  ROT-MOSV-90
           PERFORM  ROT-MOMN-00  THRU  ROT-MOMN-90
           PERFORM  ROT-MVAS-00  THRU  ROT-MVAS-90
           PERFORM  ROT-MCPR-00  THRU  ROT-MCPR-90
           PERFORM  ROT-MCNC-00  THRU  ROT-MCNC-90
           PERFORM  ROT-MMET-00  THRU  ROT-MMET-90
           PERFORM  ROT-MPMF-00  THRU  ROT-MPMF-90
           PERFORM  ROT-MCBD-00  THRU  ROT-MCBD-90
           MOVE     PRX-SOB   TO  PRX-EST
           MOVE     SUF-SOB   TO  SUF-EST
           READ     CADEST
           MOVE     SPACES    TO  ANT-AUD
           MOVE     DES-EST   TO  ANT-AUD (1:25)
           MOVE     SDO-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  ANT-AUD (27:12)
           MOVE     CTM-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  ANT-AUD (40:12)
           COMPUTE  SDO-TOT   =  SDO-EST  +   SDO-DUP
           IF  SDO-TOT   >       ZEROS
               COMPUTE  CTM-EST  ROUNDED  =  (CTM-EST  *  SDO-EST  +
                                              CTM-DUP  *  SDO-DUP)
                                          /   SDO-TOT.
           IF  CTM-EST   =       ZEROS
                                 MOVE     CTM-DUP  TO  CTM-EST.
           ADD      SDO-DUP   TO  SDO-EST
           ADD      QVM-DUP   TO  QVM-EST
           ADD      QVA-DUP   TO  QVA-EST
           ADD      SCN-DUP   TO  SCN-EST
           IF  DUC-DUP   >       DUC-EST
                                 MOVE     DUC-DUP  TO  DUC-EST.
           IF  DUV-DUP   >       DUV-EST
                                 MOVE     DUV-DUP  TO  DUV-EST.
           REWRITE  REG-EST
           MOVE     SPACES    TO  NOV-AUD
           MOVE     DES-EST   TO  NOV-AUD (1:25)
           MOVE     SDO-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  NOV-AUD (27:12)
           MOVE     CTM-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  NOV-AUD (40:12)
           MOVE     "6090"    TO  PRG-AUD
           MOVE     OPR-AUX   TO  OPR-AUD
           MOVE     "CADEST"  TO  ARQ-AUD
           MOVE     CHV-EST   TO  CHA-AUD
           MOVE     "A"       TO  TIP-AUD
           CALL     "DYAUDI"  USING  PRM-AUD
           MOVE     "DEPOIS"  TO  TIT-EST
           PERFORM  ROT-LEST-00
              THRU  ROT-LEST-90
           MOVE     PRX-DUP   TO  PRX-EST
           MOVE     SUF-DUP   TO  SUF-EST
           READ     CADEST
           MOVE     SPACES    TO  ANT-AUD   NOV-AUD
           MOVE     DES-EST   TO  ANT-AUD (1:25)
           MOVE     SDO-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  ANT-AUD (27:12)
           MOVE     CTM-EST   TO  VLR-AUD
           MOVE     VLR-AUD   TO  ANT-AUD (40:12)
           MOVE     "UNIFICADO EM"  TO  NOV-AUD (1:12)
           MOVE     PRX-SOB   TO  NOV-AUD (14:1)
           MOVE     "-"       TO  NOV-AUD (15:1)
           MOVE     SFA-SOB   TO  NOV-AUD (16:3)
           MOVE     CHV-EST   TO  CHA-AUD
           MOVE     "E"       TO  TIP-AUD
           CALL     "DYAUDI"  USING  PRM-AUD
           DELETE   CADEST
           MOVE     ZEROS     TO  IND1.

       ROT-UNIF-10.
           ADD      1         TO  IND1
           IF  IND1      >    20 GO       ROT-UNIF-20.
           IF  QTD-ARQ (IND1)  =  ZEROS
                                 GO       ROT-UNIF-10.
           MOVE     NOM-ARQ (IND1) TO  NOM-LAR
           MOVE     QTD-ARQ (IND1) TO  QTD-LAR
           WRITE    LIN-REL   FROM  LIN-ARQ
           GO       ROT-UNIF-10.

       ROT-UNIF-20.
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL.
       ROT-UNIF-90.
           EXIT.

       ROT-LEST-00.
           MOVE     PRX-EST   TO  PRX-LST
           MOVE     SUF-EST   TO  SUF-LST
           MOVE     DES-EST   TO  DES-LST
           MOVE     SDO-EST   TO  SDO-LST
           MOVE     QVM-EST   TO  QVM-LST
           MOVE     QVA-EST   TO  QVA-LST
           MOVE     CTM-EST   TO  CTM-LST
           WRITE    LIN-REL   FROM  LIN-EST.
       ROT-LEST-90.
           EXIT.

       ROT-MLCP-00.
           OPEN     I-O       CADLCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-MLCP-90.
           MOVE     SPACES    TO  CHV-LCP
           START    CADLCP       KEY  NOT  <  CHV-LCP
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-MLCP-80.

       ROT-MLCP-10.
           READ     CADLCP  NEXT
           IF  FST-LCP  NOT  =  "00"
                                 GO       ROT-MLCP-80.
           IF  PRX-LCP  NOT  =   PRX-DUP  OR
               SUF-LCP  NOT  =   SUF-DUP
                                 GO       ROT-MLCP-10.
           MOVE     PRX-SOB   TO  PRX-LCP
           MOVE     SUF-SOB   TO  SUF-LCP
           REWRITE  REG-LCP
           ADD      1         TO  QTD-ARQ (1)
           GO       ROT-MLCP-10.

       ROT-MLCP-80.
           CLOSE    CADLCP.
       ROT-MLCP-90.
           EXIT.

       ROT-MLCX-00.
           OPEN     I-O       CADLCX
           IF  FST-LCX  NOT  =  "00"
                                 GO       ROT-MLCX-90.
           MOVE     SPACES    TO  CHV-LCX
           START    CADLCX       KEY  NOT  <  CHV-LCX
           IF  FST-LCX  NOT  =  "00"
                                 GO       ROT-MLCX-80.

       ROT-MLCX-10.
           READ     CADLCX  NEXT
           IF  FST-LCX  NOT  =  "00"
                                 GO       ROT-MLCX-80.
           IF  PRX-LCX  NOT  =   PRN-DUP  OR
               COD-LCX (1:3)  NOT  =   SFA-DUP
                                 GO       ROT-MLCX-10.
           MOVE     PRN-SOB   TO  PRX-LCX
           MOVE     SFA-SOB   TO  COD-LCX (1:3)
           REWRITE  REG-LCX
           ADD      1         TO  QTD-ARQ (2)
           GO       ROT-MLCX-10.

       ROT-MLCX-80.
           CLOSE    CADLCX.
       ROT-MLCX-90.
           EXIT.

       ROT-MVDF-00.
           OPEN     I-O       CADVDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-MVDF-90.
           MOVE     ZEROS     TO  CHV-VDF
           START    CADVDF       KEY  NOT  <  CHV-VDF
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-MVDF-80.

       ROT-MVDF-10.
           READ     CADVDF  NEXT
           IF  FST-VDF  NOT  =  "00"
                                 GO       ROT-MVDF-80.
           IF  PRX-VDF  NOT  =   PRX-DUP  OR
               COD-VDF (1:3)  NOT  =   SFA-DUP
                                 GO       ROT-MVDF-10.
           MOVE     PRX-SOB   TO  PRX-VDF
           MOVE     SFA-SOB   TO  COD-VDF (1:3)
           REWRITE  REG-VDF
           ADD      1         TO  QTD-ARQ (3)
           GO       ROT-MVDF-10.

       ROT-MVDF-80.
           CLOSE    CADVDF.
       ROT-MVDF-90.
           EXIT.

       ROT-MLES-00.
           OPEN     I-O       CADLES
           IF  FST-LES  NOT  =  "00"
                                 GO       ROT-MLES-90.
           MOVE     SPACES    TO  CHV-LES
           START    CADLES       KEY  NOT  <  CHV-LES
           IF  FST-LES  NOT  =  "00"
                                 GO       ROT-MLES-80.

       ROT-MLES-10.
           READ     CADLES  NEXT
           IF  FST-LES  NOT  =  "00"
                                 GO       ROT-MLES-80.
           IF  PRX-LES  NOT  =   PRX-DUP  OR
               SUF-LES (1:3)  NOT  =   SFA-DUP
                                 GO       ROT-MLES-10.
           MOVE     PRX-SOB   TO  PRX-LES
           MOVE     SUF-SOB   TO  SUF-LES
           REWRITE  REG-LES
           ADD      1         TO  QTD-ARQ (4)
           GO       ROT-MLES-10.

       ROT-MLES-80.
           CLOSE    CADLES.
       ROT-MLES-90.
           EXIT.

       ROT-MLPR-00.
           OPEN     I-O       CADLPR
           IF  FST-LPR  NOT  =  "00"
                                 GO       ROT-MLPR-90.
           MOVE     SPACES    TO  CHV-LPR
           START    CADLPR       KEY  NOT  <  CHV-LPR
           IF  FST-LPR  NOT  =  "00"
                                 GO       ROT-MLPR-80.

       ROT-MLPR-10.
           READ     CADLPR  NEXT
           IF  FST-LPR  NOT  =  "00"
                                 GO       ROT-MLPR-80.
           IF  PRX-LPR  NOT  =   PRX-DUP  OR
               SUF-LPR  NOT  =   SUF-DUP
                                 GO       ROT-MLPR-10.
           MOVE     PRX-SOB   TO  PRX-LPR
           MOVE     SUF-SOB   TO  SUF-LPR
           REWRITE  REG-LPR
           ADD      1         TO  QTD-ARQ (6)
           GO       ROT-MLPR-10.

       ROT-MLPR-80.
           CLOSE    CADLPR.
       ROT-MLPR-90.
           EXIT.

       ROT-MPED-00.
           OPEN     I-O       CADPED
           IF  FST-PED  NOT  =  "00"
                                 GO       ROT-MPED-90.
           MOVE     ZEROS     TO  CHV-PED
           START    CADPED       KEY  NOT  <  CHV-PED
           IF  FST-PED  NOT  =  "00"
                                 GO       ROT-MPED-80.

       ROT-MPED-10.
           READ     CADPED  NEXT
           IF  FST-PED  NOT  =  "00"
                                 GO       ROT-MPED-80.
           IF  ITM-PED   =       ZEROS  OR
               PRX-PED  NOT  =   PRX-DUP  OR
               SUF-PED  NOT  =   SUF-DUP
                                 GO       ROT-MPED-10.
           MOVE     PRX-SOB   TO  PRX-PED
           MOVE     SUF-SOB   TO  SUF-PED
           REWRITE  REG-PED
           ADD      1         TO  QTD-ARQ (9)
           GO       ROT-MPED-10.

       ROT-MPED-80.
           CLOSE    CADPED.
       ROT-MPED-90.
           EXIT.

       ROT-MDVC-00.
           OPEN     I-O       CADDVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-MDVC-90.
           MOVE     ZEROS     TO  CHV-DVC
           START    CADDVC       KEY  NOT  <  CHV-DVC
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-MDVC-80.

       ROT-MDVC-10.
           READ     CADDVC  NEXT
           IF  FST-DVC  NOT  =  "00"
                                 GO       ROT-MDVC-80.
           IF  PRX-DVC  NOT  =   PRX-DUP  OR
               SUF-DVC  NOT  =   SUF-DUP
                                 GO       ROT-MDVC-10.
           MOVE     PRX-SOB   TO  PRX-DVC
           MOVE     SUF-SOB   TO  SUF-DVC
           REWRITE  REG-DVC
           ADD      1         TO  QTD-ARQ (10)
           GO       ROT-MDVC-10.

       ROT-MDVC-80.
           CLOSE    CADDVC.
       ROT-MDVC-90.
           EXIT.

       ROT-MDVV-00.
           OPEN     I-O       CADDVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-MDVV-90.
           MOVE     ZEROS     TO  CHV-DVV
           START    CADDVV       KEY  NOT  <  CHV-DVV
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-MDVV-80.

       ROT-MDVV-10.
           READ     CADDVV  NEXT
           IF  FST-DVV  NOT  =  "00"
                                 GO       ROT-MDVV-80.
           IF  PRX-DVV  NOT  =   PRX-DUP  OR
               SUF-DVV  NOT  =   SUF-DUP
                                 GO       ROT-MDVV-10.
           MOVE     PRX-SOB   TO  PRX-DVV
           MOVE     SUF-SOB   TO  SUF-DVV
           REWRITE  REG-DVV
           ADD      1         TO  QTD-ARQ (11)
           GO       ROT-MDVV-10.

       ROT-MDVV-80.
           CLOSE    CADDVV.
       ROT-MDVV-90.
           EXIT.

       ROT-MJRN-00.
           OPEN     I-O       CADJRN
           IF  FST-JRN  NOT  =  "00"
                                 GO       ROT-MJRN-90.
           MOVE     ZEROS     TO  CHV-JRN
           START    CADJRN       KEY  NOT  <  CHV-JRN
           IF  FST-JRN  NOT  =  "00"
                                 GO       ROT-MJRN-80.

       ROT-MJRN-10.
           READ     CADJRN  NEXT
           IF  FST-JRN  NOT  =  "00"
                                 GO       ROT-MJRN-80.
           IF  PRX-JRN  NOT  =   PRX-DUP  OR
               SUF-JRN  NOT  =   SUF-DUP
                                 GO       ROT-MJRN-10.
           MOVE     PRX-SOB   TO  PRX-JRN
           MOVE     SUF-SOB   TO  SUF-JRN
           REWRITE  REG-JRN
           ADD      1         TO  QTD-ARQ (12)
           GO       ROT-MJRN-10.

       ROT-MJRN-80.
           CLOSE    CADJRN.
       ROT-MJRN-90.
           EXIT.

       ROT-MOSV-00.
           OPEN     I-O       CADOSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-MOSV-90.
           MOVE     ZEROS     TO  CHV-OSV
           START    CADOSV       KEY  NOT  <  CHV-OSV
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-MOSV-80.

       ROT-MOSV-10.
           READ     CADOSV  NEXT
           IF  FST-OSV  NOT  =  "00"
                                 GO       ROT-MOSV-80.
           IF  PRX-OSV  NOT  =   PRX-DUP  OR
               SUF-OSV  NOT  =   SUF-DUP
                                 GO       ROT-MOSV-10.
           MOVE     PRX-SOB   TO  PRX-OSV
           MOVE     SUF-SOB   TO  SUF-OSV
           REWRITE  REG-OSV
           ADD      1         TO  QTD-ARQ (13)
           GO       ROT-MOSV-10.

       ROT-MOSV-80.
           CLOSE    CADOSV.
       ROT-MOSV-90.
           EXIT.

       ROT-MOMN-00.
           OPEN     I-O       CADOMN
           IF  FST-OMN  NOT  =  "00"
                                 GO       ROT-MOMN-90.
           MOVE     ZEROS     TO  CHV-OMN
           START    CADOMN       KEY  NOT  <  CHV-OMN
           IF  FST-OMN  NOT  =  "00"
                                 GO       ROT-MOMN-80.

       ROT-MOMN-10.
           READ     CADOMN  NEXT
           IF  FST-OMN  NOT  =  "00"
                                 GO       ROT-MOMN-80.
           IF  PRX-OMN  NOT  =   PRX-DUP  OR
               SUF-OMN  NOT  =   SUF-DUP
                                 GO       ROT-MOMN-10.
           MOVE     PRX-SOB   TO  PRX-OMN
           MOVE     SUF-SOB   TO  SUF-OMN
           REWRITE  REG-OMN
           ADD      1         TO  QTD-ARQ (14)
           GO       ROT-MOMN-10.

       ROT-MOMN-80.
           CLOSE    CADOMN.
       ROT-MOMN-90.
           EXIT.

       ROT-MVAS-00.
           OPEN     I-O       CADVAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-MVAS-90.
           MOVE     SPACES    TO  CHV-VAS
           START    CADVAS       KEY  NOT  <  CHV-VAS
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-MVAS-80.

       ROT-MVAS-10.
           READ     CADVAS  NEXT
           IF  FST-VAS  NOT  =  "00"
                                 GO       ROT-MVAS-80.
           IF ( PRX-VAS  NOT  =   PRX-DUP  OR
                SUF-VAS  NOT  =   SUF-DUP )  AND
              ( PRD-VAS  NOT  =   PRX-DUP  OR
                SFD-VAS  NOT  =   SUF-DUP )
                                 GO       ROT-MVAS-10.
           IF  PRX-VAS   =       PRX-DUP  AND
               SUF-VAS   =       SUF-DUP
                                 MOVE     PRX-SOB  TO  PRX-VAS
                                 MOVE     SUF-SOB  TO  SUF-VAS.
           IF  PRD-VAS   =       PRX-DUP  AND
               SFD-VAS   =       SUF-DUP
                                 MOVE     PRX-SOB  TO  PRD-VAS
                                 MOVE     SUF-SOB  TO  SFD-VAS.
           REWRITE  REG-VAS
           ADD      1         TO  QTD-ARQ (15)
           GO       ROT-MVAS-10.

       ROT-MVAS-80.
           CLOSE    CADVAS.
       ROT-MVAS-90.
           EXIT.

       ROT-MKTC-00.
           OPEN     I-O       CADKIT
           IF  FST-KIT  NOT  =  "00"
                                 GO       ROT-MKTC-90.
           MOVE     SPACES    TO  CHV-KIT
           START    CADKIT       KEY  NOT  <  CHV-KIT
           IF  FST-KIT  NOT  =  "00"
                                 GO       ROT-MKTC-80.

       ROT-MKTC-10.
           READ     CADKIT  NEXT
           IF  FST-KIT  NOT  =  "00"
                                 GO       ROT-MKTC-80.
           IF  CPX-KIT  NOT  =   PRX-DUP  OR
               CSU-KIT  NOT  =   SUF-DUP
                                 GO       ROT-MKTC-10.
           MOVE     PRX-SOB   TO  CPX-KIT
           MOVE     SUF-SOB   TO  CSU-KIT
           REWRITE  REG-KIT
           ADD      1         TO  QTD-ARQ (7)
           GO       ROT-MKTC-10.

       ROT-MKTC-80.
           CLOSE    CADKIT.
       ROT-MKTC-90.
           EXIT.

       ROT-MKIT-00.
           OPEN     I-O       CADKIT
           IF  FST-KIT  NOT  =  "00"
                                 GO       ROT-MKIT-90.

       ROT-MKIT-10.
           MOVE     ZEROS     TO  CHV-KIT
           MOVE     PRX-DUP   TO  PRX-KIT
           MOVE     SUF-DUP   TO  SUF-KIT
           START    CADKIT       KEY  NOT  <  CHV-KIT
           IF  FST-KIT  NOT  =  "00"
                                 GO       ROT-MKIT-80.
           READ     CADKIT  NEXT
           IF  FST-KIT  NOT  =  "00"  OR
               PRX-KIT  NOT  =   PRX-DUP  OR
               SUF-KIT  NOT  =   SUF-DUP
                                 GO       ROT-MKIT-80.
           DELETE   CADKIT
           MOVE     PRX-SOB   TO  PRX-KIT
           MOVE     SUF-SOB   TO  SUF-KIT.

       ROT-MKIT-20.
           WRITE    REG-KIT
           IF  FST-KIT   =  "22" ADD      1        TO  ITM-KIT
                                 GO       ROT-MKIT-20.
           ADD      1         TO  QTD-ARQ (7)
           GO       ROT-MKIT-10.

       ROT-MKIT-80.
           CLOSE    CADKIT.
       ROT-MKIT-90.
           EXIT.

       ROT-MLTE-00.
           OPEN     I-O       CADLTE
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-MLTE-90.

       ROT-MLTE-10.
           MOVE     ZEROS     TO  CHV-LTE
           MOVE     PRX-DUP   TO  PRX-LTE
           MOVE     SUF-DUP   TO  SUF-LTE
           START    CADLTE       KEY  NOT  <  CHV-LTE
           IF  FST-LTE  NOT  =  "00"
                                 GO       ROT-MLTE-80.
           READ     CADLTE  NEXT
           IF  FST-LTE  NOT  =  "00"  OR
               PRX-LTE  NOT  =   PRX-DUP  OR
               SUF-LTE  NOT  =   SUF-DUP
                                 GO       ROT-MLTE-80.
           DELETE   CADLTE
           MOVE     PRX-SOB   TO  PRX-LTE
           MOVE     SUF-SOB   TO  SUF-LTE.

       ROT-MLTE-20.
           WRITE    REG-LTE
           IF  FST-LTE   =  "22" ADD      1        TO  LCT-LTE
                                 GO       ROT-MLTE-20.
           ADD      1         TO  QTD-ARQ (5)
           GO       ROT-MLTE-10.

       ROT-MLTE-80.
           CLOSE    CADLTE.
       ROT-MLTE-90.
           EXIT.

       ROT-MINV-00.
           OPEN     I-O       CADINV
           IF  FST-INV  NOT  =  "00"
                                 GO       ROT-MINV-90.
           MOVE     ZEROS     TO  CHV-INV
           START    CADINV       KEY  NOT  <  CHV-INV
           IF  FST-INV  NOT  =  "00"
                                 GO       ROT-MINV-80.

       ROT-MINV-10.
           READ     CADINV  NEXT
           IF  FST-INV  NOT  =  "00"
                                 GO       ROT-MINV-80.
           IF  PRX-INV  NOT  =   PRX-DUP  OR
               SUF-INV  NOT  =   SUF-DUP
                                 GO       ROT-MINV-10.
           MOVE     CHV-INV   TO  KEY-SAV
           MOVE     QTC-INV   TO  QTC-SAV
           MOVE     QTL-INV   TO  QTL-SAV
           DELETE   CADINV
           MOVE     PRX-SOB   TO  PRX-INV
           MOVE     SUF-SOB   TO  SUF-INV
           WRITE    REG-INV
           IF  FST-INV   =  "22" READ     CADINV
                                 ADD      QTC-SAV  TO  QTC-INV
                                 ADD      QTL-SAV  TO  QTL-INV
                                 REWRITE  REG-INV.
           ADD      1         TO  QTD-ARQ (8)
           MOVE     KEY-SAV   TO  CHV-INV
           START    CADINV       KEY  >   CHV-INV
           IF  FST-INV   =  "00" GO       ROT-MINV-10.

       ROT-MINV-80.
           CLOSE    CADINV.
       ROT-MINV-90.
           EXIT.

       ROT-MCPR-00.
           OPEN     I-O       CADCPR
           IF  FST-CPR  NOT  =  "00"
                                 GO       ROT-MCPR-90.
           MOVE     ZEROS     TO  CHV-CPR
           START    CADCPR       KEY  NOT  <  CHV-CPR
           IF  FST-CPR  NOT  =  "00"
                                 GO       ROT-MCPR-80.

       ROT-MCPR-10.
           READ     CADCPR  NEXT
           IF  FST-CPR  NOT  =  "00"
                                 GO       ROT-MCPR-80.
           IF  PRX-CPR  NOT  =   PRX-DUP  OR
               SUF-CPR  NOT  =   SUF-DUP
                                 GO       ROT-MCPR-10.
           MOVE     CHV-CPR   TO  KEY-SAV
           DELETE   CADCPR
           MOVE     PRX-SOB   TO  PRX-CPR
           MOVE     SUF-SOB   TO  SUF-CPR
           WRITE    REG-CPR
           ADD      1         TO  QTD-ARQ (16)
           MOVE     KEY-SAV   TO  CHV-CPR
           START    CADCPR       KEY  >   CHV-CPR
           IF  FST-CPR   =  "00" GO       ROT-MCPR-10.

       ROT-MCPR-80.
           CLOSE    CADCPR.
       ROT-MCPR-90.
           EXIT.

       ROT-MCNC-00.
           OPEN     I-O       CADCNC
           IF  FST-CNC  NOT  =  "00"
                                 GO       ROT-MCNC-90.
           MOVE     ZEROS     TO  CHV-CNC
           START    CADCNC       KEY  NOT  <  CHV-CNC
           IF  FST-CNC  NOT  =  "00"
                                 GO       ROT-MCNC-80.

       ROT-MCNC-10.
           READ     CADCNC  NEXT
           IF  FST-CNC  NOT  =  "00"
                                 GO       ROT-MCNC-80.
           IF  PRX-CNC  NOT  =   PRX-DUP  OR
               SUF-CNC  NOT  =   SUF-DUP
                                 GO       ROT-MCNC-10.
           MOVE     CHV-CNC   TO  KEY-SAV
           DELETE   CADCNC
           MOVE     PRX-SOB   TO  PRX-CNC
           MOVE     SUF-SOB   TO  SUF-CNC
           WRITE    REG-CNC
           ADD      1         TO  QTD-ARQ (17)
           MOVE     KEY-SAV   TO  CHV-CNC
           START    CADCNC       KEY  >   CHV-CNC
           IF  FST-CNC   =  "00" GO       ROT-MCNC-10.

       ROT-MCNC-80.
           CLOSE    CADCNC.
       ROT-MCNC-90.
           EXIT.

       ROT-MMET-00.
           OPEN     I-O       CADMET
           IF  FST-MET  NOT  =  "00"
                                 GO       ROT-MMET-90.
           MOVE     ZEROS     TO  CHV-MET
           START    CADMET       KEY  NOT  <  CHV-MET
           IF  FST-MET  NOT  =  "00"
                                 GO       ROT-MMET-80.

       ROT-MMET-10.
           READ     CADMET  NEXT
           IF  FST-MET  NOT  =  "00"
                                 GO       ROT-MMET-80.
           IF  PRX-MET  NOT  =   PRX-DUP  OR
               SUF-MET  NOT  =   SUF-DUP
                                 GO       ROT-MMET-10.
           MOVE     CHV-MET   TO  KEY-SAV
           MOVE     QTM-MET   TO  QTM-SAV
           MOVE     MRM-MET   TO  MRM-SAV
           DELETE   CADMET
           MOVE     PRX-SOB   TO  PRX-MET
           MOVE     SUF-SOB   TO  SUF-MET
           WRITE    REG-MET
           IF  FST-MET   =  "22" READ     CADMET
                                 ADD      QTM-SAV  TO  QTM-MET
                                 ADD      MRM-SAV  TO  MRM-MET
                                 REWRITE  REG-MET.
           ADD      1         TO  QTD-ARQ (18)
           MOVE     KEY-SAV   TO  CHV-MET
           START    CADMET       KEY  >   CHV-MET
           IF  FST-MET   =  "00" GO       ROT-MMET-10.

       ROT-MMET-80.
           CLOSE    CADMET.
       ROT-MMET-90.
           EXIT.

       ROT-MPMF-00.
           OPEN     I-O       CADPMF
           IF  FST-PMF  NOT  =  "00"
                                 GO       ROT-MPMF-90.
           MOVE     ZEROS     TO  CHV-PMF
           START    CADPMF       KEY  NOT  <  CHV-PMF
           IF  FST-PMF  NOT  =  "00"
                                 GO       ROT-MPMF-80.

       ROT-MPMF-10.
           READ     CADPMF  NEXT
           IF  FST-PMF  NOT  =  "00"
                                 GO       ROT-MPMF-80.
           IF  PRX-PMF  NOT  =   PRX-DUP  OR
               SUF-PMF  NOT  =   SUF-DUP
                                 GO       ROT-MPMF-10.
           MOVE     CHV-PMF   TO  KEY-SAV
           DELETE   CADPMF
           MOVE     PRX-SOB   TO  PRX-PMF
           MOVE     SUF-SOB   TO  SUF-PMF
           WRITE    REG-PMF
           ADD      1         TO  QTD-ARQ (19)
           MOVE     KEY-SAV   TO  CHV-PMF
           START    CADPMF       KEY  >   CHV-PMF
           IF  FST-PMF   =  "00" GO       ROT-MPMF-10.

       ROT-MPMF-80.
           CLOSE    CADPMF.
       ROT-MPMF-90.
           EXIT.

       ROT-MCBD-00.
           OPEN     I-O       CADCBD
           IF  FST-CBD  NOT  =  "00"
                                 GO       ROT-MCBD-90.
           MOVE     ZEROS     TO  CHV-CBD
           START    CADCBD       KEY  NOT  <  CHV-CBD
           IF  FST-CBD  NOT  =  "00"
                                 GO       ROT-MCBD-80.

       ROT-MCBD-10.
           READ     CADCBD  NEXT
           IF  FST-CBD  NOT  =  "00"
                                 GO       ROT-MCBD-80.
           IF  PRX-CBD  NOT  =   PRX-DUP  OR
               SUF-CBD  NOT  =   SUF-DUP
                                 GO       ROT-MCBD-10.
           MOVE     CHV-CBD   TO  KEY-SAV
           DELETE   CADCBD
           MOVE     PRX-SOB   TO  PRX-CBD
           MOVE     SUF-SOB   TO  SUF-CBD
           WRITE    REG-CBD
           ADD      1         TO  QTD-ARQ (20)
           MOVE     KEY-SAV   TO  CHV-CBD
           START    CADCBD       KEY  >   CHV-CBD
           IF  FST-CBD   =  "00" GO       ROT-MCBD-10.

       ROT-MCBD-80.
           CLOSE    CADCBD.
       ROT-MCBD-90.
           EXIT.
