       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6074.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADCBK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBK
                       FILE          STATUS  IS  FST-CBK.

           SELECT      CADCPM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      ARQAVS        ASSIGN  TO  "CBKAVISO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-AVS.

           SELECT      ARQMOV        ASSIGN  TO  "CBKMOVTO.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-MOV.

           SELECT      REL-CBK       ASSIGN  TO  "RELCBK.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCBK.CPY.
       COPY  CADCPM.CPY.
       COPY  CADLDP.CPY.

       FD  ARQAVS.
       01  LIN-AVS               PIC  X(120).

       FD  ARQMOV.
       01  LIN-MOV               PIC  X(120).

       FD  REL-CBK.
       01  LIN-REL               PIC  X(130).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CBK          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-AVS          PIC  X(02).
           03  FST-MOV          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  FLG-ACH          PIC  9(01).
           03  ADQ-AUX          PIC  X(10).
           03  NSU-AUX          PIC  9(12).
           03  DTA-AUX          PIC  9(06).
           03  MTC-AUX          PIC  X(04).
           03  MOT-AUX          PIC  X(30).
           03  VAL-AUX          PIC  9(07)V99.
           03  PRZ-AUX          PIC  9(06).
           03  ACA-AUX          PIC  X(01).
           03  EVD-AUX          PIC  X(40).
           03  OPR-AUX          PIC  X(10).
           03  DSP-CBK          PIC  9(06)V99  VALUE  2010.
           03  DIA-RST          PIC S9(05).
           03  TOT-AVS          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ARJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-MOV          PIC  9(05)  VALUE  ZEROS.
           03  TOT-MRJ          PIC  9(05)  VALUE  ZEROS.
           03  TOT-ABT          PIC  9(05)  VALUE  ZEROS.
           03  VAL-ABT          PIC  9(09)V99  VALUE  ZEROS.
           03  TOT-VNC          PIC  9(05)  VALUE  ZEROS.
           03  TOT-LIQ          PIC  9(05)  VALUE  ZEROS.

           03  LDP-AUX.
               05  FILLER       PIC  X(01)  VALUE  "K".
               05  DTA-LDX      PIC  9(06).
               05  SEQ-LDX      PIC  9(03).

           03  DTA-HOJ.
               05  ANO-HOJ      PIC  9(02).
               05  MES-HOJ      PIC  9(02).
               05  DIA-HOJ      PIC  9(02).

           03  DTA-PRZ.
               05  ANO-PRZ      PIC  9(02).
               05  MES-PRZ      PIC  9(02).
               05  DIA-PRZ      PIC  9(02).

       01  LIN-CAB1              PIC  X(130) VALUE
           "CHARGEBACKS DE CARTOES - AVISOS RECEBIDOS DAS ADQUIRENTES".
       01  LIN-CAB2              PIC  X(130) VALUE
           "ADQUIRENTE NSU          AVISO    CUPOM        VALOR MOTV PRA
      -    "ZO    SITUACAO".
       01  LIN-DET.
           03  ADQ-DET           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NSU-DET           PIC  9(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTN-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CPM-DET           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-DET           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MTC-DET           PIC  X(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRZ-DET           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-DET           PIC  X(34).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "AVISOS REGISTRADOS .....................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "AVISOS REJEITADOS ......................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       01  MOV-CAB1              PIC  X(130) VALUE
           "CHARGEBACKS DE CARTOES - DEFESAS E RESULTADOS".
       01  MOV-CAB2              PIC  X(130) VALUE
           "ADQUIRENTE NSU          ACAO DATA     DOCUMENTOS ENVIADOS
      -    "                  SITUACAO".
       01  MOV-DET.
           03  ADQ-MDT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NSU-MDT           PIC  9(12).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  ACA-MDT           PIC  X(01).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  DTA-MDT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  EVD-MDT           PIC  X(40).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-MDT           PIC  X(34).
       01  LIN-TOT3.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS PROCESSADOS .................".
           03  TOT-DET3          PIC  ZZ.ZZ9.
       01  LIN-TOT4.
           03  FILLER            PIC  X(40)  VALUE
               "MOVIMENTOS REJEITADOS ..................".
           03  TOT-DET4          PIC  ZZ.ZZ9.

       01  ABT-CAB1              PIC  X(130) VALUE
           "CHARGEBACKS DE CARTOES - CASOS PENDENTES".
       01  ABT-CAB2              PIC  X(130) VALUE
           "ADQUIRENTE NSU          AVISO    CUPOM  DT.VENDA BANDEIRA
      -    "         VALOR MOTV PRAZO    DIAS SITUACAO".
       01  ABT-DET.
           03  ADQ-ADT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NSU-ADT           PIC  9(12).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTN-ADT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CPM-ADT           PIC  9(06).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DTV-ADT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  BND-ADT           PIC  X(10).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  VAL-ADT           PIC  Z.ZZZ.ZZ9,99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MTC-ADT           PIC  X(04).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  PRZ-ADT           PIC  99/99/99.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DIA-ADT           PIC  -ZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  SIT-ADT           PIC  X(30).
       01  LIN-TOT5.
           03  FILLER            PIC  X(40)  VALUE
               "CASOS EM ABERTO ........................".
           03  TOT-DET5          PIC  ZZ.ZZ9.
           03  FILLER            PIC  X(04)  VALUE  SPACES.
           03  VAL-DET5          PIC  Z.ZZZ.ZZZ.ZZ9,99.
       01  LIN-TOT6.
           03  FILLER            PIC  X(40)  VALUE
               "CASOS COM PRAZO VENCIDO SEM DEFESA .....".
           03  TOT-DET6          PIC  ZZ.ZZ9.
       01  LIN-TOT7.
           03  FILLER            PIC  X(40)  VALUE
               "CASOS ENCERRADOS AGUARDANDO LIQUIDACAO .".
           03  TOT-DET7          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADCBK
           IF  FST-CBK   =  "35" CLOSE    CADCBK
                                 OPEN     OUTPUT   CADCBK
                                 CLOSE    CADCBK
                                 OPEN     I-O      CADCBK.
           OPEN     I-O       CADLDP
           OPEN     INPUT     CADCPM
           OPEN     OUTPUT    REL-CBK
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-AVIS-00
              THRU  ROT-AVIS-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-AVS   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-ARJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  MOV-CAB1
           WRITE    LIN-REL   FROM  MOV-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-MOVT-00
              THRU  ROT-MOVT-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-MOV   TO  TOT-DET3
           WRITE    LIN-REL   FROM  LIN-TOT3
           MOVE     TOT-MRJ   TO  TOT-DET4
           WRITE    LIN-REL   FROM  LIN-TOT4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  ABT-CAB1
           WRITE    LIN-REL   FROM  ABT-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-PEND-00
              THRU  ROT-PEND-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ABT   TO  TOT-DET5
           MOVE     VAL-ABT   TO  VAL-DET5
           WRITE    LIN-REL   FROM  LIN-TOT5
           MOVE     TOT-VNC   TO  TOT-DET6
           WRITE    LIN-REL   FROM  LIN-TOT6
           MOVE     TOT-LIQ   TO  TOT-DET7
           WRITE    LIN-REL   FROM  LIN-TOT7
           CLOSE    CADCBK    CADLDP    CADCPM    REL-CBK
           GOBACK.

       ROT-AVIS-00.
           OPEN     INPUT     ARQAVS
           IF  FST-AVS   =  "35" GO       ROT-AVIS-90.

       ROT-AVIS-10.
           READ     ARQAVS    AT  END  GO  ROT-AVIS-80.
           MOVE     ZEROS     TO  NSU-AUX   DTA-AUX   VAL-AUX
                                  PRZ-AUX
           MOVE     SPACES    TO  ADQ-AUX   MTC-AUX   MOT-AUX
                                  OPR-AUX
           UNSTRING  LIN-AVS  DELIMITED  BY  "|"
                     INTO     ADQ-AUX
                              NSU-AUX
                              DTA-AUX
                              MTC-AUX
                              MOT-AUX
                              VAL-AUX
                              PRZ-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     ADQ-AUX   TO  ADQ-DET
           MOVE     NSU-AUX   TO  NSU-DET
           MOVE     DTA-AUX (5:2)  TO  DTN-DET (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTN-DET (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTN-DET (7:2)
           MOVE     PRZ-AUX (5:2)  TO  PRZ-DET (1:2)
           MOVE     PRZ-AUX (3:2)  TO  PRZ-DET (4:2)
           MOVE     PRZ-AUX (1:2)  TO  PRZ-DET (7:2)
           MOVE     MTC-AUX   TO  MTC-DET
           MOVE     ZEROS     TO  CPM-DET
           PERFORM  ROT-VAVS-00
              THRU  ROT-VAVS-90
           MOVE     VAL-AUX   TO  VAL-DET
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-ARJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-AVIS-10.
           MOVE     ADQ-AUX   TO  ADQ-CBK
           MOVE     NSU-AUX   TO  NSU-CBK
           MOVE     DTA-AUX   TO  DTN-CBK
           MOVE     MTC-AUX   TO  MTC-CBK
           MOVE     MOT-AUX   TO  MOT-CBK
           MOVE     VAL-AUX   TO  VAL-CBK
           MOVE     PRZ-AUX   TO  PRZ-CBK
           MOVE     ZEROS     TO  CPM-CBK   DTV-CBK   CXA-CBK
                                  VLV-CBK   DTE-CBK   DTR-CBK
                                  DTD-CBK   DBT-CBK   DTC-CBK
                                  CRD-CBK
           MOVE     SPACES    TO  BND-CBK   EVD-CBK   LDP-CBK
           IF  FLG-ACH   =   1   MOVE     CHV-CPM  TO  CPM-CBK
                                 MOVE     DTA-CPM  TO  DTV-CBK
                                 MOVE     CXA-CPM  TO  CXA-CBK
                                 MOVE     BND-CPM  TO  BND-CBK
                                 MOVE     CRT-CPM  TO  VLV-CBK.
           MOVE     "A"       TO  STA-CBK
           MOVE     OPR-AUX   TO  OPR-CBK
           ACCEPT   HRA-CBK   FROM  TIME
           WRITE    REG-CBK
           IF  FLG-ACH   =   1
               MOVE  "REGISTRADO - AGUARDANDO DEFESA"   TO  SIT-DET
           ELSE
               MOVE  "REGISTRADO - CUPOM NAO LOCALIZADO" TO  SIT-DET.
           ADD      1         TO  TOT-AVS
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-AVIS-10.

       ROT-AVIS-80.
           CLOSE    ARQAVS.
       ROT-AVIS-90.
           EXIT.

       ROT-VAVS-00.
           MOVE     SPACES    TO  SIT-DET
           MOVE     ZEROS     TO  FLG-ACH
           IF  ADQ-AUX   =       SPACES
               MOVE  "ADQUIRENTE NAO INFORMADA"    TO  SIT-DET
               GO       ROT-VAVS-90.
           IF  NSU-AUX   =       ZEROS
               MOVE  "NSU NAO INFORMADO"           TO  SIT-DET
               GO       ROT-VAVS-90.
           IF  DTA-AUX   >       DTA-HOJ
               MOVE  "DATA DO AVISO INVALIDA"      TO  SIT-DET
               GO       ROT-VAVS-90.
           IF  PRZ-AUX   <       DTA-AUX
               MOVE  "PRAZO DE RESPOSTA INVALIDO"  TO  SIT-DET
               GO       ROT-VAVS-90.
           MOVE     ADQ-AUX   TO  ADQ-CBK
           MOVE     NSU-AUX   TO  NSU-CBK
           READ     CADCBK
           IF  FST-CBK   =  "00"
               MOVE  "CASO JA CADASTRADO"          TO  SIT-DET
               GO       ROT-VAVS-90.
           PERFORM  ROT-CUPM-00
              THRU  ROT-CUPM-90
           IF  FLG-ACH   =   1   MOVE     CHV-CPM  TO  CPM-DET.
           IF  VAL-AUX   =       ZEROS  AND
               FLG-ACH   =   1   MOVE     CRT-CPM  TO  VAL-AUX.
           IF  VAL-AUX   =       ZEROS
               MOVE  "VALOR NAO INFORMADO"         TO  SIT-DET.
       ROT-VAVS-90.
           EXIT.

       ROT-CUPM-00.
           MOVE     ZEROS     TO  CHV-CPM
           START    CADCPM       KEY  >   CHV-CPM
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CUPM-90.

       ROT-CUPM-10.
           READ     CADCPM  NEXT
           IF  FST-CPM  NOT  =  "00"
                                 GO       ROT-CUPM-90.
           IF  NSU-CPM  NOT  =   NSU-AUX
                                 GO       ROT-CUPM-10.
           MOVE     1         TO  FLG-ACH.
       ROT-CUPM-90.
           EXIT.

       ROT-MOVT-00.
           OPEN     INPUT     ARQMOV
           IF  FST-MOV   =  "35" GO       ROT-MOVT-90.

       ROT-MOVT-10.
           READ     ARQMOV    AT  END  GO  ROT-MOVT-80.
           MOVE     ZEROS     TO  NSU-AUX   DTA-AUX
           MOVE     SPACES    TO  ADQ-AUX   ACA-AUX   EVD-AUX
                                  OPR-AUX
           UNSTRING  LIN-MOV  DELIMITED  BY  "|"
                     INTO     ADQ-AUX
                              NSU-AUX
                              ACA-AUX
                              DTA-AUX
                              EVD-AUX
                              OPR-AUX
           IF  DTA-AUX   =       ZEROS
                                 MOVE     DTA-HOJ  TO  DTA-AUX.
           MOVE     ADQ-AUX   TO  ADQ-MDT
           MOVE     NSU-AUX   TO  NSU-MDT
           MOVE     ACA-AUX   TO  ACA-MDT
           MOVE     DTA-AUX (5:2)  TO  DTA-MDT (1:2)
           MOVE     DTA-AUX (3:2)  TO  DTA-MDT (4:2)
           MOVE     DTA-AUX (1:2)  TO  DTA-MDT (7:2)
           MOVE     EVD-AUX   TO  EVD-MDT
           PERFORM  ROT-VMOV-00
              THRU  ROT-VMOV-90
           IF  SIT-MDT  NOT  =   SPACES
                                 ADD      1        TO  TOT-MRJ
                                 WRITE    LIN-REL  FROM  MOV-DET
                                 GO       ROT-MOVT-10.
           IF  ACA-AUX   =  "E"  MOVE     DTA-AUX  TO  DTE-CBK
                                 MOVE     EVD-AUX  TO  EVD-CBK
                                 MOVE     "E"      TO  STA-CBK
               MOVE  "DEFESA ENVIADA"                   TO  SIT-MDT
           ELSE
           IF  ACA-AUX   =  "G"  MOVE     DTA-AUX  TO  DTR-CBK
                                 MOVE     "G"      TO  STA-CBK
               MOVE  "GANHO - CASO ENCERRADO"           TO  SIT-MDT
           ELSE                  MOVE     DTA-AUX  TO  DTR-CBK
                                 MOVE     "P"      TO  STA-CBK
                                 PERFORM  ROT-GLDP-00
                                    THRU  ROT-GLDP-90
               MOVE  "PERDIDO - LANCADO NAS DESPESAS"   TO  SIT-MDT.
           MOVE     OPR-AUX   TO  OPR-CBK
           ACCEPT   HRA-CBK   FROM  TIME
           REWRITE  REG-CBK
           ADD      1         TO  TOT-MOV
           WRITE    LIN-REL   FROM  MOV-DET
           GO       ROT-MOVT-10.

       ROT-MOVT-80.
           CLOSE    ARQMOV.
       ROT-MOVT-90.
           EXIT.

       ROT-VMOV-00.
           MOVE     SPACES    TO  SIT-MDT
           MOVE     ADQ-AUX   TO  ADQ-CBK
           MOVE     NSU-AUX   TO  NSU-CBK
           READ     CADCBK
           IF  FST-CBK  NOT  =  "00"
               MOVE  "CASO INEXISTENTE"            TO  SIT-MDT
               GO       ROT-VMOV-90.
           IF  ACA-AUX  NOT  =  "E"  AND
               ACA-AUX  NOT  =  "G"  AND
               ACA-AUX  NOT  =  "P"
               MOVE  "ACAO INVALIDA"               TO  SIT-MDT
               GO       ROT-VMOV-90.
           IF  STA-CBK   =  "G"  OR
               STA-CBK   =  "P"
               MOVE  "CASO JA ENCERRADO"           TO  SIT-MDT
               GO       ROT-VMOV-90.
           IF  DTA-AUX   <       DTN-CBK  OR
               DTA-AUX   >       DTA-HOJ
               MOVE  "DATA INVALIDA"               TO  SIT-MDT
               GO       ROT-VMOV-90.
           IF  ACA-AUX   =  "E"  AND
               EVD-AUX   =       SPACES
               MOVE  "DOCUMENTOS NAO INFORMADOS"   TO  SIT-MDT.
       ROT-VMOV-90.
           EXIT.

       ROT-GLDP-00.
           MOVE     DTA-AUX   TO  DTA-LDX
           MOVE     ZEROS     TO  SEQ-LDX
           MOVE     DSP-CBK   TO  DSP-LDP
           MOVE     DTA-AUX   TO  DTA-LDP
           MOVE     "L"       TO  FLG-LDP
           MOVE     SPACES    TO  HST-LDP
           STRING   "CHARGEBACK "  DELIMITED  BY  SIZE
                    NSU-CBK        DELIMITED  BY  SIZE
                    INTO      HST-LDP
           MOVE     1         TO  LCT-LDP
           MOVE     2         TO  PRX-LDP
           MOVE     SPACES    TO  SUF-LDP
           MOVE     VAL-CBK   TO  VAL-LDP
           MOVE     2         TO  CCU-LDP
           MOVE     ZEROS     TO  FRN-LDP
           MOVE     SPACE     TO  REM-LDP
           MOVE     SPACES    TO  LDG-LDP.

       ROT-GLDP-10.
           ADD      1         TO  SEQ-LDX
           MOVE     LDP-AUX   TO  CHV-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" GO       ROT-GLDP-10.
           MOVE     CHV-LDP   TO  LDP-CBK.
       ROT-GLDP-90.
           EXIT.

       ROT-PEND-00.
           MOVE     LOW-VALUES     TO  CHV-CBK
           START    CADCBK       KEY  >   CHV-CBK
           IF  FST-CBK  NOT  =  "00"
                                 GO       ROT-PEND-90.

       ROT-PEND-10.
           READ     CADCBK  NEXT
           IF  FST-CBK  NOT  =  "00"
                                 GO       ROT-PEND-90.
           MOVE     SPACES    TO  SIT-ADT
           MOVE     ZEROS     TO  DIA-ADT
           IF  STA-CBK   =  "A"  OR
               STA-CBK   =  "E"  PERFORM  ROT-PRAZ-00
                                    THRU  ROT-PRAZ-90.
           IF  STA-CBK   =  "P"  AND
               DBT-CBK   =       ZEROS
               MOVE  "PERDIDO - AGUARDA DEBITO"      TO  SIT-ADT
               ADD      1         TO  TOT-LIQ.
           IF  STA-CBK   =  "G"  AND
               DBT-CBK   >       ZEROS  AND
               CRD-CBK   =       ZEROS
               MOVE  "GANHO - AGUARDA ESTORNO"       TO  SIT-ADT
               ADD      1         TO  TOT-LIQ.
           IF  SIT-ADT   =       SPACES
                                 GO       ROT-PEND-10.
           MOVE     ADQ-CBK   TO  ADQ-ADT
           MOVE     NSU-CBK   TO  NSU-ADT
           MOVE     DTN-CBK (5:2)  TO  DTN-ADT (1:2)
           MOVE     DTN-CBK (3:2)  TO  DTN-ADT (4:2)
           MOVE     DTN-CBK (1:2)  TO  DTN-ADT (7:2)
           MOVE     CPM-CBK   TO  CPM-ADT
           MOVE     DTV-CBK (5:2)  TO  DTV-ADT (1:2)
           MOVE     DTV-CBK (3:2)  TO  DTV-ADT (4:2)
           MOVE     DTV-CBK (1:2)  TO  DTV-ADT (7:2)
           MOVE     BND-CBK   TO  BND-ADT
           MOVE     VAL-CBK   TO  VAL-ADT
           MOVE     MTC-CBK   TO  MTC-ADT
           MOVE     PRZ-CBK (5:2)  TO  PRZ-ADT (1:2)
           MOVE     PRZ-CBK (3:2)  TO  PRZ-ADT (4:2)
           MOVE     PRZ-CBK (1:2)  TO  PRZ-ADT (7:2)
           WRITE    LIN-REL   FROM  ABT-DET
           GO       ROT-PEND-10.

       ROT-PEND-90.
           EXIT.

       ROT-PRAZ-00.
           MOVE     PRZ-CBK   TO  DTA-PRZ
           COMPUTE  DIA-RST  =  (ANO-PRZ  -   ANO-HOJ)  *  365
                             +  (MES-PRZ  -   MES-HOJ)  *  30
                             +  (DIA-PRZ  -   DIA-HOJ)
           MOVE     DIA-RST   TO  DIA-ADT
           ADD      1         TO  TOT-ABT
           ADD      VAL-CBK   TO  VAL-ABT
           IF  STA-CBK   =  "E"
               MOVE  "DEFESA ENVIADA"                TO  SIT-ADT
               GO       ROT-PRAZ-90.
           IF  DIA-RST   <   0
               MOVE  "PRAZO VENCIDO SEM DEFESA"      TO  SIT-ADT
               ADD      1         TO  TOT-VNC
           ELSE
               MOVE  "AGUARDANDO DEFESA"             TO  SIT-ADT.
       ROT-PRAZ-90.
           EXIT.
