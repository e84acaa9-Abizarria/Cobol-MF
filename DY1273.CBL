                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADAPL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APL
                       FILE          STATUS  IS  FST-APL.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      CADRPD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RPD
                       FILE          STATUS  IS  FST-RPD.

           SELECT      CADRAL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAL
                       FILE          STATUS  IS  FST-RAL.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADLCX.CPY.
       COPY  CADCPM.CPY.
       COPY  CADLDP.CPY.
       COPY  CADAPL.CPY.
       COPY  CADDPR.CPY.
       COPY  CADRPD.CPY.
       COPY  CADRAL.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-LCX          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-APL          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-RPD          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-RAL          PIC  X(02).

           03  DTI-AUX          PIC  9(06).

           03  LCR-BRT          PIC S9(10)V99.
           03  DSP-TOT          PIC S9(10)V99.
           03  RES-LIQ          PIC S9(10)V99.
           03  FIN-LIQ          PIC S9(10)V99.
           03  DEP-TOT          PIC S9(10)V99.
           03  BXA-RES          PIC S9(10)V99.
           03  REC-PRD          PIC S9(10)V99.
           03  REC-ALG          PIC S9(10)V99.
           03  VAL-AUX          PIC S9(09)V99.
           03  PRX-AX1          PIC  9(01).
           03  DSP-AMR          PIC  9(06)V99  VALUE  2020.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           IF  FST-DSP   =  "23" GO       ROT-FIMM-00.
           READ     CADDSP  NEXT
           IF  FST-DSP   =  "10" GO       ROT-FIMM-00.
           IF  CHV-DSP   =       DSP-AMR
                                 GO       ROT-DESP-00.
           PERFORM  ROT-DACM-00
              THRU  ROT-DACM-90
           IF  VAL-AUX   =   0   GO       ROT-DESP-00.
           EXIT.

       ROT-FIMM-00.
           PERFORM  ROT-DEPR-00
              THRU  ROT-DEPR-90
           IF  DEP-TOT   =   0   GO       ROT-FIMM-10.
           MOVE     "DEPRECIACAO DO IMOBILIZADO"  TO  DES-DT2
           MOVE     DEP-TOT  TO  VAL-DT2
           ADD      DEP-TOT  TO  DSP-TOT
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-FIMM-10.
           MOVE     "( = ) TOTAL DAS DESPESAS ...........:"
                             TO  TIT-DT1
           COMPUTE  VAL-AUX  =   0  -  DSP-TOT
           MOVE     VAL-AUX  TO  VAL-DT1
           PERFORM  ROT-LIN1-00
           PERFORM  ROT-FINC-00
              THRU  ROT-FINC-90
           MOVE     "( + ) RESULTADO FINANCEIRO LIQUIDO .:"
                             TO  TIT-DT1
           MOVE     FIN-LIQ  TO  VAL-DT1
           PERFORM  ROT-LIN1-00
           MOVE     "( + ) RESULTADO VENDA/BAIXA ATIVOS .:"
                             TO  TIT-DT1
           MOVE     BXA-RES  TO  VAL-DT1
           PERFORM  ROT-LIN1-00
           PERFORM  ROT-RECP-00
              THRU  ROT-RECP-90
           MOVE     "( + ) RECUPERACAO DE CREDITOS ......:"
                             TO  TIT-DT1
           MOVE     REC-PRD  TO  VAL-DT1
           PERFORM  ROT-LIN1-00
           PERFORM  ROT-ALUG-00
              THRU  ROT-ALUG-90
           MOVE     "( + ) RECEITA DE ALUGUEIS ..........:"
                             TO  TIT-DT1
           MOVE     REC-ALG  TO  VAL-DT1
           PERFORM  ROT-LIN1-00
           COMPUTE  RES-LIQ  =   LCR-BRT  -  DSP-TOT  +  FIN-LIQ
                             +   BXA-RES  +  REC-PRD  +  REC-ALG
           MOVE     "( = ) RESULTADO LIQUIDO DO PERIODO .:"
                             TO  TIT-DT1
           MOVE     RES-LIQ  TO  VAL-DT1
           OPEN      OUTPUT      CADTMP
           GO       ROT-EXIT-00.

       ROT-FINC-00.
           MOVE     ZEROS    TO  FIN-LIQ
           OPEN     INPUT        CADAPL
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-FINC-90.
           MOVE     LOW-VALUES   TO  CHV-APL.

       ROT-FINC-10.
           START    CADAPL       KEY  >   CHV-APL
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-FINC-80.
           READ     CADAPL  NEXT
           IF  FST-APL  NOT  =  "00"
                                 GO       ROT-FINC-80.
           IF  DTA-APL   <       DTI-AUX
                                 GO       ROT-FINC-10.
           IF  TIP-APL   =  "J"  ADD      VAL-APL  TO    FIN-LIQ.
           IF  TIP-APL   =  "I"  OR
               TIP-APL   =  "T"  SUBTRACT VAL-APL  FROM  FIN-LIQ.
           GO       ROT-FINC-10.

       ROT-FINC-80.
           CLOSE    CADAPL.
       ROT-FINC-90.
           EXIT.

       ROT-DEPR-00.
           MOVE     ZEROS    TO  DEP-TOT  BXA-RES
           OPEN     INPUT        CADDPR
           IF  FST-DPR  NOT  =  "00"
                                 GO       ROT-DEPR-90.
           MOVE     LOW-VALUES   TO  CHV-DPR.

       ROT-DEPR-10.
           START    CADDPR       KEY  >   CHV-DPR
           IF  FST-DPR  NOT  =  "00"
                                 GO       ROT-DEPR-80.
           READ     CADDPR  NEXT
           IF  FST-DPR  NOT  =  "00"
                                 GO       ROT-DEPR-80.
           IF  MES-DPR   <       DTI-AUX (1:4)
                                 GO       ROT-DEPR-10.
           IF  TIP-DPR   =  "D"  ADD      VAL-DPR  TO  DEP-TOT.
           IF  TIP-DPR   =  "B"  ADD      VAL-DPR  TO  BXA-RES.
           GO       ROT-DEPR-10.

       ROT-DEPR-80.
           CLOSE    CADDPR.
       ROT-DEPR-90.
           EXIT.

       ROT-RECP-00.
           MOVE     ZEROS    TO  REC-PRD
           OPEN     INPUT        CADRPD
           IF  FST-RPD  NOT  =  "00"
                                 GO       ROT-RECP-90.
           MOVE     LOW-VALUES   TO  CHV-RPD.

       ROT-RECP-10.
           START    CADRPD       KEY  >   CHV-RPD
           IF  FST-RPD  NOT  =  "00"
                                 GO       ROT-RECP-80.
           READ     CADRPD  NEXT
           IF  FST-RPD  NOT  =  "00"
                                 GO       ROT-RECP-80.
           IF  DTA-RPD   <       DTI-AUX
                                 GO       ROT-RECP-10.
           ADD      VAL-RPD  TO  REC-PRD
           GO       ROT-RECP-10.

       ROT-RECP-80.
           CLOSE    CADRPD.
       ROT-RECP-90.
           EXIT.

       ROT-ALUG-00.
           MOVE     ZEROS    TO  REC-ALG
           OPEN     INPUT        CADRAL
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-ALUG-90.
           MOVE     LOW-VALUES   TO  CHV-RAL.

       ROT-ALUG-10.
           START    CADRAL       KEY  >   CHV-RAL
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-ALUG-80.
           READ     CADRAL  NEXT
           IF  FST-RAL  NOT  =  "00"
                                 GO       ROT-ALUG-80.
           IF  REF-RAL   <       DTI-AUX (1:4)
                                 GO       ROT-ALUG-10.
           IF  STA-RAL   =  "X"  GO       ROT-ALUG-10.
           ADD      VAL-RAL  VUT-RAL  TO  REC-ALG
           GO       ROT-ALUG-10.

       ROT-ALUG-80.
           CLOSE    CADRAL.
       ROT-ALUG-90.
           EXIT.

       ROT-LIN1-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
