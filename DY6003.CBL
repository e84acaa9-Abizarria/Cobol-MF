                       RECORD        KEY     IS  CHV-CPM
                       FILE          STATUS  IS  FST-CPM.

           SELECT      CADCBK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CBK
                       FILE          STATUS  IS  FST-CBK.

           SELECT      CADRCB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RCB
                       FILE          STATUS  IS  FST-RCB.

           SELECT      REL-CNC       ASSIGN  TO  "CONCILIA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-CNC.

       COPY  CADCDV.CPY.
       COPY  CADCPM.CPY.
       COPY  CADCBK.CPY.
       COPY  CADRCB.CPY.

       FD  LIQNSU.
       01  LIN-NSU              PIC  X(80).
           03  FST-LIQ          PIC  X(02).
           03  FST-NSU          PIC  X(02).
           03  FST-CPM          PIC  X(02).
           03  FST-CBK          PIC  X(02).
           03  FST-RCB          PIC  X(02).
           03  NSU-AUX          PIC  9(12).
           03  TIP-AUX          PIC  X(01).
           03  VLN-AUX          PIC  9(07)V99.
           03  DTN-AUX          PIC  9(06).
           03  FLG-ACH          PIC  9(01).
           03  FLG-RCB          PIC  9(01).
           03  FST-CNC          PIC  X(02).
           03  IND1             PIC  9(04)  VALUE  ZEROS.
           03  IND2             PIC  9(04).
       ROT-NSU-00.
           OPEN     INPUT     LIQNSU
           IF  FST-NSU   =  "35" GO       ROT-NSU-90.
           OPEN     INPUT     CADCPM
           OPEN     I-O       CADCBK
           IF  FST-CBK   =  "35" CLOSE    CADCBK
                                 OPEN     OUTPUT   CADCBK
                                 CLOSE    CADCBK
                                 OPEN     I-O      CADCBK.
           OPEN     I-O       CADRCB
           IF  FST-RCB   =  "35" CLOSE    CADRCB
                                 OPEN     OUTPUT   CADRCB
                                 CLOSE    CADRCB
                                 OPEN     I-O      CADRCB.

       ROT-NSU-10.
           READ     LIQNSU    AT  END  GO  ROT-NSU-80.
           MOVE     SPACES    TO  TIP-AUX
           UNSTRING  LIN-NSU  DELIMITED  BY  "|"
                     INTO     NSU-AUX
                              DTN-AUX
                              VLN-AUX
                              TIP-AUX
           IF  TIP-AUX   =  "D"  OR
               TIP-AUX   =  "R"  PERFORM  ROT-CBK-00
                                    THRU  ROT-CBK-90
                                 GO       ROT-NSU-10.
           PERFORM  ROT-RCB-00
              THRU  ROT-RCB-90
           IF  FLG-RCB   =   1   GO       ROT-NSU-10.
           PERFORM  ROT-NSU-30
              THRU  ROT-NSU-60
           GO       ROT-NSU-10.
           EXIT.

       ROT-NSU-80.
           CLOSE    LIQNSU    CADCPM    CADCBK    CADRCB.
       ROT-NSU-90.
           EXIT.

       ROT-CBK-00.
           MOVE     SPACES    TO  CPF-DET   NUM-DET
           MOVE     NSU-AUX (3:8)  TO  NUM-DET (1:8)
           MOVE     DTN-AUX   TO  DTA-DET
           MOVE     VLN-AUX   TO  VAL-DET
           MOVE     LOW-VALUES     TO  CHV-CBK
           START    CADCBK       KEY  >   CHV-CBK
           IF  FST-CBK  NOT  =  "00"
                                 GO       ROT-CBK-50.

       ROT-CBK-10.
           READ     CADCBK  NEXT
           IF  FST-CBK  NOT  =  "00"
                                 GO       ROT-CBK-50.
           IF  NSU-CBK  NOT  =   NSU-AUX
                                 GO       ROT-CBK-10.
           IF  TIP-AUX   =  "R"  GO       ROT-CBK-30.
           MOVE     DTN-AUX   TO  DTD-CBK
           MOVE     VLN-AUX   TO  DBT-CBK
           REWRITE  REG-CBK
           IF  VLN-AUX  NOT  =   VAL-CBK
               MOVE  "CHARGEBACK VALOR DIVERGENTE"  TO  SIT-DET
               ADD      1         TO  TOT-DIV
           ELSE
           IF  STA-CBK   =  "P"
               MOVE  "CHARGEBACK PERDIDO DEBITADO"  TO  SIT-DET
           ELSE
           IF  STA-CBK   =  "G"
               MOVE  "DEBITO EM CHARGEBACK GANHO"   TO  SIT-DET
               ADD      1         TO  TOT-DIV
           ELSE
               MOVE  "DEBITO CHARGEBACK EM DISPUTA" TO  SIT-DET.
           WRITE    LIN-CNC   FROM  LIN-DET
           GO       ROT-CBK-90.

       ROT-CBK-30.
           MOVE     DTN-AUX   TO  DTC-CBK
           MOVE     VLN-AUX   TO  CRD-CBK
           REWRITE  REG-CBK
           IF  STA-CBK   =  "G"  AND
               VLN-AUX   =       DBT-CBK
               MOVE  "ESTORNO CHARGEBACK - OK"      TO  SIT-DET
           ELSE
               MOVE  "ESTORNO SEM CHARGEBACK GANHO" TO  SIT-DET
               ADD      1         TO  TOT-DIV.
           WRITE    LIN-CNC   FROM  LIN-DET
           GO       ROT-CBK-90.

       ROT-CBK-50.
           MOVE  "CHARGEBACK SEM CASO"          TO  SIT-DET
           WRITE    LIN-CNC   FROM  LIN-DET
           ADD      1         TO  TOT-DIV.
       ROT-CBK-90.
           EXIT.

       ROT-RCB-00.
           MOVE     ZEROS     TO  FLG-RCB
           MOVE     LOW-VALUES     TO  CHV-RCB
           START    CADRCB       KEY  >   CHV-RCB
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-RCB-90.

       ROT-RCB-10.
           READ     CADRCB  NEXT
           IF  FST-RCB  NOT  =  "00"
                                 GO       ROT-RCB-90.
           IF  NSU-RCB  NOT  =   NSU-AUX  OR
               STA-RCB   =  "L"  GO       ROT-RCB-10.
           IF  STA-RCB   =  "A"  GO       ROT-RCB-30.
           MOVE     "L"       TO  STA-RCB
           MOVE     DTN-AUX   TO  DTA-RCB
           REWRITE  REG-RCB
           GO       ROT-RCB-90.

       ROT-RCB-30.
           MOVE     1         TO  FLG-RCB
           MOVE     SPACES    TO  CPF-DET   NUM-DET
           MOVE     NSU-AUX (3:8)  TO  NUM-DET (1:8)
           MOVE     DTN-AUX   TO  DTA-DET
           MOVE     VLN-AUX   TO  VAL-DET
           MOVE  "TEF NSU ANTECIPADO"           TO  SIT-DET
           WRITE    LIN-CNC   FROM  LIN-DET.
       ROT-RCB-90.
           EXIT.

       ROT-LARQ-00.
           OPEN     INPUT     LIQUID
           IF  FST-LIQ   =   "35"  GO       ROT-LARQ-90.
