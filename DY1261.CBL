           03  TIP-AUX          PIC  X(01).
           03  TUR-AUX          PIC  9(01).
           03  CXA-AUX          PIC  9(02).
           03  CXE-AUX          PIC  X(02).
           03  RED-CXE          REDEFINES   CXE-AUX.
               05  CXF-AUX      PIC  9(02).
           03  VAL-AUX          PIC  9(07)V99.
           03  MXG-AUX          PIC  9(06)V99.
           03  TMO-AUX          PIC  9(03).
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.  DISPLAY  TELA-01
           ACCEPT   ARQ-IMP   FROM    TIME
           MOVE     SPACES   TO  CXE-AUX
           DISPLAY  "DYCAIXA"    UPON  ENVIRONMENT-NAME
           ACCEPT   CXE-AUX  FROM   ENVIRONMENT-VALUE
           IF  CXE-AUX  NOT  NUMERIC  MOVE  ZEROS  TO  CXF-AUX.
           OPEN     OUTPUT   CADTMP
                    I-O      CADCTR   CADSGR
           IF  FST-SGR   =  "35"
                                 GO       ROT-LANC-10.
           IF  TUR-AUX   <   1   OR   >   9
                                 GO       ROT-LANC-10.
           IF  CXF-AUX   >   0   MOVE     CXF-AUX  TO  CXA-AUX
                                 DISPLAY  CXA-T03
                                 GO       ROT-LANC-20.
           ACCEPT   CXA-E03      DISPLAY  CXA-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =   02  PERFORM  ROT-HELP-00
           MOVE     CHV-SGR  TO  NUM-DT1
           IF  TIP-SGR   =  "G"  MOVE  "SANGRIA   "  TO  TIP-DT1
                                 ADD   VAL-SGR  TO  TOT-SGR
           ELSE
           IF  TIP-SGR   =  "D"  MOVE  "DEVOLUCAO "  TO  TIP-DT1
                                 ADD   VAL-SGR  TO  TOT-SGR
           ELSE                  MOVE  "SUPRIMENTO"  TO  TIP-DT1
                                 ADD   VAL-SGR  TO  TOT-SUP.
           MOVE     DTA-SGR  TO  DTA-DT1
