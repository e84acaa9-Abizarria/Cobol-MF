           MOVE     ZEROS    TO  QTD-SEG
           MOVE     CHV-EST  TO  SAV-EST
           MOVE     SPACES   TO  REG-WRK
           MOVE     REG-EST  TO  REG-WRK (1:245)
           WRITE    REG-WRK
           ADD      1        TO  QTD-BOA
           DISPLAY  TELA-03      GO       ROT-VEST-10.
           READ     ARQWRK
           IF  FST-WRK  NOT  =  "00"
                                 GO       ROT-VEST-50.
           MOVE     REG-WRK (1:245)  TO  REG-EST
           WRITE    REG-EST      GO       ROT-VEST-40.

       ROT-VEST-50.
           MOVE     ZEROS    TO  QTD-SEG
           MOVE     CHV-CLI  TO  SAV-CLI
           MOVE     SPACES   TO  REG-WRK
           MOVE     REG-CLI  TO  REG-WRK (1:236)
           WRITE    REG-WRK
           ADD      1        TO  QTD-BOA
           DISPLAY  TELA-03      GO       ROT-VCLI-10.
           READ     ARQWRK
           IF  FST-WRK  NOT  =  "00"
                                 GO       ROT-VCLI-50.
           MOVE     REG-WRK (1:236)  TO  REG-CLI
           WRITE    REG-CLI      GO       ROT-VCLI-40.

       ROT-VCLI-50.
           MOVE     ZEROS    TO  QTD-SEG
           MOVE     CHV-LDP  TO  SAV-LDP
           MOVE     SPACES   TO  REG-WRK
           MOVE     REG-LDP  TO  REG-WRK (1:164)
           WRITE    REG-WRK
           ADD      1        TO  QTD-BOA
           DISPLAY  TELA-03      GO       ROT-VLDP-10.
           READ     ARQWRK
           IF  FST-WRK  NOT  =  "00"
                                 GO       ROT-VLDP-50.
           MOVE     REG-WRK (1:164)  TO  REG-LDP
           WRITE    REG-LDP      GO       ROT-VLDP-40.

       ROT-VLDP-50.
