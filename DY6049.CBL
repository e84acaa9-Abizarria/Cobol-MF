           MOVE     SPACES    TO  PRX-PED
           MOVE     ZEROS     TO  SUF-PED   QTD-PED
                                  PRC-PED   QTR-PED
                                  DTP-PED   DTU-PED
                                  VLR-PED
           WRITE    REG-PED
           IF  FST-PED   =  "22" REWRITE  REG-PED.
       ROT-ABRE-90.
                              QTD-PED
                              PRC-PED
           MOVE     NUM-PED   TO  NUM-AUX
           MOVE     ZEROS     TO  QTR-PED   DTP-PED
                                  DTU-PED   VLR-PED
           MOVE     DTA-HOJ   TO  DTA-PED
           MOVE     "A"       TO  STA-PED
           MOVE     ZEROS     TO  FRN-PED
