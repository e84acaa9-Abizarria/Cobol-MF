
       ROT-CTAX-10.
           READ     ARQTAX    AT  END  GO  ROT-CTAX-80.
           MOVE     ZEROS     TO  PRZ-TXC
           UNSTRING  LIN-TAX  DELIMITED  BY  "|"
                     INTO     ADQ-TXC
                              BND-TXC
                              PRD-TXC
                              TAX-TXC
                              PRZ-TXC
           WRITE    REG-TXC
           IF  FST-TXC   =  "22" REWRITE  REG-TXC.
           GO       ROT-CTAX-10.
