           READ     CADLDP  NEXT
           IF  DSP-LDP   >       CHV-DSP
                                 GO       ROT-EXBE-20.
           IF  FLG-LDP   =  "P"  OR  "A"
                                 ADD      VAL-LDP  TO  ACM-PDT.
           IF  DTA-LDP  NOT  >   DTA-LIM
               EVALUATE FLG-LDP
                   WHEN   "L"
