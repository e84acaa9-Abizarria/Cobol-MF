           IF  PRX-INV  NOT  =   PRX-EST  OR
               SUF-INV  NOT  =   SUF-EST
                                 GO       ROT-JACT-10.
           IF  ABV-EST   =  "A"  OR
              (ABV-EST  NOT  =  "C"  AND  QVM-EST  >  MIN-EST)
               IF  DTA-INV (1:4)  =  DTA-HOJ (1:4)
                   MOVE     1     TO  FLG-REC
               END-IF
