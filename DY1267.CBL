       01  REG-HCP              PIC  X(160).

       FD  HSTLDP.
       01  REG-HDP              PIC  X(170).

       FD  ARQWRK.
       01  REG-WRK              PIC  X(164).

       WORKING-STORAGE SECTION.

           CALL    "DYDAT4"  USING  PRM-DT4
           MOVE     DT8-DT4  TO  DT8-REG
           IF  DT8-REG   <       DT8-CRT  AND
               FLG-LDP  NOT  =  "P"      AND
               FLG-LDP  NOT  =  "A"
               MOVE     SPACES   TO  REG-HDP
               MOVE     REG-LDP  TO  REG-HDP (1:164)
               WRITE    REG-HDP
               ADD      1        TO  QTD-ARC
           ELSE
               MOVE     SPACES   TO  REG-WRK
               MOVE     REG-LDP  TO  REG-WRK (1:164)
               WRITE    REG-WRK
               ADD      1        TO  QTD-MNT.
           DISPLAY  EXBE-01      GO       ROT-LDPA-10.
           READ     ARQWRK
           IF  FST-WRK  NOT  =  "00"
                                 GO       ROT-LDPA-40.
           MOVE     REG-WRK (1:164)  TO  REG-LDP
           WRITE    REG-LDP      GO       ROT-LDPA-30.

       ROT-LDPA-40.
