                                 ACF-EST  FCV-EST
                                 DUC-EST  DUV-EST
                                 LCS-EST  AIS-EST
                                 SCN-EST  DAB-EST
           WRITE    REG-EST
           GO       ROT-CEST-30.

