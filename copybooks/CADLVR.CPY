       FD  CADLVR.

       01  REG-LVR.
           03  CHV-LVR          PIC  9(04).
           03  PGI-LVR          PIC  9(03).
           03  PGF-LVR          PIC  9(03).
           03  DTA-LVR          PIC  9(06).
           03  DTE-LVR          PIC  9(06).
           03  RSA-LVR          PIC  X(30).
           03  RSE-LVR          PIC  X(30).
           03  STA-LVR          PIC  X(01).
