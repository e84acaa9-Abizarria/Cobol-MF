           03  FRN-LDP         PIC  9(04).
           03  REM-LDP         PIC  X(01).
           03  LDG-LDP         PIC  X(48).
           03  ORG-LDP         PIC  X(10).
