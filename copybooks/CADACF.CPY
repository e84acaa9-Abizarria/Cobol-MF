       FD  CADACF.

       01  REG-ACF.
           03  CHV-ACF.
               05  DTA-ACF      PIC  9(06).
               05  TUR-ACF      PIC  9(01).
               05  FRE-ACF      PIC  X(10).
           03  LTS-ACF          PIC  9(07)V9.
           03  ESP-ACF          PIC  9(08)V99.
           03  DIN-ACF          PIC  9(07)V99.
           03  CRT-ACF          PIC  9(07)V99.
           03  NTA-ACF          PIC  9(07)V99.
           03  CHQ-ACF          PIC  9(07)V99.
           03  VLE-ACF          PIC  9(07)V99.
           03  DIF-ACF          PIC S9(08)V99.
           03  HRA-ACF          PIC  X(10).
