           03  SV1-AUX          PIC  9(02).
           03  SV2-AUX          PIC  9(01).

           03  FILLER           VALUE  "55526525665256562453".
               05  QTD-TAB      PIC  9(01)  OCCURS  20.

           03  TB-FLAG.
               05  M-1200  PIC  X(12)  VALUE  "129915169900".
               05  M-1220  PIC  X(12)  VALUE  "131400000000".
               05  M-1250  PIC  X(12)  VALUE  "171819202100".
               05  M-1300  PIC  X(12)  VALUE  "222324259987".
               05  M-1350  PIC  X(12)  VALUE  "262728293031".
               05  M-1400  PIC  X(12)  VALUE  "323334359900".
               05  M-1450  PIC  X(12)  VALUE  "363700000000".
               05  M-1500  PIC  X(12)  VALUE  "389999479900".
               05  M-1520  PIC  X(12)  VALUE  "394041424344".
               05  M-1530  PIC  X(12)  VALUE  "454679808800".
               05  M-1550  PIC  X(12)  VALUE  "484950515253".
               05  M-3000  PIC  X(12)  VALUE  "559900000000".
               05  M-3200  PIC  X(12)  VALUE  "565758590000".
               05  M-4000  PIC  X(12)  VALUE  "606162636400".
               05  M-5000  PIC  X(12)  VALUE  "656689000000".
           03  RD-FLAG   REDEFINES   TB-FLAG.
               05  TELA-TB           OCCURS  20.
                   07  PROG-TB       OCCURS  06.
