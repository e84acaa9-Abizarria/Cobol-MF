       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY6091.
       AUTHOR.         ADILSON.

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       INPUT-OUTPUT    SECTION.
       FILE-CONTROL.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

           SELECT      CADVSC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VSC
                       FILE          STATUS  IS  FST-VSC.

           SELECT      CADCLI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CLI
                       FILE          STATUS  IS  FST-CLI.

           SELECT      CADVEI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VEI
                       FILE          STATUS  IS  FST-VEI.

           SELECT      CADMOT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MOT
                       FILE          STATUS  IS  FST-MOT.

           SELECT      ARQSCT        ASSIGN  TO  "SUBCONTA.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-ARQ.

           SELECT      REL-SCT       ASSIGN  TO  "RELSCT.TXT"
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADSCT.CPY.
       COPY  CADVSC.CPY.
       COPY  CADCLI.CPY.
       COPY  CADVEI.CPY.
       COPY  CADMOT.CPY.

       FD  ARQSCT.
       01  LIN-ARQ               PIC  X(200).

       FD  REL-SCT.
       01  LIN-REL               PIC  X(110).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-SCT          PIC  X(02).
           03  FST-VSC          PIC  X(02).
           03  FST-CLI          PIC  X(02).
           03  FST-VEI          PIC  X(02).
           03  FST-MOT          PIC  X(02).
           03  FST-ARQ          PIC  X(02).
           03  FST-REL          PIC  X(02).

           03  DTA-HOJ          PIC  9(06).
           03  TIP-AUX          PIC  X(01).
           03  CLI-AUX          PIC  9(05).
           03  SUB-AUX          PIC  9(03).
           03  COD-AUX          PIC  X(07).
           03  MOT-AUX          PIC  9(03).
           03  NOM-AUX          PIC  X(25).
           03  CNT-AUX          PIC  X(15).
           03  DDD-AUX          PIC  9(02).
           03  TEL-AUX          PIC  9(08).
           03  END-AUX          PIC  X(40).
           03  CID-AUX          PIC  X(25).
           03  EST-AUX          PIC  X(02).
           03  CEP-AUX          PIC  9(08).
           03  MOD-AUX          PIC  X(01).
           03  OPR-AUX          PIC  X(10).
           03  QTV-AUX          PIC  9(04).
           03  QTC-AUX          PIC  9(04).
           03  TOT-ACE          PIC  9(05)  VALUE  ZEROS.
           03  TOT-REJ          PIC  9(05)  VALUE  ZEROS.

       01  LIN-CAB1              PIC  X(110) VALUE
           "CENTROS DE CUSTO DE CLIENTES FROTA - MOVIMENTO CARREGADO".
       01  LIN-CAB2              PIC  X(110) VALUE
           "T CLIENTE SUB CODIGO   DESCRICAO                  SITUACAO".
       01  LIN-CAB3              PIC  X(110) VALUE
           "CENTROS DE CUSTO CADASTRADOS".
       01  LIN-CAB4              PIC  X(110) VALUE
           "CLIENTE SUB NOME                      CONTATO         TELEFO
      -    "NE       VEIC CART FATURA".
       01  LIN-DET.
           03  TIP-DET           PIC  X(01).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CLI-DET           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SUB-DET           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  COD-DET           PIC  X(07).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  NOM-DET           PIC  X(25).
           03  FILLER            PIC  X(02)  VALUE  SPACES.
           03  SIT-DET           PIC  X(30).
       01  LIN-SCT.
           03  CLI-LST           PIC  9(05).
           03  FILLER            PIC  X(03)  VALUE  SPACES.
           03  SUB-LST           PIC  9(03).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  NOM-LST           PIC  X(25).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  CNT-LST           PIC  X(15).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  DDD-LST           PIC  9(02).
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  TEL-LST           PIC  ZZZ9.9999.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTV-LST           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  QTC-LST           PIC  ZZZ9.
           03  FILLER            PIC  X(01)  VALUE  SPACES.
           03  MOD-LST           PIC  X(20).
       01  LIN-TOT1.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS ACEITOS ......................".
           03  TOT-DET1          PIC  ZZ.ZZ9.
       01  LIN-TOT2.
           03  FILLER            PIC  X(40)  VALUE
               "REGISTROS REJEITADOS ...................".
           03  TOT-DET2          PIC  ZZ.ZZ9.

       PROCEDURE       DIVISION.

       ROT-0000-00.
           ACCEPT   DTA-HOJ   FROM  DATE
           OPEN     I-O       CADSCT
           IF  FST-SCT   =  "35" CLOSE    CADSCT
                                 OPEN     OUTPUT   CADSCT
                                 CLOSE    CADSCT
                                 OPEN     I-O      CADSCT.
           OPEN     I-O       CADVSC
           IF  FST-VSC   =  "35" CLOSE    CADVSC
                                 OPEN     OUTPUT   CADVSC
                                 CLOSE    CADVSC
                                 OPEN     I-O      CADVSC.
           OPEN     INPUT     CADCLI    CADVEI    CADMOT
           OPEN     OUTPUT    REL-SCT
           WRITE    LIN-REL   FROM  LIN-CAB1
           WRITE    LIN-REL   FROM  LIN-CAB2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-CARG-00
              THRU  ROT-CARG-90
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           MOVE     TOT-ACE   TO  TOT-DET1
           WRITE    LIN-REL   FROM  LIN-TOT1
           MOVE     TOT-REJ   TO  TOT-DET2
           WRITE    LIN-REL   FROM  LIN-TOT2
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           WRITE    LIN-REL   FROM  LIN-CAB3
           WRITE    LIN-REL   FROM  LIN-CAB4
           MOVE     SPACES    TO  LIN-REL
           WRITE    LIN-REL
           PERFORM  ROT-LIST-00
              THRU  ROT-LIST-90
           CLOSE    CADSCT    CADVSC    CADCLI    CADVEI
                    CADMOT    REL-SCT
           GOBACK.

       ROT-CARG-00.
           OPEN     INPUT     ARQSCT
           IF  FST-ARQ   =  "35" GO       ROT-CARG-90.

       ROT-CARG-10.
           READ     ARQSCT    AT  END  GO  ROT-CARG-80.
           MOVE     SPACES    TO  TIP-AUX   COD-AUX   NOM-AUX
                                  CNT-AUX   END-AUX   CID-AUX
                                  EST-AUX   MOD-AUX   OPR-AUX
           MOVE     ZEROS     TO  CLI-AUX   SUB-AUX   MOT-AUX
                                  DDD-AUX   TEL-AUX   CEP-AUX
           UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                     INTO     TIP-AUX
           IF  TIP-AUX   =  "S"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   CLI-AUX
                                              SUB-AUX   NOM-AUX
                                              CNT-AUX   DDD-AUX
                                              TEL-AUX   END-AUX
                                              CID-AUX   EST-AUX
                                              CEP-AUX.
           IF  TIP-AUX   =  "M"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   CLI-AUX
                                              MOD-AUX.
           IF  TIP-AUX   =  "V"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   CLI-AUX
                                              COD-AUX   SUB-AUX
                                              OPR-AUX.
           IF  TIP-AUX   =  "C"  UNSTRING  LIN-ARQ  DELIMITED  BY  "|"
                                     INTO     TIP-AUX   CLI-AUX
                                              MOT-AUX   SUB-AUX
                                              OPR-AUX
                                 MOVE     MOT-AUX  TO  COD-AUX.
           MOVE     TIP-AUX   TO  TIP-DET
           MOVE     CLI-AUX   TO  CLI-DET
           MOVE     SUB-AUX   TO  SUB-DET
           MOVE     COD-AUX   TO  COD-DET
           MOVE     NOM-AUX   TO  NOM-DET
           PERFORM  ROT-VALD-00
              THRU  ROT-VALD-90
           IF  SIT-DET  NOT  =   SPACES
                                 ADD      1        TO  TOT-REJ
                                 WRITE    LIN-REL  FROM  LIN-DET
                                 GO       ROT-CARG-10.
           IF  TIP-AUX   =  "S"  PERFORM  ROT-GSCT-00
                                    THRU  ROT-GSCT-90.
           IF  TIP-AUX   =  "M"  PERFORM  ROT-GMOD-00
                                    THRU  ROT-GMOD-90.
           IF  TIP-AUX   =  "V"  OR
               TIP-AUX   =  "C"  PERFORM  ROT-GVSC-00
                                    THRU  ROT-GVSC-90.
           ADD      1         TO  TOT-ACE
           WRITE    LIN-REL   FROM  LIN-DET
           GO       ROT-CARG-10.

       ROT-CARG-80.
           CLOSE    ARQSCT.
       ROT-CARG-90.
           EXIT.

       ROT-VALD-00.
           MOVE     SPACES    TO  SIT-DET
           IF  TIP-AUX  NOT  =  "S"  AND
               TIP-AUX  NOT  =  "M"  AND
               TIP-AUX  NOT  =  "V"  AND
               TIP-AUX  NOT  =  "C"
               MOVE  "TIPO DE REGISTRO INVALIDO"     TO  SIT-DET
               GO       ROT-VALD-90.
           MOVE     CLI-AUX   TO  CHV-CLI
           READ     CADCLI
           IF  FST-CLI  NOT  =  "00"
               MOVE  "CLIENTE INEXISTENTE"           TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX   =  "S"  AND
               NOM-AUX   =       SPACES
               MOVE  "NOME NAO INFORMADO"            TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX   =  "M"  AND
               MOD-AUX  NOT  =  "U"  AND
               MOD-AUX  NOT  =  "S"  AND
               MOD-AUX  NOT  =  "D"
               MOVE  "MODO DE FATURA INVALIDO"       TO  SIT-DET
               GO       ROT-VALD-90.
           IF  TIP-AUX   =  "S"  OR
               TIP-AUX   =  "M"  GO       ROT-VALD-90.
           IF  SUB-AUX   >       ZEROS
               MOVE     CLI-AUX   TO  CLI-SCT
               MOVE     SUB-AUX   TO  NUM-SCT
               READ     CADSCT
               IF  FST-SCT  NOT  =  "00"
                   MOVE  "CENTRO DE CUSTO INEXISTENTE"   TO  SIT-DET
                   GO       ROT-VALD-90.
           IF  TIP-AUX   =  "V"
               MOVE     COD-AUX   TO  CHV-VEI
               READ     CADVEI
               IF  FST-VEI  NOT  =  "00"  OR
                   CLI-VEI  NOT  =   CLI-AUX
                   MOVE  "VEICULO NAO PERTENCE AO CLIENTE" TO SIT-DET
                   GO       ROT-VALD-90.
           IF  TIP-AUX   =  "C"
               MOVE     CLI-AUX   TO  CLI-MOT
               MOVE     MOT-AUX   TO  NUM-MOT
               READ     CADMOT
               IF  FST-MOT  NOT  =  "00"
                   MOVE  "CARTAO/MOTORISTA INEXISTENTE"  TO  SIT-DET.
       ROT-VALD-90.
           EXIT.

       ROT-GSCT-00.
           MOVE     CLI-AUX   TO  CLI-SCT
           MOVE     SUB-AUX   TO  NUM-SCT
           READ     CADSCT
           IF  FST-SCT  NOT  =  "00"
                                 MOVE     SPACES   TO  MOD-SCT.
           MOVE     NOM-AUX   TO  NOM-SCT
           MOVE     CNT-AUX   TO  CNT-SCT
           MOVE     DDD-AUX   TO  DDD-SCT
           MOVE     TEL-AUX   TO  TEL-SCT
           MOVE     END-AUX   TO  END-SCT
           MOVE     CID-AUX   TO  CID-SCT
           MOVE     EST-AUX   TO  EST-SCT
           MOVE     CEP-AUX   TO  CEP-SCT
           IF  FST-SCT   =  "00" REWRITE  REG-SCT
                                 MOVE     "ALTERADO"  TO  SIT-DET
           ELSE                  WRITE    REG-SCT
                                 MOVE     "INCLUIDO"  TO  SIT-DET.
       ROT-GSCT-90.
           EXIT.

       ROT-GMOD-00.
           MOVE     CLI-AUX   TO  CLI-SCT
           MOVE     ZEROS     TO  NUM-SCT
           READ     CADSCT
           MOVE     MOD-AUX   TO  MOD-SCT
           IF  FST-SCT   =  "00" REWRITE  REG-SCT
                                 GO       ROT-GMOD-10.
           MOVE     "SEM CENTRO DE CUSTO"  TO  NOM-SCT
           MOVE     SPACES    TO  CNT-SCT   END-SCT   CID-SCT
                                  EST-SCT
           MOVE     ZEROS     TO  DDD-SCT   TEL-SCT   CEP-SCT
           WRITE    REG-SCT.

       ROT-GMOD-10.
           IF  MOD-AUX   =  "U"  MOVE  "FATURA UNICA"  TO  SIT-DET.
           IF  MOD-AUX   =  "S"  MOVE  "FATURA COM SUBTOTAIS"
                                                       TO  SIT-DET.
           IF  MOD-AUX   =  "D"  MOVE  "FATURA POR CENTRO DE CUSTO"
                                                       TO  SIT-DET.
       ROT-GMOD-90.
           EXIT.

       ROT-GVSC-00.
           MOVE     TIP-AUX   TO  TIP-VSC
           MOVE     CLI-AUX   TO  CLI-VSC
           MOVE     COD-AUX   TO  COD-VSC
           READ     CADVSC
           IF  SUB-AUX   =       ZEROS
               IF  FST-VSC   =  "00"
                   DELETE   CADVSC
                   MOVE     "VINCULO EXCLUIDO"     TO  SIT-DET
                   GO       ROT-GVSC-90
               ELSE
                   MOVE     "SEM VINCULO"          TO  SIT-DET
                   GO       ROT-GVSC-90.
           MOVE     SUB-AUX   TO  SCT-VSC
           MOVE     DTA-HOJ   TO  DTA-VSC
           MOVE     OPR-AUX   TO  OPR-VSC
           IF  FST-VSC   =  "00" REWRITE  REG-VSC
                                 MOVE  "VINCULO ALTERADO"  TO  SIT-DET
           ELSE                  WRITE    REG-VSC
                                 MOVE  "VINCULO INCLUIDO"  TO  SIT-DET.
       ROT-GVSC-90.
           EXIT.

       ROT-LIST-00.
           MOVE     ZEROS     TO  CHV-SCT
           START    CADSCT       KEY  NOT  <  CHV-SCT
           IF  FST-SCT  NOT  =  "00"
                                 GO       ROT-LIST-90.

       ROT-LIST-10.
           READ     CADSCT  NEXT
           IF  FST-SCT  NOT  =  "00"
                                 GO       ROT-LIST-90.
           MOVE     ZEROS     TO  QTV-AUX   QTC-AUX
           MOVE     "V"       TO  TIP-AUX
           PERFORM  ROT-CONT-00
              THRU  ROT-CONT-90
           MOVE     "C"       TO  TIP-AUX
           PERFORM  ROT-CONT-00
              THRU  ROT-CONT-90
           MOVE     CLI-SCT   TO  CLI-LST
           MOVE     NUM-SCT   TO  SUB-LST
           MOVE     NOM-SCT   TO  NOM-LST
           MOVE     CNT-SCT   TO  CNT-LST
           MOVE     DDD-SCT   TO  DDD-LST
           MOVE     TEL-SCT   TO  TEL-LST
           MOVE     QTV-AUX   TO  QTV-LST
           MOVE     QTC-AUX   TO  QTC-LST
           MOVE     SPACES    TO  MOD-LST
           IF  NUM-SCT   =       ZEROS  AND
               MOD-SCT   =  "S"  MOVE  "COM SUBTOTAIS"    TO  MOD-LST.
           IF  NUM-SCT   =       ZEROS  AND
               MOD-SCT   =  "D"  MOVE  "POR CENTRO CUSTO" TO  MOD-LST.
           IF  NUM-SCT   =       ZEROS  AND
               MOD-LST   =       SPACES
                                 MOVE  "UNICA"            TO  MOD-LST.
           WRITE    LIN-REL   FROM  LIN-SCT
           GO       ROT-LIST-10.

       ROT-LIST-90.
           EXIT.

       ROT-CONT-00.
           MOVE     TIP-AUX   TO  TIP-VSC
           MOVE     CLI-SCT   TO  CLI-VSC
           MOVE     SPACES    TO  COD-VSC
           START    CADVSC       KEY  NOT  <  CHV-VSC
           IF  FST-VSC  NOT  =  "00"
                                 GO       ROT-CONT-90.

       ROT-CONT-10.
           READ     CADVSC  NEXT
           IF  FST-VSC  NOT  =  "00"  OR
               TIP-VSC  NOT  =   TIP-AUX  OR
               CLI-VSC  NOT  =   CLI-SCT
                                 GO       ROT-CONT-90.
           IF  SCT-VSC  NOT  =   NUM-SCT
                                 GO       ROT-CONT-10.
           IF  TIP-VSC   =  "V"  ADD      1        TO  QTV-AUX
           ELSE                  ADD      1        TO  QTC-AUX.
           GO       ROT-CONT-10.

       ROT-CONT-90.
           EXIT.
