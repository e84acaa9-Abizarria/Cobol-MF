      -        "  TEF NAO AUTORIZADO - CONFIRA O TERMINAL !!!".
           03  M-86  PIC  X(85)  VALUE  "
      -        "  CLIENTE BLOQUEADO - ACORDO DE DIVIDA QUEBRADO !!!".
           03  M-87  PIC  X(85)  VALUE  "
      -        "  TANQUE SEM TABELA DE ARQUEACAO VIGENTE !!!".
           03  M-88  PIC  X(85)  VALUE  "
      -        "  ALTURA FORA DA TABELA DE ARQUEACAO DO TANQUE !!!".
           03  M-89  PIC  X(85)  VALUE  "
      -        "  PAGINA DO LMC JA IMPRESSA NESTE LIVRO - CONFIRA !!!".
           03  M-90  PIC  X(85)  VALUE  "
      -        "  CHEQUE SEM AUTORIZACAO DA GARANTIDORA !!!".
           03  M-91  PIC  X(85)  VALUE  "
      -        "  EMITENTE COM CHEQUE DEVOLVIDO NO HISTORICO !!!".
           03  M-92  PIC  X(85)  VALUE  "
      -        "  PAGAMENTO SEMELHANTE JA LANCADO - SUPERVISOR !!!".
           03  M-93  PIC  X(85)  VALUE  "
      -        "  PAGAMENTO RETIDO - AGUARDANDO APROVACAO !!!".
           03  M-94  PIC  X(85)  VALUE  "
      -        "  VALOR ACIMA DA ALCADA DE APROVACAO DO OPERADOR !!!".
           03  M-95  PIC  X(85)  VALUE  "
      -        "  NAO HA PAGAMENTOS AGUARDANDO APROVACAO !!!".
           03  M-96  PIC  X(85)  VALUE  "
      -        "  OPERADOR SEM ALCADA PARA APROVAR PAGAMENTOS !!!".
           03  M-97  PIC  X(85)  VALUE  "
      -        "  DEVOLUCAO NAO PERMITIDA - CONFIRA CUPOM E QTDE !!!".
           03  M-98  PIC  X(85)  VALUE  "
      -        "  NAO HA REVISOES DE CREDITO PENDENTES !!!".
           03  M-99  PIC  X(85)  VALUE  "
      -        "  REQUISICAO RECUSADA, CONFIRA O TALAO DO CLIENTE !!!".
       01  RD-MSGM              REDEFINES   TB-MSGM.
           03  MSGM-TB                      OCCURS  99.
               05  LET-TAB      PIC  X(01)  OCCURS  85.

       01  PRM-KBD              PIC  X(01)  COMP-X.
