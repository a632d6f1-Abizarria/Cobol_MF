      ******************************************************
      *    CADPCT - PLANO DE CONTAS                        *
      *    Codigo de 6 digitos; o primeiro digito e a      *
      *    classe, usada nos subtotais do balancete:       *
      *      1 = Ativo            2 = Passivo e PL         *
      *      3 = Receitas         4 = Custos e Despesas    *
      *    NAT-PCT = natureza do saldo (D-Devedora,        *
      *    C-Credora), so para a apresentacao do saldo.    *
      *    Manutencao em DY1700; lancamentos no diario     *
      *    CADDIA pela contabilizacao DY1710.              *
      ******************************************************
       FD  CADPCT
           LABEL RECORD STANDARD.

       01  REG-PCT.
           03  CHV-PCT          PIC  9(06).
           03  DES-PCT          PIC  X(30).
           03  NAT-PCT          PIC  X(01).
