      ******************************************************
      *    CADMPC - MAPA DE CONTABILIZACAO                 *
      *    Para cada evento dos razoes (ORI-MPC) e seu     *
      *    codigo (COD-MPC), a conta a debito e a conta a  *
      *    credito do lancamento gerado pelo DY1710.       *
      *    Evento de valor negativo (devolucao, estorno,   *
      *    reembolso, saida de banco) inverte as contas.   *
      *      VD 000 vendas CADVND (VAL-VND)                *
      *      VI 000 ICMS das vendas (ICM-VND)              *
      *      CV nnn recebimento do cupom CADCPV fechado:   *
      *             000 dinheiro, 001 a faturar, 002       *
      *             cheque, 003-008 cartao (= PRX-CRD),    *
      *             009 vale-troca (CADVLT), 010           *
      *             desconto do resgate de pontos          *
      *      CP 000 compras CADLCP (VAL-LCP)               *
      *      CI 000 ICMS das compras (ICM-LCP)             *
      *      DP g   despesas CADLDP do grupo g (PRX-LDP),  *
      *             a pagar e liquidadas; reembolso        *
      *             inverte                                *
      *      DL 000 despesa liquidada (baixa da obrigacao) *
      *      PG 000 titulo CADPAG pago (DTB-PAG)           *
      *      FT p   baixa de recebivel CADFTH (DTB-FTH),   *
      *             p = PRX-FTH (0 = fatura, 2-8 = tipo    *
      *             do credito PRX-CRD)                    *
      *      LB bbb movimento do banco CHV-BCO em CADLBC:  *
      *             debito = conta do banco, credito =     *
      *             contrapartida; saidas (COD-LBC 1-3)    *
      *             invertem, estornados nao contabilizam  *
      *      DR ccc depreciacao CADDPR do mes pela classe  *
      *             do imobilizado (CLS-DPR)               *
      *    Manutencao em DY1705.                           *
      ******************************************************
       FD  CADMPC
           LABEL RECORD STANDARD.

       01  REG-MPC.
           03  CHV-MPC.
               05  ORI-MPC      PIC  X(02).
               05  COD-MPC      PIC  9(03).
           03  DEB-MPC          PIC  9(06).
           03  CRD-MPC          PIC  9(06).
