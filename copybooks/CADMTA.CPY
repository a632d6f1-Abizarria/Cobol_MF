      ******************************************************
      *    CADMTA - METAS MENSAIS DE VENDAS                *
      *    Um registro por mes/ano, tipo e codigo:         *
      *    TIP-MTA V = vendedor (COD-MTA = CHV-VDD),       *
      *            G = grupo de atividade (COD-MTA =       *
      *            CHV-ATV, que e o PRX-VND da venda).     *
      *    VAL-MTA = meta de venda liquida do mes (CADVND, *
      *    devolucoes abatidas).                           *
      *    BON-MTA = percentual de bonus sobre o vendido   *
      *    pago no fechamento de comissoes (DY1166) ao     *
      *    vendedor que atingir a meta (0 = sem bonus; so  *
      *    no tipo V).                                     *
      *    Manutencao e relatorio de atingimento no DY1176.*
      ******************************************************
       FD  CADMTA
           LABEL RECORD STANDARD.

       01  REG-MTA.
           03  CHV-MTA.
               05  ANO-MTA      PIC  9(02).
               05  MES-MTA      PIC  9(02).
               05  TIP-MTA      PIC  X(01).
               05  COD-MTA      PIC  9(03).
           03  VAL-MTA          PIC  9(09)V99.
           03  BON-MTA          PIC  9(02)V99.
           03  OPR-MTA          PIC  X(10).
