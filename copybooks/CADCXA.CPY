      *    loja, por dia (DY1440).                         *
      *    TIP-CXA: A-Abertura (fundo de troco),           *
      *    E-Entrada avulsa, S-Sangria para o cofre,       *
      *    R-Reforco/suprimento, V-Venda a dinheiro (cupom *
      *    do DY1160), F-Fechamento (VAL-CXA = dinheiro    *
      *    CONTADO declarado pelo operador), X-Venda a     *
      *    dinheiro de cupom cancelado (era V; fora da     *
      *    conferencia).                                   *
      *    A conferencia do fechamento compara o contado   *
      *    com abertura + entradas + reforcos - sangrias   *
      *    + vendas a dinheiro do dia (tipo V); a          *
      *    diferenca sai no relatorio e na auditoria.      *
      *    FIL-CXA = filial da gaveta: cada filial tem     *
      *    o seu caixa do dia (0 nos movimentos            *
      *    antigos = matriz 01).                           *
      ******************************************************
       FD  CADCXA
           LABEL RECORD STANDARD.
           03  HST-CXA          PIC  X(30).
           03  OPR-CXA          PIC  X(10).
           03  HRA-CXA          PIC  9(06).
           03  FIL-CXA          PIC  9(02).
