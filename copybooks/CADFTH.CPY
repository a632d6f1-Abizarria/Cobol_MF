      *    aberto e a divida volta consolidada em novas    *
      *    parcelas CADFAT com juros DYJURO embutidos).    *
      *    PRX-FTH = tipo do credito (PRX-CRD; 0 p/ fat.). *
      *    DTA-FTH = data original do titulo (p/ creditos, *
      *    a data da venda DTA-CRD; zeros se nao houver).  *
      *    Creditos de cartao tambem sao baixados pela     *
      *    importacao do extrato da administradora         *
      *    (DY1546).                                       *
      *    DTB-FTH/BCO-FTH = data e banco da baixa.        *
      *    LQD-FTH desempata baixas parciais do mesmo      *
      *    titulo.                                         *
      *    VCT-FTH = vencimento do titulo (VCT-FAT); zeros *
      *    = vence na data original DTA-FTH (creditos e    *
      *    baixas anteriores ao campo). Usado na analise   *
      *    de pontualidade do cliente (DY3210).            *
      ******************************************************
       FD  CADFTH
           LABEL RECORD STANDARD.
           03  DTB-FTH          PIC  9(06).
           03  BCO-FTH          PIC  9(03).
           03  OPR-FTH          PIC  X(10).
           03  VCT-FTH          PIC  9(06).
