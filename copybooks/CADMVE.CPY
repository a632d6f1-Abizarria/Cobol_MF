      *    F-Devolucao a fornecedor (saida, DY1225),       *
      *    T-Transferencia entre locais (DY1163, uma       *
      *    perna de saida e uma de entrada).               *
      *    M-Montagem/desmontagem de kit (DY1179, saida    *
      *    dos componentes e entrada do kit ou o inverso). *
      *    C-Entrada em consignacao de fornecedor e        *
      *    R-Devolucao do consignado (DY1240, CADCSG).     *
      *    X-Cancelamento de cupom de venda (entrada, no   *
      *    mesmo dia da venda, DY1160).                    *
      *    LOC-MVE = local do movimento (CADLOC; 0 nos     *
      *    movimentos antigos, sem controle de local).     *
      *    LOT-MVE = lote do movimento (CADLTE; espacos    *
      *    SDO-MVE = saldo resultante apos o movimento.    *
      *    SEQ-MVE desempata movimentos do mesmo produto   *
      *    na mesma data (gravacao via DYMOVE).            *
      *    FIL-MVE = filial do movimento (pela dezena      *
      *    do local, ou a do operador quando sem           *
      *    local; 0 nos antigos = matriz 01): o            *
      *    kardex de cada filial e o CADMVE filtrado       *
      *    por ela.                                        *
      ******************************************************
       FD  CADMVE
           LABEL RECORD STANDARD.
           03  HRA-MVE          PIC  9(06).
           03  LOC-MVE          PIC  9(02).
           03  LOT-MVE          PIC  X(06).
           03  FIL-MVE          PIC  9(02).
