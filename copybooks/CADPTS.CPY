      ******************************************************
      *    CADPTS - EXTRATO DE PONTOS DE FIDELIDADE        *
      *    Um registro por movimento do cliente (CLI-PTS,  *
      *    CADMDR), em ordem de SEQ-PTS. TIP-PTS:          *
      *      C = credito da venda (cupom DOC-PTS, DY1160)  *
      *      R = resgate como desconto no cupom DOC-PTS    *
      *      E = estorno da devolucao do cupom DOC-PTS     *
      *          (DY1161)                                  *
      *      V = pontos vencidos (DY1175)                  *
      *    QTD-PTS = pontos do movimento (negativo em R,   *
      *    E e V). So o credito tem SDO-PTS (pontos ainda  *
      *    disponiveis do lote) e VCT-PTS (validade =      *
      *    venda + MPT-CTR meses); R, E e V consomem os    *
      *    lotes do mais antigo para o mais novo via       *
      *    DYPNTS. Saldo do cliente = soma de SDO-PTS dos  *
      *    creditos dentro da validade.                    *
      ******************************************************
       FD  CADPTS
           LABEL RECORD STANDARD.

       01  REG-PTS.
           03  CHV-PTS.
               05  CLI-PTS      PIC  9(06).
               05  SEQ-PTS      PIC  9(05).
           03  DTA-PTS          PIC  9(06).
           03  TIP-PTS          PIC  X(01).
           03  QTD-PTS          PIC S9(07).
           03  SDO-PTS          PIC  9(07).
           03  VCT-PTS          PIC  9(06).
           03  DOC-PTS          PIC  9(06).
           03  OPR-PTS          PIC  X(10).
