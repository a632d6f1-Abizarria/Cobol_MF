      ******************************************************
      *    CADNFA - CUSTOS ACESSORIOS DA NOTA DE COMPRA    *
      *    Um registro por fornecedor + nota fiscal com o  *
      *    frete, o seguro e as outras despesas (impostos  *
      *    nao recuperaveis etc.) rateados pelo DY1216     *
      *    entre os itens da nota em CADLCP (RAT-LCP).     *
      *    CRT-NFA = criterio do rateio: V-Valor dos itens,*
      *    Q-Quantidade.                                   *
      *    TIT-NFA = "S" quando os custos vieram na nota   *
      *    do fornecedor e foram somados ao titulo CADPAG  *
      *    da nota (a contabilizacao DY1710 lanca a compra *
      *    com o rateio); "N" quando sao pagos a parte     *
      *    (ex.: frete de transportadora em CADLDP).       *
      ******************************************************
       FD  CADNFA
           LABEL RECORD STANDARD.

       01  REG-NFA.
           03  CHV-NFA.
               05  FOR-NFA      PIC  9(04).
               05  NTF-NFA      PIC  9(06).
           03  DTA-NFA          PIC  9(06).
           03  FRT-NFA          PIC  9(07)V99.
           03  SEG-NFA          PIC  9(07)V99.
           03  OUT-NFA          PIC  9(07)V99.
           03  CRT-NFA          PIC  X(01).
           03  TIT-NFA          PIC  X(01).
           03  OPR-NFA          PIC  X(10).
