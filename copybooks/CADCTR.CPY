      *    CBA/CBB/CBC-CTR = fator de cobertura da         *
      *    sugestao de compra por classe ABC (0 = usa o    *
      *    COB-CTR geral).                                 *
      *    PVT-CTR = validade do vale-troca em dias        *
      *    (DY1161; 0 = 90).                               *
      *    MPT-CTR = meses de validade dos pontos de       *
      *    fidelidade (CADPTS; 0 = 12) e VPT-CTR = valor   *
      *    em reais de cada ponto no resgate do DY1160     *
      *    (0 = resgate desligado).                        *
      *    TDV-CTR = tolerancia em % da conferencia pedido *
      *    x nota x recebido do DY1215; acima dela o       *
      *    titulo a pagar fica retido (0 = qualquer        *
      *    diferenca retem).                               *
      *    NCP-CTR = ultimo numero de cupom de venda       *
      *    emitido (DY1160; zeros = ainda nao usado, o     *
      *    primeiro cupom segue o maior NUM-CPV gravado).  *
      *    TMS-CTR = minutos sem atividade apos os quais a *
      *    sessao do operador (CADSES) expira e suas       *
      *    travas sao liberadas (DYSESS; 0 = nao expira).  *
      ******************************************************
       FD  CADCTR
           LABEL RECORD STANDARD.
           03  CBA-CTR          PIC  9(01)V99.
           03  CBB-CTR          PIC  9(01)V99.
           03  CBC-CTR          PIC  9(01)V99.
           03  PVT-CTR          PIC  9(03).
           03  MPT-CTR          PIC  9(02).
           03  VPT-CTR          PIC  9(01)V99.
           03  TDV-CTR          PIC  9(02)V99.
           03  FILLER           PIC  X(03).
           03  LCT-CTR          PIC  9(03).
           03  FX1-CTR          PIC  9(03).
           03  FX2-CTR          PIC  9(03).
           03  FX3-CTR          PIC  9(03).
           03  TBD-CTR.
               05  DES-CTR      PIC  X(20)  OCCURS  08.
           03  NCP-CTR          PIC  9(06).
           03  TMS-CTR          PIC  9(03).
           03  QFL-CTR          PIC  9(02).
