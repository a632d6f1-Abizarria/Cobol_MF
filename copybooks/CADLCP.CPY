      *    CADLCP - LANCAMENTOS DE COMPRAS DE PRODUTOS     *
      *    FOR-LCP = codigo do fornecedor (CADFOR),        *
      *    0 = nao informado (lancamentos antigos).        *
      *    BCI-LCP/ICM-LCP = base e valor do ICMS creditado*
      *    na compra a aliquota ALQ-LCP da nota (negativos *
      *    na devolucao DY1225); base da apuracao DY1180.  *
      *    RAT-LCP = frete, seguro e outras despesas da    *
      *    nota rateados para o item (DY1216, CADNFA);     *
      *    custo de entrada do item = VAL-LCP + RAT-LCP.   *
      *    FIL-LCP = filial da compra (DYFILI; 0 nos       *
      *    lancamentos antigos = matriz 01).               *
      ******************************************************
       FD  CADLCP
           LABEL RECORD STANDARD.
           03  QTD-LCP          PIC S9(06).
           03  VAL-LCP          PIC S9(07)V99.
           03  FOR-LCP          PIC  9(04).
           03  BCI-LCP          PIC S9(07)V99.
           03  ALQ-LCP          PIC  9(02)V99.
           03  ICM-LCP          PIC S9(07)V99.
           03  RAT-LCP          PIC S9(07)V99.
           03  FIL-LCP          PIC  9(02).
