      *    fisico do local. Locais da casa:                *
      *      01 = LOJA (area de vendas)                    *
      *      02 = DEPOSITO                                 *
      *    Com mais de uma filial a dezena do local e a    *
      *    filial menos 1 (filial 02: 11 = loja, 12 =      *
      *    deposito; filial 03: 21 e 22 ...), ver DYFILI.  *
      *    Mantido pela DYMOVE a cada movimento com local  *
      *    informado; SDO-EST continua sendo o saldo       *
      *    TOTAL do produto (soma dos locais). O saldo     *
      *    com local 00 acerta so o total: depois dela e   *
      *    preciso recontar por local no DY1165 para a     *
      *    soma dos locais voltar a fechar com SDO-EST.    *
      *    FIL-LOC = filial dona do local, gravada         *
      *    pela DYMOVE a partir da dezena do local.        *
      ******************************************************
       FD  CADLOC
           LABEL RECORD STANDARD.
               05  SUF-LOC      PIC  9(03).
               05  LCL-LOC      PIC  9(02).
           03  SDO-LOC          PIC S9(06)V9.
           03  FIL-LOC          PIC  9(02).
