      *    VDD-VND = codigo do vendedor (CADVDD, 0 = sem   *
      *    vendedor; base do fechamento de comissoes em    *
      *    DY1166).                                        *
      *    BCI-VND/ICM-VND = base e valor do ICMS debitado *
      *    na venda a aliquota ALQ-VND (negativos na       *
      *    devolucao DY1161); base da apuracao DY1180.     *
      *    Venda de cupom cancelado no DY1160 fica gravada *
      *    com QTD/VAL/BCI/ICM-VND zerados (o vendido      *
      *    original continua no CADCVI do cupom).          *
      *    FIL-VND = filial da venda (DYFILI; 0 nos        *
      *    lancamentos antigos = matriz 01).               *
      ******************************************************
       FD  CADVND
           LABEL RECORD STANDARD.
           03  QTD-VND          PIC S9(06).
           03  VAL-VND          PIC S9(07)V99.
           03  VDD-VND          PIC  9(03).
           03  BCI-VND          PIC S9(07)V99.
           03  ALQ-VND          PIC  9(02)V99.
           03  ICM-VND          PIC S9(07)V99.
           03  FIL-VND          PIC  9(02).
