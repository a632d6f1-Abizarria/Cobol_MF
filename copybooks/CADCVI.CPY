      ******************************************************
      *    CADCVI - ITENS DOS CUPONS DE VENDA              *
      *    Um registro por item do cupom (CADCPV), ligado  *
      *    a venda gravada em CADVND pela chave produto +  *
      *    SEQ-CVI (= SEQ-VND). MNT-CVI = kits montados    *
      *    baixados na venda de kit (o resto da QTD-CVI    *
      *    saiu dos componentes), devolvidos no estorno.   *
      ******************************************************
       FD  CADCVI
           LABEL RECORD STANDARD.

       01  REG-CVI.
           03  CHV-CVI.
               05  NUM-CVI      PIC  9(06).
               05  ITM-CVI      PIC  9(02).
           03  PRX-CVI          PIC  9(02).
           03  SUF-CVI          PIC  9(03).
           03  SEQ-CVI          PIC  9(04).
           03  QTD-CVI          PIC  9(06).
           03  VAL-CVI          PIC  9(07)V99.
           03  LOT-CVI          PIC  X(06).
           03  MNT-CVI          PIC  9(06).
