      *    DTB-PAG/BCO-PAG = data e banco da baixa         *
      *    (DY1220), que gera o debito correspondente em   *
      *    CADLBC.                                         *
      *    REM-PAG = "R" quando o titulo foi enviado ao    *
      *    banco na remessa de pagamento (DY1222): esta    *
      *    NAS MAOS DO BANCO e nao pode ser baixado no     *
      *    DY1220 nem abatido por devolucao ate o retorno  *
      *    pagar ou recusar o titulo.                      *
      *    CDB-PAG = codigo de barras do boleto do         *
      *    fornecedor (brancos = pagamento por TED para a  *
      *    conta do fornecedor no CADFOR).                 *
      *    BLQ-PAG = "D" quando o titulo foi RETIDO por    *
      *    divergencia entre pedido, nota e recebido na    *
      *    entrada de compras (DY1215, CADDVG): nao baixa  *
      *    no DY1220 nem vai para a remessa do DY1222 ate  *
      *    a liberacao pelo supervisor no DY1239.          *
      ******************************************************
       FD  CADPAG
           LABEL RECORD STANDARD.
           03  DTB-PAG          PIC  9(06).
           03  BCO-PAG          PIC  9(03).
           03  OPR-PAG          PIC  X(10).
           03  REM-PAG          PIC  X(01).
           03  CDB-PAG          PIC  X(44).
           03  BLQ-PAG          PIC  X(01).
