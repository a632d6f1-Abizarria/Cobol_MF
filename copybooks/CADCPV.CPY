      ******************************************************
      *    CADCPV - CUPONS DE VENDA (CABECALHO)            *
      *    Um registro por cupom do balcao (DY1160):       *
      *    cliente (CADMDR, 0 = consumidor), vendedor      *
      *    (CADVDD), data, operador e o total dos itens    *
      *    (CADCVI). Cada item e uma venda CADVND com      *
      *    DOC-VND = NUM-CPV.                              *
      *    Forma de pagamento, lancada no fechamento:      *
      *    DIN-CPV dinheiro (CADCXA tipo "V"), CRT-CPV     *
      *    cartao da bandeira BND-CPV (= PRX-CRD do        *
      *    CADCRD), CHQ-CPV cheque pre-datado (CADCHQ) e   *
      *    NTA-CPV a faturar (CADNTA, faturado no DY1552), *
      *    VLT-CPV vale-troca NVL-CPV (CADVLT) usado.      *
      *    Fidelidade (CADPTS): PTR-CPV pontos resgatados  *
      *    e DSP-CPV o desconto correspondente (abate o    *
      *    total a pagar), PTG-CPV pontos ganhos no cupom  *
      *    e PTE-CPV pontos ja estornados por devolucao    *
      *    (DY1161).                                       *
      *    SIT-CPV: A-Aberto (itens em digitacao, pode ser *
      *    retomado pelo numero), F-Fechado (pago),        *
      *    X-Cancelado (no mesmo dia, nivel de estorno do  *
      *    perfil: itens e pagamento desfeitos, o registro *
      *    fica com o motivo MOT-CPV e o operador OPX-CPV  *
      *    que cancelou).                                  *
      *    Numeracao sequencial pelo NCP-CTR do CADCTR.    *
      ******************************************************
       FD  CADCPV
           LABEL RECORD STANDARD.

       01  REG-CPV.
           03  NUM-CPV          PIC  9(06).
           03  DTA-CPV          PIC  9(06).
           03  CLI-CPV          PIC  9(06).
           03  VDD-CPV          PIC  9(03).
           03  OPR-CPV          PIC  X(10).
           03  QTD-CPV          PIC  9(02).
           03  VAL-CPV          PIC  9(08)V99.
           03  DIN-CPV          PIC  9(07)V99.
           03  CRT-CPV          PIC  9(07)V99.
           03  BND-CPV          PIC  9(01).
           03  CHQ-CPV          PIC  9(07)V99.
           03  NTA-CPV          PIC  9(07)V99.
           03  SIT-CPV          PIC  X(01).
           03  VLT-CPV          PIC  9(07)V99.
           03  NVL-CPV          PIC  9(06).
           03  PTR-CPV          PIC  9(07).
           03  DSP-CPV          PIC  9(07)V99.
           03  PTG-CPV          PIC  9(07).
           03  PTE-CPV          PIC  9(07).
           03  MOT-CPV          PIC  X(30).
           03  OPX-CPV          PIC  X(10).
