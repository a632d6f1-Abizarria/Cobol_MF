      *    vencida e marcado "X" automaticamente pela      *
      *    relacao de abertos do DY1169 e nao pode mais    *
      *    ser convertido.                                 *
      *    Os itens podem reservar saldo no CADRSV ate a   *
      *    validade; a reserva cai na conversao, no        *
      *    cancelamento e na expiracao.                    *
      *    PDW-ORV = numero do pedido da loja virtual      *
      *    importado pelo DY1185 (espacos = balcao).       *
      ******************************************************
       FD  CADORV
           LABEL RECORD STANDARD.
           03  QTD-ORV          PIC  9(02).
           03  SIT-ORV          PIC  X(01).
           03  OPR-ORV          PIC  X(10).
           03  PDW-ORV          PIC  X(10).
