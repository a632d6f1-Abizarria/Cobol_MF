      ******************************************************
      *    CADRSV - RESERVAS DE ESTOQUE                    *
      *    Um registro por produto e documento que reserva *
      *    saldo do CADEST:                                *
      *    ORI-RSV O = item de orcamento aberto (DOC-RSV = *
      *            NUM-ORV, ITM-RSV = ITM-OVI), reservado  *
      *            na inclusao do orcamento no DY1169 e    *
      *            valido ate VLD-RSV (validade do         *
      *            orcamento);                             *
      *            B = pendencia aberta (DOC-RSV =         *
      *            SEQ-BCK, ITM-RSV = 0), reservada na     *
      *            entrada de compras do DY1215.           *
      *    A reserva e liberada na conversao, expiracao ou *
      *    cancelamento do orcamento (DY1169) e no         *
      *    atendimento ou cancelamento da pendencia        *
      *    (DY1168). Disponivel = SDO-EST - reservado,     *
      *    conferido na venda do DY1160. Acesso via DYRESV *
      *    e relacao no DY1177.                            *
      ******************************************************
       FD  CADRSV
           LABEL RECORD STANDARD.

       01  REG-RSV.
           03  CHV-RSV.
               05  PRX-RSV      PIC  9(02).
               05  SUF-RSV      PIC  9(03).
               05  ORI-RSV      PIC  X(01).
               05  DOC-RSV      PIC  9(06).
               05  ITM-RSV      PIC  9(02).
           03  CLI-RSV          PIC  9(06).
           03  QTD-RSV          PIC  9(06).
           03  DTA-RSV          PIC  9(06).
           03  VLD-RSV          PIC  9(06).
           03  OPR-RSV          PIC  X(10).
