      ******************************************************
      *    CADRTA - ROTAS DE ENTREGA                       *
      *    Cabecalho da rota montada no DY1181 com as      *
      *    entregas pendentes de uma data pedida (DTA-RTA) *
      *    e regiao: cidade CID-RTA (brancos = todas) e    *
      *    faixa de CEP CEI/CEF-RTA. As paradas ficam em   *
      *    CADRTI. QTE-RTA = paradas, VAL/VCB-RTA = valor  *
      *    das mercadorias e a cobrar.                     *
      *    SIT-RTA: A aberta (romaneio emitido), F fechada *
      *    (retorno de todas as paradas no DY1183, DTF-RTA *
      *    = data do fechamento), X cancelada no DY1181    *
      *    antes de qualquer retorno (entregas voltam a    *
      *    pendentes).                                     *
      ******************************************************
       FD  CADRTA
           LABEL RECORD STANDARD.

       01  REG-RTA.
           03  NUM-RTA          PIC  9(06).
           03  DTA-RTA          PIC  9(06).
           03  CID-RTA          PIC  X(27).
           03  CEI-RTA          PIC  9(08).
           03  CEF-RTA          PIC  9(08).
           03  MOT-RTA          PIC  X(20).
           03  QTE-RTA          PIC  9(03).
           03  VAL-RTA          PIC  9(08)V99.
           03  VCB-RTA          PIC  9(08)V99.
           03  SIT-RTA          PIC  X(01).
           03  DTF-RTA          PIC  9(06).
           03  OPR-RTA          PIC  X(10).
