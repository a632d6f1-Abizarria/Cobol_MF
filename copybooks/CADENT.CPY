      ******************************************************
      *    CADENT - ENTREGAS A DOMICILIO                   *
      *    Um registro por venda marcada para entrega:     *
      *    ORI-ENT C = cupom do DY1160 (DOC-ENT =          *
      *    NUM-CPV), O = orcamento convertido no DY1169    *
      *    (DOC-ENT = NUM-ORV). Gravado pelo DYENTG, com o *
      *    endereco copiado do CADMDR na marcacao e os     *
      *    itens em CADENI.                                *
      *    DTS-ENT = data pedida, HRI/HRF-ENT = janela de  *
      *    horario (HHMM), VAL-ENT = valor dos itens,      *
      *    VCB-ENT = valor a cobrar na entrega.            *
      *    RTA-ENT = rota do DY1181 (CADRTA).              *
      *    SIT-ENT: P pendente, R em rota, E entregue,     *
      *    A entregue em parte, X recusada (retorno no     *
      *    DY1183, com DTE-ENT = data da entrega ou da     *
      *    recusa e VRC-ENT = valor cobrado). VDV-ENT =    *
      *    valor devolvido automaticamente (contra-venda   *
      *    como no DY1161) e NVL-ENT = vale-troca emitido  *
      *    pelo credito.                                   *
      ******************************************************
       FD  CADENT
           LABEL RECORD STANDARD.

       01  REG-ENT.
           03  CHV-ENT.
               05  ORI-ENT      PIC  X(01).
               05  DOC-ENT      PIC  9(06).
           03  DTA-ENT          PIC  9(06).
           03  CLI-ENT          PIC  9(06).
           03  NOM-ENT          PIC  X(40).
           03  END-ENT          PIC  X(40).
           03  CEP-ENT          PIC  9(08).
           03  CID-ENT          PIC  X(27).
           03  EST-ENT          PIC  X(02).
           03  DTS-ENT          PIC  9(06).
           03  HRI-ENT          PIC  9(04).
           03  HRF-ENT          PIC  9(04).
           03  VAL-ENT          PIC  9(08)V99.
           03  VCB-ENT          PIC  9(07)V99.
           03  RTA-ENT          PIC  9(06).
           03  SIT-ENT          PIC  X(01).
           03  DTE-ENT          PIC  9(06).
           03  VRC-ENT          PIC  9(07)V99.
           03  VDV-ENT          PIC  9(07)V99.
           03  NVL-ENT          PIC  9(06).
           03  OBS-ENT          PIC  X(30).
           03  OPR-ENT          PIC  X(10).
