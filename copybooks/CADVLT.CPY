      ******************************************************
      *    CADVLT - VALES-TROCA EMITIDOS                   *
      *    Credito dado ao cliente na devolucao (DY1161,   *
      *    destino "V") em lugar do dinheiro da gaveta,    *
      *    numerado em sequencia (NUM-VLT).                *
      *    DTA-VLT = emissao, VCT-VLT = validade (emissao  *
      *    + PVT-CTR dias). VAL-VLT = valor emitido,       *
      *    SDO-VLT = saldo ainda nao utilizado.            *
      *    PRX/SUF/DOC-VLT = venda de origem (produto e    *
      *    documento CADVND); CLI-VLT = cliente (0 =       *
      *    consumidor).                                    *
      *    Aceito como pagamento do cupom no DY1160; uso   *
      *    parcial deixa saldo. ULT-VLT/CPV-VLT = data e   *
      *    cupom do ultimo uso.                            *
      *    SIT-VLT: A-Aberto, U-Utilizado (saldo zero).    *
      *    Vencido = aberto com VCT-VLT anterior a data.   *
      *    Posicao no DY1172.                              *
      ******************************************************
       FD  CADVLT
           LABEL RECORD STANDARD.

       01  REG-VLT.
           03  NUM-VLT          PIC  9(06).
           03  DTA-VLT          PIC  9(06).
           03  VCT-VLT          PIC  9(06).
           03  VAL-VLT          PIC  9(07)V99.
           03  SDO-VLT          PIC  9(07)V99.
           03  PRX-VLT          PIC  9(02).
           03  SUF-VLT          PIC  9(03).
           03  DOC-VLT          PIC  9(06).
           03  CLI-VLT          PIC  9(06).
           03  ULT-VLT          PIC  9(06).
           03  CPV-VLT          PIC  9(06).
           03  SIT-VLT          PIC  X(01).
           03  OPR-VLT          PIC  X(10).
