      *    compras baixa contra o pedido).                 *
      *    DTR-PED = data do ultimo recebimento (DY1215,   *
      *    zeros = ainda nao recebido).                    *
      *    PUN-PED = preco unitario combinado na emissao   *
      *    (DY1158: tabela CADTPF do fornecedor ou, sem    *
      *    ela, o ultimo custo CST-EST); base da           *
      *    conferencia pedido x nota x recebido do DY1215. *
      ******************************************************
       FD  CADPED
           LABEL RECORD STANDARD.
           03  SIT-PED          PIC  X(01).
           03  OPR-PED          PIC  X(10).
           03  DTR-PED          PIC  9(06).
           03  PUN-PED          PIC  9(06)V9999.
