      ******************************************************
      *    CADCSG - ESTOQUE EM CONSIGNACAO DE FORNECEDORES *
      *    Um registro por produto e fornecedor (CADFOR)   *
      *    com mercadoria recebida em consignacao no       *
      *    DY1240: entra no SDO-EST e no kardex (tipo "C") *
      *    sem titulo a pagar; SDO-CSG = quantidade do     *
      *    fornecedor ainda na loja (o estoque proprio e   *
      *    SDO-EST menos SDO-CSG, valorizado a parte no    *
      *    DY1156). CST-CSG = custo unitario combinado     *
      *    (medio ponderado das remessas).                 *
      *    O acerto periodico do DY1240 apura o vendido    *
      *    desde DTI-CSG pelas vendas liquidas do produto  *
      *    (CADVND, consignado sai primeiro), baixa do     *
      *    SDO-CSG e gera o titulo CADPAG do valor;        *
      *    DTL-CSG = data do ultimo acerto. QRC/QVD/QDV-   *
      *    CSG = acumulados de recebido, vendido acertado  *
      *    e devolvido ao fornecedor (kardex tipo "R").    *
      *    So um fornecedor pode ter saldo consignado do   *
      *    mesmo produto por vez.                          *
      ******************************************************
       FD  CADCSG
           LABEL RECORD STANDARD.

       01  REG-CSG.
           03  CHV-CSG.
               05  PRX-CSG      PIC  9(02).
               05  SUF-CSG      PIC  9(03).
               05  FOR-CSG      PIC  9(04).
           03  SDO-CSG          PIC  9(06).
           03  CST-CSG          PIC  9(06)V9999.
           03  DTI-CSG          PIC  9(06).
           03  DTL-CSG          PIC  9(06).
           03  QRC-CSG          PIC  9(07).
           03  QVD-CSG          PIC  9(07).
           03  QDV-CSG          PIC  9(07).
           03  VAC-CSG          PIC  9(09)V99.
           03  OPR-CSG          PIC  X(10).
