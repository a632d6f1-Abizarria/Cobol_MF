      ******************************************************
      *    CADAPU - APURACAO MENSAL DO ICMS (DY1180)       *
      *    Um registro por mes ja fechado (DTF-CTR cobre o *
      *    mes inteiro): debitos das vendas, estornos das  *
      *    devolucoes de venda, creditos das compras,      *
      *    estornos das devolucoes a fornecedor e o saldo  *
      *    credor vindo do mes anterior. SDO-APU positivo  *
      *    = ICMS a recolher; negativo = saldo credor      *
      *    transportado para o mes seguinte.               *
      ******************************************************
       FD  CADAPU
           LABEL RECORD STANDARD.

       01  REG-APU.
           03  CHV-APU.
               05  ANO-APU      PIC  9(02).
               05  MES-APU      PIC  9(02).
           03  DEB-APU          PIC  9(09)V99.
           03  EDV-APU          PIC  9(09)V99.
           03  CRD-APU          PIC  9(09)V99.
           03  ECR-APU          PIC  9(09)V99.
           03  SAN-APU          PIC  9(09)V99.
           03  SDO-APU          PIC S9(09)V99.
           03  DTA-APU          PIC  9(06).
           03  OPR-APU          PIC  X(10).
