      ******************************************************
      *    CADTPF - TABELA DE PRECOS DE FORNECEDORES       *
      *    Um registro por produto + fornecedor com o      *
      *    preco da embalagem (PEM-TPF), as unidades por   *
      *    embalagem (QTE-TPF, tirada do CADEMB na         *
      *    gravacao) e o custo unitario resultante         *
      *    (PRC-TPF = PEM-TPF / QTE-TPF), vigente a partir *
      *    de DTV-TPF (AAMMDD).                            *
      *    PAN-TPF = custo unitario antes da ultima        *
      *    importacao da lista do fornecedor (DTI-TPF);    *
      *    base do alerta de aumento do DY1238.            *
      *    Manutencao e comparativo por produto em DY1237. *
      ******************************************************
       FD  CADTPF
           LABEL RECORD STANDARD.

       01  REG-TPF.
           03  CHV-TPF.
               05  PRX-TPF      PIC  9(02).
               05  SUF-TPF      PIC  9(03).
               05  FOR-TPF      PIC  9(04).
           03  PEM-TPF          PIC  9(07)V99.
           03  QTE-TPF          PIC  9(05).
           03  PRC-TPF          PIC  9(06)V9999.
           03  DTV-TPF          PIC  9(06).
           03  PAN-TPF          PIC  9(06)V9999.
           03  DTI-TPF          PIC  9(06).
           03  OPR-TPF          PIC  X(10).
