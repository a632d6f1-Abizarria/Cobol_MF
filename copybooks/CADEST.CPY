      *    produto ainda nao classificado. A politica de   *
      *    cobertura do DY1158 e os relatorios DY1155 e    *
      *    DY1156 usam a classe.                           *
      *    Classificacao fiscal: NCM-EST (nomenclatura),   *
      *    CSO-EST (CST do ICMS com a origem, ou CSOSN do  *
      *    Simples) e ICM-EST, aliquota interna do ICMS    *
      *    usada na venda (aliquota zerada = sem destaque: *
      *    isento, nao tributado, substituicao).           *
      ******************************************************
       FD  CADEST
           LABEL RECORD STANDARD.
           03  QVM-EST          PIC  9(07)V9.
           03  QVA-EST          PIC  9(08)V9.
           03  CLS-EST          PIC  X(01).
           03  NCM-EST          PIC  9(08).
           03  CSO-EST          PIC  9(03).
           03  ICM-EST          PIC  9(02)V99.
