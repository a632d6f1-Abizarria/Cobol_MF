      ******************************************************
      *    CADSCT - MOVIMENTO MENSAL POR CONTA             *
      *    Totais de debitos e creditos da conta no mes,   *
      *    refeitos junto com o diario CADDIA pelo DY1710. *
      *    O saldo anterior do balancete (DY1720) e a soma *
      *    dos meses anteriores.                           *
      ******************************************************
       FD  CADSCT
           LABEL RECORD STANDARD.

       01  REG-SCT.
           03  CHV-SCT.
               05  CTA-SCT      PIC  9(06).
               05  ANO-SCT      PIC  9(02).
               05  MES-SCT      PIC  9(02).
           03  DEB-SCT          PIC  9(11)V99.
           03  CRD-SCT          PIC  9(11)V99.
