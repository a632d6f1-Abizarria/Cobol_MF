      ******************************************************
      *    CADFIN - CONTRATOS DE EMPRESTIMO/FINANCIAMENTO  *
      *    Banco credor (CADBCO), principal, taxa mensal,  *
      *    numero de parcelas, primeiro vencimento e o     *
      *    sistema de amortizacao: P-Price (prestacao      *
      *    constante) ou S-SAC (amortizacao constante).    *
      *    As parcelas ficam em CADPFN, geradas pelo       *
      *    DY1750 na gravacao do contrato.                 *
      ******************************************************
       FD  CADFIN
           LABEL RECORD STANDARD.

       01  REG-FIN.
           03  CHV-FIN          PIC  9(04).
           03  DES-FIN          PIC  X(30).
           03  BCO-FIN          PIC  9(03).
           03  DTA-FIN.
               05  ANO-FIN      PIC  9(02).
               05  MES-FIN      PIC  9(02).
               05  DIA-FIN      PIC  9(02).
           03  VAL-FIN          PIC  9(09)V99.
           03  TXA-FIN          PIC  9(02)V9999.
           03  QTD-FIN          PIC  9(03).
           03  DT1-FIN.
               05  AN1-FIN      PIC  9(02).
               05  MS1-FIN      PIC  9(02).
               05  DI1-FIN      PIC  9(02).
           03  SIS-FIN          PIC  X(01).
           03  OPR-FIN          PIC  X(10).
