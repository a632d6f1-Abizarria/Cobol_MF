      ******************************************************
      *    CADPFN - PARCELAS DOS CONTRATOS (CADFIN)        *
      *    DTV-PFN = vencimento ja rolado para dia util    *
      *    (DYDUTL); AMT/JUR-PFN = amortizacao e juros da  *
      *    parcela, VAL-PFN = prestacao, SDO-PFN = saldo   *
      *    devedor apos a parcela.                         *
      *    DTP-PFN = zeros enquanto em aberto; no          *
      *    pagamento (DY1750) recebe a data, VPG-PFN o     *
      *    valor pago e BCO-PFN o banco, com o debito      *
      *    correspondente em CADLBC.                       *
      ******************************************************
       FD  CADPFN
           LABEL RECORD STANDARD.

       01  REG-PFN.
           03  CHV-PFN.
               05  FIN-PFN      PIC  9(04).
               05  NUM-PFN      PIC  9(03).
           03  DTV-PFN.
               05  ANO-PFN      PIC  9(02).
               05  MES-PFN      PIC  9(02).
               05  DIA-PFN      PIC  9(02).
           03  AMT-PFN          PIC  9(09)V99.
           03  JUR-PFN          PIC  9(09)V99.
           03  VAL-PFN          PIC  9(09)V99.
           03  SDO-PFN          PIC  9(09)V99.
           03  DTP-PFN          PIC  9(06).
           03  VPG-PFN          PIC  9(09)V99.
           03  BCO-PFN          PIC  9(03).
           03  OPR-PFN          PIC  X(10).
