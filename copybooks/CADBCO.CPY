      ******************************************************
      *    CADBCO - CADASTRO DE BANCOS                     *
      *    AGE/CNT-BCO = agencia e conta corrente;         *
      *    CNV-BCO = numero do convenio de cobranca,       *
      *    enviado no header da remessa (DY1558) e da      *
      *    remessa de pagamento a fornecedores (DY1222).   *
      ******************************************************
       FD  CADBCO
           LABEL RECORD STANDARD.
               05  ANO-BCO      PIC  9(02).
               05  MES-BCO      PIC  9(02).
               05  DIA-BCO      PIC  9(02).
           03  AGE-BCO          PIC  9(05).
           03  CNT-BCO          PIC  X(12).
           03  CNV-BCO          PIC  9(10).
