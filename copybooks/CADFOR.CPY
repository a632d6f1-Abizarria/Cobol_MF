      *    CADFOR - CADASTRO DE FORNECEDORES               *
      *    CPG-FOR = condicao de pagamento em dias         *
      *    (0 = a vista).                                  *
      *    BCO/AGE/CNT-FOR = conta do fornecedor para o    *
      *    pagamento por TED na remessa do DY1222.         *
      ******************************************************
       FD  CADFOR
           LABEL RECORD STANDARD.
           03  CGC-FOR          PIC  9(14).
           03  TEL-FOR          PIC  X(15).
           03  CPG-FOR          PIC  9(03).
           03  BCO-FOR          PIC  9(03).
           03  AGE-FOR          PIC  9(05).
           03  CNT-FOR          PIC  X(12).
