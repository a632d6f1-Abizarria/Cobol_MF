      *    A geracao mensal (DY1345) cria os lancamentos   *
      *    CADLDP "a pagar" do mes, pulando os que ja      *
      *    existem (mesmo grupo/mes/historico).            *
      *    CCU-RDP/RAT-RDP = centro de custo ou regra de   *
      *    rateio do modelo, copiados para o lancamento.   *
      ******************************************************
       FD  CADRDP
           LABEL RECORD STANDARD.
           03  VAL-RDP          PIC  9(07)V99.
           03  HST-RDP          PIC  X(30).
           03  SIT-RDP          PIC  X(01).
           03  CCU-RDP          PIC  9(02).
           03  RAT-RDP          PIC  9(03).
