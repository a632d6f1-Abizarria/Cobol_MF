      *    TXA-ADM = taxa da administradora (%),           *
      *    PZO-ADM = prazo de repasse em dias.             *
      *    PAL-ADM = palavra-chave procurada no historico  *
      *    HST-LBC na conciliacao dos repasses (DY1545) e  *
      *    comparada com a bandeira de cada linha do       *
      *    extrato da administradora (DY1546), onde a      *
      *    tarifa cobrada e conferida contra TXA-ADM.      *
      ******************************************************
       FD  CADADM
           LABEL RECORD STANDARD.
