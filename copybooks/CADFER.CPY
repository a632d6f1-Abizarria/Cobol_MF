      *    A rolagem para o proximo dia util (sabados,     *
      *    domingos e feriados) e feita pela DYDUTL e      *
      *    usada nos vencimentos calculados, nos juros do  *
      *    DYJURO, na projecao do DY1570, na data de       *
      *    deposito de cheques do DY1542 e na contagem de  *
      *    dias uteis das metas de vendas (DY1176).        *
      ******************************************************
       FD  CADFER
           LABEL RECORD STANDARD.
