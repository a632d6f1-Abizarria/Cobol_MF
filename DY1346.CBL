      *      F8 = baixar/pagar lancamento APROVADO ("P"):  *
      *           informa banco e data e gera o debito em  *
      *           CADLBC; so aprovado chega ao banco.      *
      *           O debito fica na filial da despesa.      *
      *    O lancamento em analise fica travado via        *
      *    DYLOCK, como os registros disputados das        *
      *    demais manutencoes.                             *
           MOVE     SPACES   TO  CNC-LBC.

       ROT-GRVL-10.
           MOVE     FIL-LDP  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-10.
