      *    CADLCP, CADEST): arquivo + chave do registro    *
      *    (ou marcador de rotina), operador dono e        *
      *    data/hora da obtencao. Terminal que cair deixa  *
      *    a trava orfa; o supervisor limpa em DY9930, ou  *
      *    o DYSESS libera quando a sessao do dono expira. *
      ******************************************************
       FD  CADLCK
           LABEL RECORD STANDARD.
