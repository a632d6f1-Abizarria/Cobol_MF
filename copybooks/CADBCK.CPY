      *    atendimento (DY1168) converte a pendencia em    *
      *    venda CADVND real e guarda o documento gerado   *
      *    em DOC-BCK e a data em DTF-BCK.                 *
      *    A compra pode reservar a quantidade recebida    *
      *    para a pendencia (CADRSV), liberada quando ela  *
      *    e atendida ou cancelada.                        *
      ******************************************************
       FD  CADBCK
           LABEL RECORD STANDARD.
