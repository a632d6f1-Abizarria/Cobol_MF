      ******************************************************
      *    CADRTI - PARADAS DAS ROTAS DE ENTREGA           *
      *    Uma por entrega (CADENT) incluida na rota       *
      *    (CADRTA). A chave pelo CEP deixa o romaneio e o *
      *    retorno na ordem de percurso.                   *
      ******************************************************
       FD  CADRTI
           LABEL RECORD STANDARD.

       01  REG-RTI.
           03  CHV-RTI.
               05  NUM-RTI      PIC  9(06).
               05  CEP-RTI      PIC  9(08).
               05  ORI-RTI      PIC  X(01).
               05  DOC-RTI      PIC  9(06).
