      ******************************************************
      *    CADENI - ITENS DAS ENTREGAS                     *
      *    Copia dos itens do cupom (CADCVI) ou do         *
      *    orcamento (CADOVI) na marcacao da entrega       *
      *    (CADENT). QEN-ENI = quantidade entregue,        *
      *    informada no retorno do DY1183; o que faltar    *
      *    para QTD-ENI volta ao estoque pela devolucao    *
      *    automatica.                                     *
      ******************************************************
       FD  CADENI
           LABEL RECORD STANDARD.

       01  REG-ENI.
           03  CHV-ENI.
               05  ORI-ENI      PIC  X(01).
               05  DOC-ENI      PIC  9(06).
               05  ITM-ENI      PIC  9(02).
           03  PRX-ENI          PIC  9(02).
           03  SUF-ENI          PIC  9(03).
           03  QTD-ENI          PIC  9(06).
           03  VAL-ENI          PIC  9(07)V99.
           03  QEN-ENI          PIC  9(06).
