      ******************************************************
      *    CADOCC - ORCAMENTO DE DESPESAS POR CENTRO       *
      *    Desdobramento opcional do CADORC por centro de  *
      *    custo: ano (com seculo), grupo e centro, com    *
      *    12 valores mensais. Mantido no DY1350 (centro   *
      *    diferente de 00); o relatorio por centro de     *
      *    custo (DY1353) so mostra orcado onde houver     *
      *    registro.                                       *
      ******************************************************
       FD  CADOCC
           LABEL RECORD STANDARD.

       01  REG-OCC.
           03  CHV-OCC.
               05  ANO-OCC      PIC  9(04).
               05  GRP-OCC      PIC  9(01).
               05  CCU-OCC      PIC  9(02).
           03  VAL-OCC          PIC  9(08)V99  OCCURS  12.
