      ******************************************************
      *    CADCCU - CENTROS DE CUSTO                       *
      *    Um registro por centro (01-99): descricao e     *
      *    situacao SIT-CCU (A-Ativo, I-Inativo). Centro   *
      *    inativo nao entra em modelo de despesa nem em   *
      *    regra de rateio novos, mas continua no          *
      *    relatorio dos meses em que teve despesa.        *
      *    Manutencao no DY1351 (F4 do DY1350).            *
      ******************************************************
       FD  CADCCU
           LABEL RECORD STANDARD.

       01  REG-CCU.
           03  CHV-CCU          PIC  9(02).
           03  DES-CCU          PIC  X(25).
           03  SIT-CCU          PIC  X(01).
