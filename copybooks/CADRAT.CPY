      ******************************************************
      *    CADRAT - REGRAS DE RATEIO DE DESPESAS           *
      *    Uma regra (COD-RAT) tem uma ou mais versoes,    *
      *    cada uma valendo a partir do mes VIG-RAT        *
      *    (AAAAMM, com seculo) ate a versao seguinte. A   *
      *    despesa de um mes e rateada pela versao de      *
      *    maior VIG-RAT que nao passe do mes dela; assim  *
      *    uma versao nova nunca muda o rateio dos meses   *
      *    ja passados, e versao que comeca antes do mes   *
      *    corrente nao e alterada nem excluida (DY1352).  *
      *    Ate 10 centros por versao (CCU-RAT), com os     *
      *    percentuais PCT-RAT somando 100,00.             *
      *    DTA/OPR-RAT = ultima gravacao da versao.        *
      ******************************************************
       FD  CADRAT
           LABEL RECORD STANDARD.

       01  REG-RAT.
           03  CHV-RAT.
               05  COD-RAT      PIC  9(03).
               05  VIG-RAT      PIC  9(06).
           03  DES-RAT          PIC  X(25).
           03  ITM-RAT          OCCURS  10.
               05  CCU-RAT      PIC  9(02).
               05  PCT-RAT      PIC  9(03)V99.
           03  DTA-RAT          PIC  9(06).
           03  OPR-RAT          PIC  X(10).
