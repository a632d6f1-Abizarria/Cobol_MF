      *    APR-LDP = aprovador; MTV-LDP = motivo da        *
      *    rejeicao (DY1346). So lancamento "P" pode ser   *
      *    baixado e lancado em CADLBC.                    *
      *    FIL-LDP = filial da despesa (DYFILI; 0 nos      *
      *    lancamentos antigos = matriz 01).               *
      *    CCU-LDP = centro de custo (CADCCU) ou RAT-LDP = *
      *    regra de rateio (CADRAT), um ou outro; ambos    *
      *    zerados = sem centro (lancamentos antigos).     *
      ******************************************************
       FD  CADLDP
           LABEL RECORD STANDARD.
           03  HST-LDP          PIC  X(30).
           03  APR-LDP          PIC  X(10).
           03  MTV-LDP          PIC  X(30).
           03  FIL-LDP          PIC  9(02).
           03  CCU-LDP          PIC  9(02).
           03  RAT-LDP          PIC  9(03).
