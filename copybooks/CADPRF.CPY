      *    (compatibilidade); COM registro, programa fora  *
      *    da tabela = acesso negado. Verificacao via      *
      *    DYPERM, que registra negativas em CADAUD.       *
      *    FIL-PRF = filial do operador, sugerida nas      *
      *    telas de lancamento (DYFILI); 0 = matriz 01.    *
      ******************************************************
       FD  CADPRF
           LABEL RECORD STANDARD.
               05  INC-PRF      PIC  X(01).
               05  EST-PRF      PIC  X(01).
               05  CST-PRF      PIC  X(01).
           03  FIL-PRF          PIC  9(02).
