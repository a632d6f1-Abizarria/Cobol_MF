      ******************************************************
      *    CADSES - SESSOES ATIVAS DE OPERADOR             *
      *    Um registro por operador e terminal, gravado    *
      *    na identificacao (DY0005) e apagado na saida    *
      *    do menu DY0010, sempre via DYSESS. TRM-SES =    *
      *    terminal (variavel de ambiente DYTERM; em       *
      *    branco = "CONSOLE"). PRG-SES = programa em uso  *
      *    (branco = no menu). DTI/HRI-SES = inicio e      *
      *    DTU/HRU-SES = ultima atividade (AAMMDD/HHMMSS), *
      *    atualizada pelo menu e pelas travas DYLOCK.     *
      *    SIT-SES: "A" ativa, "F" desligamento forcado    *
      *    marcado pelo supervisor no DY9930 (OPF-SES =    *
      *    quem marcou); o menu encerra a sessao marcada   *
      *    na proxima acao do operador. Arquivo            *
      *    transitorio, fora da copia de seguranca.        *
      ******************************************************
       FD  CADSES
           LABEL RECORD STANDARD.

       01  REG-SES.
           03  CHV-SES.
               05  OPR-SES      PIC  X(10).
               05  TRM-SES      PIC  X(10).
           03  PRG-SES          PIC  X(06).
           03  DTI-SES          PIC  9(06).
           03  HRI-SES          PIC  9(06).
           03  DTU-SES          PIC  9(06).
           03  HRU-SES          PIC  9(06).
           03  SIT-SES          PIC  X(01).
           03  OPF-SES          PIC  X(10).
