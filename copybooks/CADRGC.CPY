      ******************************************************
      *    CADRGC - ESTAGIOS DA REGUA DE COBRANCA          *
      *    Um registro por estagio (NIV-RGC 1-9, em ordem  *
      *    crescente de atraso). DIA-RGC = dias apos o     *
      *    vencimento a partir dos quais o titulo entra no *
      *    estagio; DES-RGC = assunto da carta;            *
      *    TX1-RGC a TX4-RGC = texto da carta (DY1559).    *
      ******************************************************
       FD  CADRGC
           LABEL RECORD STANDARD.

       01  REG-RGC.
           03  NIV-RGC          PIC  9(01).
           03  DIA-RGC          PIC  9(03).
           03  DES-RGC          PIC  X(30).
           03  TXT-RGC.
               05  TX1-RGC      PIC  X(60).
               05  TX2-RGC      PIC  X(60).
               05  TX3-RGC      PIC  X(60).
               05  TX4-RGC      PIC  X(60).
