      *    PRX-CRD: 2-Cheques, 3-Amex, 4-Master/Diner's,   *
      *    5-Visa e Outros, 6-Vales Frete, 7-Elo,          *
      *    8-Hipercard.                                    *
      *    DTA-CRD = data da venda; NSU-CRD = NSU ou       *
      *    autorizacao do comprovante (cartoes, DY1160).   *
      *    Ambos usados no casamento do extrato da         *
      *    administradora (DY1546). Zeros/brancos quando   *
      *    nao informados (cheques devolvidos, antigos).   *
      ******************************************************
       FD  CADCRD
           LABEL RECORD STANDARD.
               05  COD-CRD      PIC  9(06).
               05  SEQ-CRD      PIC  9(05).
           03  VAL-CRD          PIC  9(07)V99.
           03  DTA-CRD          PIC  9(06).
           03  NSU-CRD          PIC  X(12).
