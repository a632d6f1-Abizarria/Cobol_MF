      ******************************************************
      *    CADAVC - HISTORICO DE AVISOS DE COBRANCA        *
      *    Um registro por titulo CADFAT (COD/SEQ) e       *
      *    estagio da regua (NIV-AVC, CADRGC) ja enviado,  *
      *    para que o mesmo estagio nao saia duas vezes.   *
      *    DTA-AVC = data da carta; VAL-AVC = valor        *
      *    original e TOT-AVC = valor atualizado (DYJURO)  *
      *    impressos na carta.                             *
      ******************************************************
       FD  CADAVC
           LABEL RECORD STANDARD.

       01  REG-AVC.
           03  CHV-AVC.
               05  COD-AVC      PIC  9(06).
               05  SEQ-AVC      PIC  9(06).
               05  NIV-AVC      PIC  9(01).
           03  DTA-AVC          PIC  9(06).
           03  VAL-AVC          PIC  9(07)V99.
           03  TOT-AVC          PIC  9(08)V99.
           03  OPR-AVC          PIC  X(10).
