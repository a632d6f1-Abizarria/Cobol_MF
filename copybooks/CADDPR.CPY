      ******************************************************
      *    CADDPR - DEPRECIACAO MENSAL DO IMOBILIZADO      *
      *    Um registro por bem e mes, gravado pelo DY1740. *
      *    VAL-DPR = quota do mes, ACM-DPR = depreciacao   *
      *    acumulada do bem ate o mes (inclusive).         *
      ******************************************************
       FD  CADDPR
           LABEL RECORD STANDARD.

       01  REG-DPR.
           03  CHV-DPR.
               05  IMB-DPR      PIC  9(05).
               05  ANO-DPR      PIC  9(02).
               05  MES-DPR      PIC  9(02).
           03  CLS-DPR          PIC  9(02).
           03  VAL-DPR          PIC  9(09)V99.
           03  ACM-DPR          PIC  9(09)V99.
