      ******************************************************
      *    CADDVG - DIVERGENCIAS DE RECEBIMENTO            *
      *    Gravado pelo DY1215 quando a conferencia        *
      *    pedido x nota fiscal x recebido passa da        *
      *    tolerancia TDV-CTR. Chave: fornecedor + nota +  *
      *    sequencia (um registro por item divergente).    *
      *    TIP-DVG: posicao 1 "P" = preco da nota acima do *
      *    combinado (PUP-DVG), 2 "Q" = nota acima do      *
      *    saldo do pedido (QPD-DVG), 3 "R" = nota acima   *
      *    do recebido (QRC-DVG). VDF-DVG = valor a        *
      *    reclamar do fornecedor (nota menos quantidade e *
      *    preco aceitaveis). SPG-DVG = titulo retido no   *
      *    CADPAG. SIT-DVG "R" retido / "L" liberado pelo  *
      *    supervisor no DY1239 (DTL/OPL-DVG).             *
      ******************************************************
       FD  CADDVG
           LABEL RECORD STANDARD.

       01  REG-DVG.
           03  CHV-DVG.
               05  FOR-DVG      PIC  9(04).
               05  NTF-DVG      PIC  9(06).
               05  SEQ-DVG      PIC  9(03).
           03  DTA-DVG          PIC  9(06).
           03  PED-DVG          PIC  9(06).
           03  ITM-DVG          PIC  9(03).
           03  PRX-DVG          PIC  9(02).
           03  SUF-DVG          PIC  9(03).
           03  QPD-DVG          PIC  9(06).
           03  QRC-DVG          PIC  9(06).
           03  QNF-DVG          PIC  9(06).
           03  PUP-DVG          PIC  9(06)V9999.
           03  PUN-DVG          PIC  9(06)V9999.
           03  VAL-DVG          PIC  9(07)V99.
           03  VDF-DVG          PIC  9(07)V99.
           03  TIP-DVG          PIC  X(03).
           03  SPG-DVG          PIC  9(06).
           03  SIT-DVG          PIC  X(01).
           03  DTL-DVG          PIC  9(06).
           03  OPL-DVG          PIC  X(10).
           03  OPR-DVG          PIC  X(10).
