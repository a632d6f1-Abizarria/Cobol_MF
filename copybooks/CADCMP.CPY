      ******************************************************
      *    CADCMP - COMPOSICAO DE KITS (CESTAS E COMBOS)   *
      *    Um registro por kit + componente: o kit e um    *
      *    produto do CADEST (preco em VDA-EST) e cada     *
      *    componente entra com QTD-CMP unidades por kit.  *
      *    Produto com composicao e kit: a venda (DY1160,  *
      *    DY1168, DY1169) baixa primeiro os kits ja       *
      *    montados (SDO-EST do kit) e o resto direto nos  *
      *    componentes; a devolucao (DY1161) volta os      *
      *    componentes. O custo do kit e a soma de QTD-CMP *
      *    x CTM-EST dos componentes (margem do DY1160 e   *
      *    ranking do DY1157). Manutencao no DY1178,       *
      *    montagem/desmontagem antecipada no DY1179,      *
      *    tudo via DYKITM.                                *
      ******************************************************
       FD  CADCMP
           LABEL RECORD STANDARD.

       01  REG-CMP.
           03  CHV-CMP.
               05  PRX-CMP      PIC  9(02).
               05  SUF-CMP      PIC  9(03).
               05  PXC-CMP      PIC  9(02).
               05  SFC-CMP      PIC  9(03).
           03  QTD-CMP          PIC  9(04)V9.
           03  OPR-CMP          PIC  X(10).
