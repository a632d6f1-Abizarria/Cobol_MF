      ******************************************************
      *    CADIND - INDICADORES GERENCIAIS DO MES          *
      *    Fotografia gravada pelo fechamento de periodo   *
      *    (DY1410 -> DY1411), um registro por ano (com    *
      *    seculo)/mes; novo fechamento no mesmo mes       *
      *    regrava. Nao e arquivado pelo DY9970, e a base  *
      *    da tendencia de 24 meses (DY1412).              *
      *    DTF-IND = data do fechamento que gravou (base   *
      *    do vencido). Movimento do mes: VND (vendas      *
      *    liquidas CADVND), CMV (quantidade vendida ao    *
      *    CTM-EST), MRG (VND - CMV) e DSP (despesas por   *
      *    grupo CADLDP, liquidadas menos reembolsos).     *
      *    Saldos: EST (estoque proprio ao CTM-EST), REC   *
      *    (CADFAT + CADCRD em aberto), VEN (CADFAT        *
      *    vencido), PAG (CADPAG em aberto) e BCO (saldo   *
      *    bancario no fim do mes, CADSDB + CADLBC).       *
      *    GIR = giro do estoque no mes (CMV / EST).       *
      ******************************************************
       FD  CADIND
           LABEL RECORD STANDARD.

       01  REG-IND.
           03  CHV-IND.
               05  ANO-IND      PIC  9(04).
               05  MES-IND      PIC  9(02).
           03  DTF-IND          PIC  9(06).
           03  VND-IND          PIC S9(11)V99.
           03  CMV-IND          PIC S9(11)V99.
           03  MRG-IND          PIC S9(11)V99.
           03  EST-IND          PIC S9(11)V99.
           03  REC-IND          PIC S9(11)V99.
           03  VEN-IND          PIC S9(11)V99.
           03  PAG-IND          PIC S9(11)V99.
           03  BCO-IND          PIC S9(11)V99.
           03  DSP-IND          PIC S9(11)V99  OCCURS  08.
           03  GIR-IND          PIC  9(03)V99.
           03  DTA-IND          PIC  9(06).
           03  HRA-IND          PIC  9(06).
           03  OPR-IND          PIC  X(10).
