      ******************************************************
      *    CADIMB - CADASTRO DO IMOBILIZADO (BENS)         *
      *    DTA/VAL-IMB = aquisicao (data e custo).         *
      *    GRP/SEQ-IMB = lancamento CADLDP da compra do    *
      *    bem (zeros = sem vinculo); a DRE (DY1575) tira  *
      *    essa despesa e lanca a depreciacao no lugar.    *
      *    DTB-IMB = data da baixa (zeros = bem ativo),    *
      *    TBX-IMB V-venda B-baixa por perda/sucata e      *
      *    VBX-IMB o valor obtido na baixa.                *
      *    Manutencao e baixa em DY1735.                   *
      ******************************************************
       FD  CADIMB
           LABEL RECORD STANDARD.

       01  REG-IMB.
           03  CHV-IMB          PIC  9(05).
           03  DES-IMB          PIC  X(30).
           03  CLS-IMB          PIC  9(02).
           03  DTA-IMB.
               05  ANO-IMB      PIC  9(02).
               05  MES-IMB      PIC  9(02).
               05  DIA-IMB      PIC  9(02).
           03  VAL-IMB          PIC  9(09)V99.
           03  LOC-IMB          PIC  X(20).
           03  GRP-IMB          PIC  9(01).
           03  SEQ-IMB          PIC  9(05).
           03  DTB-IMB          PIC  9(06).
           03  TBX-IMB          PIC  X(01).
           03  VBX-IMB          PIC  9(09)V99.
           03  OPR-IMB          PIC  X(10).
