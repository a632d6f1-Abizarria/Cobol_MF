      ******************************************************
      *    CADDIA - DIARIO CONTABIL                        *
      *    Um lancamento de partida dobrada por registro   *
      *    (uma conta a debito e uma a credito pelo mesmo  *
      *    valor), gerado pela contabilizacao mensal       *
      *    DY1710 a partir do mapa CADMPC. O mes inteiro   *
      *    e refeito a cada rodada enquanto nao coberto    *
      *    pelo DTF-CTR.                                   *
      *    ORI/COD-DIA = evento do mapa que gerou o        *
      *    lancamento; DOC-DIA = chave do registro de      *
      *    origem no razao correspondente.                 *
      ******************************************************
       FD  CADDIA
           LABEL RECORD STANDARD.

       01  REG-DIA.
           03  CHV-DIA.
               05  ANO-DIA      PIC  9(02).
               05  MES-DIA      PIC  9(02).
               05  SEQ-DIA      PIC  9(06).
           03  DIA-DIA          PIC  9(02).
           03  ORI-DIA          PIC  X(02).
           03  COD-DIA          PIC  9(03).
           03  DEB-DIA          PIC  9(06).
           03  CRD-DIA          PIC  9(06).
           03  VAL-DIA          PIC  9(09)V99.
           03  DOC-DIA          PIC  X(16).
           03  HST-DIA          PIC  X(30).
