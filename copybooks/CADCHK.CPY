      *    DY1154, DY3240), chave = nome do programa.       *
      *    Guarda o ponto onde o job parou para poder       *
      *    retomar sem reiniciar a varredura do zero.       *
      *    FIL-CHK/TFL-CHK: filial escolhida (00 = todas)  *
      *    e subtotais por filial acumulados (DY1154).     *
      ******************************************************
       FD  CADCHK
           LABEL RECORD STANDARD.
           03  DTF-CHK          PIC  9(06).
           03  VAL-CHK          PIC S9(08)V99.
           03  QT2-CHK          PIC  9(04).
           03  FIL-CHK          PIC  9(02).
           03  TFL-CHK          PIC  X(170).
