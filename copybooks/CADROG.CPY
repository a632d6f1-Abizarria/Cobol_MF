      ******************************************************
      *    CADROG - CONTROLE DA REORGANIZACAO DE ARQUIVOS  *
      *    Um registro por arquivo reorganizado no DY9912  *
      *    (a ultima passada): data/hora, operador,        *
      *    registros e total de controle antes (QRA/TCA)   *
      *    e depois (QRD/TCD), tamanho em bytes (dados +   *
      *    indice) antes (TAA) e depois (TAD).             *
      *    SIT-ROG: P-Em processo (original intacto),      *
      *    R-Recarga do original em curso a partir do      *
      *    NOVxxx ja conferido (a reexecucao retoma daqui, *
      *    sem descarregar de novo), C-Concluida,          *
      *    D-Divergencia na descarga (original mantido),   *
      *    T-Recusada por trava no CADLCK, X-Arquivo nao   *
      *    encontrado.                                     *
      ******************************************************
       FD  CADROG
           LABEL RECORD STANDARD.

       01  REG-ROG.
           03  CHV-ROG.
               05  ARQ-ROG      PIC  X(06).
           03  DTA-ROG          PIC  9(06).
           03  HRA-ROG          PIC  9(06).
           03  SIT-ROG          PIC  X(01).
           03  QRA-ROG          PIC  9(08).
           03  QRD-ROG          PIC  9(08).
           03  TCA-ROG          PIC S9(13)V99.
           03  TCD-ROG          PIC S9(13)V99.
           03  TAA-ROG          PIC  9(12).
           03  TAD-ROG          PIC  9(12).
           03  OPR-ROG          PIC  X(10).
