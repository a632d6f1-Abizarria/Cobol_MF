      *    encontrado, periodo fechado, ocorrencia         *
      *    invalida) saem no relatorio de critica.         *
      *    Layout dos arquivos (80 colunas):               *
      *      header  : "1" data(6) literal(16) agencia(5)  *
      *                conta(12) convenio(10) do CADBCO    *
      *      detalhe : "2" cliente(6) seq(6) vencto(6)     *
      *                valor(11, centavos) [nome(30)]      *
      *                e no retorno ocorrencia(2) e data   *
      *                do pagamento(6) apos o seq.         *
      *      trailer : "9" qtde(6) total(11).              *
      *    Tudo auditado via DYAUDT.                       *
      *    Filial do lancamento bancario = a do            *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  DTA-HDR          PIC  9(06).
           03  FILLER           PIC  X(16)  VALUE
               "REMESSA COBRANCA".
           03  AGE-HDR          PIC  9(05).
           03  CNT-HDR          PIC  X(12).
           03  CNV-HDR          PIC  9(10).
           03  FILLER           PIC  X(30)  VALUE  SPACES.

       01  REM-DET.
           03  FILLER           PIC  X(01)  VALUE  "2".
           03  FILLER           PIC  X(13)  VALUE  "  EXCECOES .:".
           03  EXC-TT2          PIC  ZZZZ9.

       01  PRM-FLI.
           03  OPC-FLI          PIC  X(01).
           03  FIL-FLI          PIC  9(02).
           03  LJA-FLI          PIC  9(02).
           03  DEP-FLI          PIC  9(02).
           03  LIN-FLI          PIC  9(02).
           03  COL-FLI          PIC  9(02).
           03  RSP-FLI          PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  70.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR   CADBCO
                    I-O          CADFAT   CADFTH   CADLBC
       ROT-REME-00.
           OPEN     OUTPUT   EXTREM
           MOVE     DTA-SYS  TO  DTA-HDR
           MOVE     AGE-BCO  TO  AGE-HDR
           MOVE     CNT-BCO  TO  CNT-HDR
           MOVE     CNV-BCO  TO  CNV-HDR
           WRITE    REG-REM  FROM  REM-HDR
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL
                                 PAG-CB1  CHV-TMP
           MOVE     1        TO  LQD-FTH
           MOVE     ZEROS    TO  PRX-FTH
           MOVE     DTA-FAT  TO  DTA-FTH
           MOVE     VCT-FAT  TO  VCT-FTH
           MOVE     VAL-FAT  TO  VAL-FTH
           MOVE     DTP-RET  TO  DTB-FTH
           MOVE     CHV-BCO  TO  BCO-FTH
           IF  FST-FTH   =  "22" GO       ROT-GRVH-00.

       ROT-GRVL-00.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-00.
