      *    numeracao em NPD-CTR) imprimindo o documento    *
      *    de cada pedido via CADTMP/DYIMPR. A entrada de  *
      *    compras recebe contra QTR-PED/SIT-PED.          *
      *    Cada item leva o preco unitario combinado       *
      *    (PUN-PED): o custo da tabela do fornecedor      *
      *    (CADTPF) ou, sem tabela, o ultimo custo do      *
      *    produto (CST-EST), impresso no documento.       *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TPF
                       FILE          STATUS  IS  FST-TPF.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADFOR.CPY.
       COPY  CADEMB.CPY.
       COPY  CADPED.CPY.
       COPY  CADTPF.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-FOR          PIC  X(02).
           03  FST-EMB          PIC  X(02).
           03  FST-PED          PIC  X(02).
           03  FST-TPF          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  FILLER           PIC  X(05)  VALUE  " DIAS".

       01  CAB-004              PIC  X(80)  VALUE
           "ITEM  CODIGO  DESCRICAO DO PRODUTO           QUANTIDADE  PRE
      -    "CO UNIT.".

       01  DET-001.
           03  ITM-DT1          PIC  ZZ9.
           03  DES-DT1          PIC  X(25).
           03  FILLER           PIC  X(04)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  PUN-DT1          PIC  ZZZ.ZZ9,9999.

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     I-O          CADCTR   CADPED
                    INPUT        CADEST   CADFOR   CADEMB
                                 CADTPF
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-PED   =  "35" OPEN     OUTPUT   CADPED
           MOVE     DTA-SYS  TO  DTA-PED
           MOVE     "A"      TO  SIT-PED
           MOVE     PRM-OPR  TO  OPR-PED
           PERFORM  ROT-PUNI-00  THRU  ROT-PUNI-EXIT
           PERFORM  ROT-GRVP-00  THRU  ROT-GRVP-10
           MOVE     "CADPED"  TO  ARQ-PRM
           MOVE     CHV-PED   TO  CHR-PRM
           MOVE     SUF-PED  TO  SUF-DT1
           MOVE     DES-TBS (IND-SUG)  TO  DES-DT1
           MOVE     QTD-PED  TO  QTD-DT1
           MOVE     PUN-PED  TO  PUN-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
       ROT-EMBA-30.
           EXIT.

      ******************************************************
      *    PRECO UNITARIO COMBINADO DO ITEM: custo da      *
      *    tabela do fornecedor; sem ela, o ultimo custo   *
      *    do produto.                                     *
      ******************************************************
       ROT-PUNI-00.
           MOVE     ZEROS    TO  PUN-PED
           MOVE     PRX-PED  TO  PRX-TPF
           MOVE     SUF-PED  TO  SUF-TPF
           MOVE     FOR-COR  TO  FOR-TPF
           READ     CADTPF
           IF  FST-TPF   =  "00" MOVE     PRC-TPF  TO  PUN-PED
                                 GO       ROT-PUNI-EXIT.
           MOVE     PRX-PED  TO  PRX-EST
           MOVE     SUF-PED  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     CST-EST  TO  PUN-PED.

       ROT-PUNI-EXIT.
           EXIT.

      ******************************************************
      *    GRAVACAO DO ITEM DO PEDIDO (avanca o item em    *
      *    caso de chave duplicada)                        *

       ROT-EXIT-00.
           CLOSE    CADCTR  CADEST  CADFOR  CADEMB
                    CADPED  CADTPF  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
