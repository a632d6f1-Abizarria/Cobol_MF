      *          sobrando saldo o resto e reembolsado      *
      *          pelo banco;                               *
      *      R = reembolso integral pelo banco (debito em  *
      *          CADLBC);                                  *
      *      V = vale-troca numerado (CADVLT) no lugar do  *
      *          dinheiro da gaveta, valido por PVT-CTR    *
      *          dias e impresso para o cliente; serve de  *
      *          pagamento no cupom do DY1160. Vale        *
      *          tambem para o consumidor sem cadastro.    *
      *    Os valores de CADCRD/CADFAT nao tem sinal, por  *
      *    isso o credito e aplicado como abatimento ou    *
      *    reembolso em vez de um registro de credito      *
      *    proprio; a posicao do DY1540 reflete o abate    *
      *    na hora. Tudo auditado via DYAUDT.              *
      *    O ICMS debitado e estornado (base e valor       *
      *    negativos) a aliquota da venda original.        *
      *    Cupom que rendeu pontos de fidelidade (PTG-CPV) *
      *    tem os pontos do valor devolvido estornados     *
      *    (CADPTS "E", pela mesma regra CADRPT da venda), *
      *    ate o total ganho no cupom.                     *
      *    Devolucao de kit (composicao no CADCMP) volta   *
      *    os componentes ao estoque via DYKITM; o kit so  *
      *    tem os acumuladores estornados.                 *
      *    Filial do lancamento e do local do kardex =     *
      *    a do operador (DYFILI).                         *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-VLT
                       FILE          STATUS  IS  FST-VLT.

           SELECT      CADCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-CPV
                       FILE          STATUS  IS  FST-CPV.

           SELECT      CADRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  GRP-RPT
                       FILE          STATUS  IS  FST-RPT.

           SELECT      CADPRO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRO
                       FILE          STATUS  IS  FST-PRO.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFAT.CPY.
       COPY  CADFTH.CPY.
       COPY  CADLBC.CPY.
       COPY  CADVLT.CPY.
       COPY  CADCPV.CPY.
       COPY  CADRPT.CPY.
       COPY  CADPRO.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

           03  FST-FAT          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-VLT          PIC  X(02).
           03  FST-CPV          PIC  X(02).
           03  FST-RPT          PIC  X(02).
           03  FST-PRO          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  DST-OPC          PIC  X(01).
           03  VDD-AUX          PIC  9(03).
           03  QTD-ORI          PIC S9(06).
           03  VAL-ORI          PIC S9(07)V99.
           03  ALQ-ORI          PIC  9(02)V99.
           03  QTD-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(07)V99.
           03  SLD-DEV          PIC  9(08)V99.
           03  QTD-NEG          PIC S9(06).
           03  VAL-NEG          PIC S9(07)V99.
           03  ACH-VND          PIC  9(01).
           03  NUM-AUX          PIC  9(06).
           03  PTE-AUX          PIC  9(07).
           03  PTD-AUX          PIC  9(07).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).
           03  D8-CPV           PIC  9(08).
           03  D8-PRI           PIC  9(08).
           03  D8-PRF           PIC  9(08).

           03  HST-AUX.
               05  FILLER       PIC  X(16)  VALUE
               05  DOC-HST      PIC  9(06).
               05  FILLER       PIC  X(05)  VALUE  SPACES.

       01  PRM-SOM.
           03  DT6-SOM          PIC  9(06).
           03  QTD-SOM          PIC  9(03).
           03  RSL-SOM          PIC  9(06).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  DES-CB2          PIC  X(68)  VALUE  "VALE-TROCA".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  DET-001.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  LBL-DT1          PIC  X(23).
           03  TXT-DT1          PIC  X(52).

       01  EDT-NUM              PIC  9(06).
       01  EDT-VAL              PIC  Z.ZZZ.ZZ9,99.

       01  EDT-DTA.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

       01  EDT-CLI.
           03  COD-EDC          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-EDC          PIC  X(40).

       01  EDT-ORI.
           03  FILLER           PIC  X(08)  VALUE  "PRODUTO ".
           03  PRX-EDO          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-EDO          PIC  9(03).
           03  FILLER           PIC  X(12)  VALUE  "  DOCUMENTO ".
           03  DOC-EDO          PIC  9(06).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

       01  PRM-PNT.
           03  OPC-PNT          PIC  X(01).
           03  CLI-PNT          PIC  9(06).
           03  DTA-PNT          PIC  9(06).
           03  TIP-PNT          PIC  X(01).
           03  QTD-PNT          PIC  9(07).
           03  DOC-PNT          PIC  9(06).
           03  MES-PNT          PIC  9(02).
           03  OPR-PNT          PIC  X(10).
           03  SDO-PNT          PIC  9(07).

       01  PRM-MVE.
           03  PRX-PRM          PIC  9(02).
           03  SUF-PRM          PIC  9(03).
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

       01  PRM-KIT.
           03  OPC-KIT          PIC  X(01).
           03  PRX-KIT          PIC  9(02).
           03  SUF-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(06).
           03  DTA-KIT          PIC  9(06).
           03  TIP-KIT          PIC  X(01).
           03  LOC-KIT          PIC  9(02).
           03  OPR-KIT          PIC  X(10).
           03  FLG-KIT          PIC  9(01).
           03  CUS-KIT          PIC  9(07)V9999.
           03  DSP-KIT          PIC S9(07).
           03  MNT-KIT          PIC  9(06).

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
           03  PRG-SPL          PIC  9(02)  VALUE  71.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
           03  CGC-NOM          PIC  9(14).
           03  INS-NOM          PIC  X(15).
           03  END-NOM          PIC  X(40).
           03  CEP-NOM          PIC  9(08).
           03  CID-NOM          PIC  X(25).
           03  EST-NOM          PIC  X(02).

       01  PRM-CAB.
           03  SEM-CAB          PIC  X(04).
           03  DIA-CAB          PIC  9(02).
           03  B01-CAB          PIC  X(01).
           03  MES-CAB          PIC  9(02).
           03  B02-CAB          PIC  X(01).
           03  ANO-CAB          PIC  9(02).

       01  PRM-IMP.
           03  ARQ-IMP          PIC  9(06).
           03  PAG-IMP          PIC  9(03).
           03  FLG-IMP          PIC  9(01)  VALUE  1.
           03  LIN-IMP          PIC  9(02)  VALUE  16.
           03  CL1-IMP          PIC  9(02)  VALUE  40.
           03  CL2-IMP          PIC  9(02)  VALUE  46.

       01  MEI-IMP              PIC  9(01)  VALUE  1.

       01  PRM-SPO.
           03  TIT-SPO-P        PIC  X(30).
           03  PAG-SPO-P        PIC  9(03).
           03  OPR-SPO-P        PIC  X(10).

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  LINE 14 COLUMN 13 VALUE "Quantidade .:".
           03  LINE 15 COLUMN 13 VALUE "Valor Devol :".
           03  LINE 16 COLUMN 13 VALUE "Destino ....:".
           03  LINE 16 COLUMN 40 VALUE
               "(A=Abate R=Reembolso V=Vale-Troca)".
           03  LINE 17 COLUMN 13 VALUE "Banco ......:".

       01  ENTR-01.
           03  LINE 19 COLUMN 13 VALUE
               "                                ".

       01  TELA-10 BCK-CLR 01 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE "Vale-Troca Numero .:".
           03  NUM-T10 LINE 21 COLUMN 34 PIC 9(06) FROM NUM-VLT.

       01  TELA-11 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 22 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 23 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-11  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E11 LINE 23 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-12  BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                                            ".
           03  LINE 22 COLUMN 13 VALUE
               "                                            ".
           03  LINE 23 COLUMN 13 VALUE
               "                                            ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR   CADBCO
                                 CADRPT   CADPRO
                    I-O          CADEST   CADVND   CADFAT
                                 CADFTH   CADLBC   CADVLT
                                 CADCPV
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-VLT   =  "35" OPEN     OUTPUT   CADVLT
                                 CLOSE    CADVLT
                                 OPEN     I-O      CADVLT.
           IF  FST-FTH   =  "35" OPEN     OUTPUT   CADFTH
                                 CLOSE    CADFTH
                                 OPEN     I-O      CADFTH.
           IF  FST-CPV   =  "35" OPEN     OUTPUT   CADCPV
                                 CLOSE    CADCPV
                                 OPEN     I-O      CADCPV.
           IF  FST-RPT   =  "35" OPEN     OUTPUT   CADRPT
                                 CLOSE    CADRPT
                                 OPEN     INPUT    CADRPT.
           IF  FST-PRO   =  "35" OPEN     OUTPUT   CADPRO
                                 CLOSE    CADPRO
                                 OPEN     INPUT    CADPRO.
           DISPLAY  TELA-01      TELA-02.

       ROT-PROD-00.
           MOVE     CLI-VND  TO  CLI-AUX
           MOVE     VDD-VND  TO  VDD-AUX
           MOVE     QTD-VND  TO  QTD-ORI
           MOVE     VAL-VND  TO  VAL-ORI
           MOVE     ALQ-VND  TO  ALQ-ORI.

       ROT-DOCU-20.
           IF  ACH-VND   =    0  MOVE    20  TO  IND-MSG
           IF  TECLADO   =  "01" GO       ROT-VALR-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DEST-00.
           IF  DST-OPC   NOT  =  "A"  AND  NOT  =  "R"  AND
                         NOT  =  "V"
                                 GO       ROT-DEST-00.
           IF  DST-OPC   =  "A"  AND  CLI-AUX  =  0
                                 MOVE    51  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEST-00.
           IF  DST-OPC   =  "V"  MOVE     ZEROS   TO  CHV-BCO
                                 MOVE     SPACES  TO  DES-BCO
                                 DISPLAY  ENTR-02      TELA-04
                                 GO       ROT-CONF-00.

       ROT-BANC-00.
           ACCEPT   ENTR-08      DISPLAY  BCO-T02
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  DST-OPC  =  "V"
                                 DISPLAY  TELA-05
                                 GO       ROT-DEST-00.
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-BANC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
           COMPUTE  VAL-NEG  =   VAL-AUX  *  -1
           MOVE     QTD-NEG  TO  QTD-VND
           MOVE     VAL-NEG  TO  VAL-VND
           MOVE     VDD-AUX  TO  VDD-VND
           MOVE     ZEROS    TO  BCI-VND  ICM-VND
           MOVE     ALQ-ORI  TO  ALQ-VND
           IF  ALQ-ORI   NOT  =  ZEROS
               MOVE     VAL-NEG  TO  BCI-VND
               COMPUTE  ICM-VND  ROUNDED  =
                        VAL-NEG  *  ALQ-ORI  /  100.

       ROT-GRVA-20.
           MOVE     FIL-FLI  TO  FIL-VND
           WRITE    REG-VND
           IF  FST-VND   =  "22" ADD      1  TO  SEQ-VND
                                 GO       ROT-GRVA-20.
           PERFORM  ROT-AUDG-00.

       ROT-GRVA-30.
           MOVE     "E"      TO  OPC-KIT
           MOVE     "D"      TO  TIP-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           MOVE     QTD-AUX  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           IF  FLG-KIT   =    0  ADD      QTD-AUX  TO  SDO-EST.
           IF  QTD-AUX   >       QVM-EST
                                 MOVE  ZEROS  TO  QVM-EST
           ELSE
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  FLG-KIT   =    1  GO       ROT-GRVA-50.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-DTA  TO  DTA-PRM
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE.

       ROT-GRVA-50.
           MOVE     VAL-AUX  TO  SLD-DEV
           IF  DST-OPC   =  "A"  PERFORM  ROT-ABAT-00  THRU
                                          ROT-ABAT-30.
           IF  DST-OPC   =  "V"  PERFORM  ROT-VALE-00  THRU
                                          ROT-VALE-90.
           IF  SLD-DEV   >   ZEROS
                                 PERFORM  ROT-REEM-00  THRU
                                          ROT-REEM-10.
           IF  CLI-AUX   NOT  =  ZEROS
                                 PERFORM  ROT-PNTS-00  THRU
                                          ROT-PNTS-30.
           GO       ROT-PROD-00.

      ******************************************************
      *    ESTORNO DOS PONTOS DE FIDELIDADE: valor         *
      *    devolvido vezes os pontos por real da regra do  *
      *    grupo (ou da geral), proporcional ao liquido do *
      *    desconto de resgate do cupom, limitado ao que   *
      *    ainda nao foi estornado do cupom. Item vendido  *
      *    em promocao excluida da regra nao tem estorno.  *
      ******************************************************
       ROT-PNTS-00.
           MOVE     DOC-AUX  TO  NUM-CPV
           READ     CADCPV
           IF  FST-CPV   NOT  =  "00"  GO  ROT-PNTS-30.
           IF  CLI-CPV   NOT  =  CLI-AUX  OR
               PTG-CPV   NOT  >  PTE-CPV  OR
               VAL-CPV   =   ZEROS    GO  ROT-PNTS-30.
           MOVE     PRX-EST  TO  GRP-RPT
           READ     CADRPT
           IF  FST-RPT   NOT  =  "00"
                                 MOVE     ZEROS  TO  GRP-RPT
                                 READ     CADRPT.
           IF  FST-RPT   NOT  =  "00"  OR
               PTS-RPT   =   ZEROS    GO  ROT-PNTS-30.
           IF  PRO-RPT   =  "S"  GO       ROT-PNTS-10.
           MOVE     PRX-EST  TO  PRX-PRO
           MOVE     SUF-EST  TO  SUF-PRO
           READ     CADPRO
           IF  FST-PRO   NOT  =  "00"  GO  ROT-PNTS-10.
           MOVE     DTA-CPV  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-CPV
           MOVE     DTI-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRI
           MOVE     DTF-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRF
           IF  D8-CPV    NOT  <  D8-PRI  AND
               D8-CPV    NOT  >  D8-PRF   GO  ROT-PNTS-30.

       ROT-PNTS-10.
           COMPUTE  PTE-AUX  =   VAL-AUX  *  PTS-RPT
                             *   (VAL-CPV  -  DSP-CPV)  /  VAL-CPV
           COMPUTE  PTD-AUX  =   PTG-CPV  -  PTE-CPV
           IF  PTE-AUX   >       PTD-AUX
                                 MOVE     PTD-AUX  TO  PTE-AUX.
           IF  PTE-AUX   =   ZEROS    GO  ROT-PNTS-30.
           MOVE     "D"      TO  OPC-PNT
           MOVE     CLI-AUX  TO  CLI-PNT
           MOVE     DTA-DTA  TO  DTA-PNT
           MOVE     "E"      TO  TIP-PNT
           MOVE     PTE-AUX  TO  QTD-PNT
           MOVE     DOC-AUX  TO  DOC-PNT
           MOVE     PRM-OPR  TO  OPR-PNT
           CALL     "DYPNTS"     USING    PRM-PNT
           MOVE     REG-CPV (77: 50)  TO  ANT-AUX
           ADD      PTE-AUX  TO  PTE-CPV
           REWRITE  REG-CPV
           MOVE     "CADCPV"  TO  ARQ-PRM
           MOVE     NUM-CPV   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CPV (77: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-PNTS-30.
           EXIT.

      ******************************************************
      *    ABATE O CREDITO DAS FATURAS EM ABERTO (mais     *
      *    antiga primeiro); titulo zerado vai p/ CADFTH.  *
           MOVE     1        TO  LQD-FTH
           MOVE     ZEROS    TO  PRX-FTH
           MOVE     DTA-FAT  TO  DTA-FTH
           MOVE     VCT-FAT  TO  VCT-FTH
           MOVE     VAL-FAT  TO  VAL-FTH
           MOVE     DTA-DTA  TO  DTB-FTH
           MOVE     ZEROS    TO  BCO-FTH
           WRITE    REG-FTH      ADD   1  TO  LQD-FTH
           IF  FST-FTH   =  "22" GO       ROT-GRVH-00.

      ******************************************************
      *    VALE-TROCA: proximo numero, validade pelo       *
      *    PVT-CTR e impressao do vale para o cliente.     *
      ******************************************************
       ROT-VALE-00.
           MOVE     999999   TO  NUM-VLT
           START    CADVLT       KEY  NOT  >  NUM-VLT
           IF  FST-VLT   =  "23" MOVE     1  TO  NUM-AUX
                                 GO       ROT-VALE-10.
           READ     CADVLT       PREVIOUS
           IF  FST-VLT   NOT  =  "00"
                                 MOVE     1  TO  NUM-AUX
           ELSE
                                 COMPUTE  NUM-AUX  =  NUM-VLT  +  1.

       ROT-VALE-10.
           MOVE     DTA-DTA  TO  DT6-SOM
           MOVE     PVT-CTR  TO  QTD-SOM
           IF  PVT-CTR   =   ZEROS  MOVE  90  TO  QTD-SOM.
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     DTA-DTA  TO  DTA-VLT  ULT-VLT
           MOVE     RSL-SOM  TO  VCT-VLT
           MOVE     SLD-DEV  TO  VAL-VLT  SDO-VLT
           MOVE     PRX-EST  TO  PRX-VLT
           MOVE     SUF-EST  TO  SUF-VLT
           MOVE     DOC-AUX  TO  DOC-VLT
           MOVE     CLI-AUX  TO  CLI-VLT
           MOVE     ZEROS    TO  CPV-VLT
           MOVE     "A"      TO  SIT-VLT
           MOVE     PRM-OPR  TO  OPR-VLT.

       ROT-VALE-20.
           MOVE     NUM-AUX  TO  NUM-VLT
           WRITE    REG-VLT
           IF  FST-VLT   =  "22" ADD      1  TO  NUM-AUX
                                 GO       ROT-VALE-20.
           MOVE     "CADVLT"  TO  ARQ-PRM
           MOVE     NUM-VLT   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-VLT   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     ZEROS    TO  SLD-DEV
           DISPLAY  TELA-10
           PERFORM  ROT-NOME-00
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           PERFORM  ROT-IMPR-10
           MOVE     "VALE-TROCA NUMERO"     TO  LBL-DT1
           MOVE     NUM-VLT  TO  EDT-NUM
           MOVE     EDT-NUM  TO  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     "EMISSAO"               TO  LBL-DT1
           MOVE     DTA-VLT  TO  DTA-AUX
           PERFORM  ROT-EDTD-00
           PERFORM  ROT-LINH-00
           MOVE     "VALIDO ATE"            TO  LBL-DT1
           MOVE     VCT-VLT  TO  DTA-AUX
           PERFORM  ROT-EDTD-00
           PERFORM  ROT-LINH-00
           MOVE     "VALOR"                 TO  LBL-DT1
           MOVE     VAL-VLT  TO  EDT-VAL
           MOVE     EDT-VAL  TO  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     "CLIENTE"               TO  LBL-DT1
           MOVE     CLI-AUX  TO  COD-EDC
           MOVE     NOM-MDR  TO  NOM-EDC
           IF  CLI-AUX   =    0  MOVE  "CONSUMIDOR"  TO  NOM-EDC.
           MOVE     EDT-CLI  TO  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     "ORIGEM (DEVOLUCAO)"    TO  LBL-DT1
           MOVE     PRX-EST  TO  PRX-EDO
           MOVE     SUF-EST  TO  SUF-EDO
           MOVE     DOC-AUX  TO  DOC-EDO
           MOVE     EDT-ORI  TO  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  LBL-DT1  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     "APRESENTE ESTE VALE NO"  TO  LBL-DT1
           MOVE     "CAIXA COMO PAGAMENTO DA COMPRA. USO PARCIAL"
                             TO  TXT-DT1
           PERFORM  ROT-LINH-00
           MOVE     "MANTEM O SALDO ATE A"    TO  LBL-DT1
           MOVE     "VALIDADE. NAO E REEMBOLSAVEL EM DINHEIRO."
                             TO  TXT-DT1
           PERFORM  ROT-LINH-00
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           MOVE     "VALE-TROCA"  TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-12.

       ROT-VALE-90.
           EXIT.

       ROT-EDTD-00.
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT
           MOVE     EDT-DTA  TO  TXT-DT1.

       ROT-LINH-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-10.
           ADD      1        TO  PAG-CB1  CHV-TMP
           MOVE     PAG-CB1  TO  PAG-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     2        TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     3        TO  LIN-TMP
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-11      DISPLAY  ENTR-11.
       ROT-SAID-10.
           ACCEPT   MEI-E11
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-NOME-00.
           ACCEPT   DTA-AUX  FROM   DATE
           MOVE     DIA-AUX   TO    DIA-CAB
           MOVE     MES-AUX   TO    MES-CAB
           MOVE     ANO-AUX   TO    ANO-CAB
           CALL    "DYNOME"  USING  PRM-NOM
                                    PRM-CAB
           MOVE     CLI-NOM   TO    CLI-CB1
           MOVE     PRM-CAB   TO    DTA-CB2.

      ******************************************************
      *    REEMBOLSO PELO BANCO: debito em CADLBC          *
      ******************************************************
           MOVE     SPACES   TO  CNC-LBC.

       ROT-REEM-05.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-REEM-05.
       ROT-EXIT-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00.
           CLOSE    CADCTR  CADEST  CADMDR  CADBCO  CADVND
                    CADFAT  CADFTH  CADLBC  CADVLT  CADTMP
                    CADCPV  CADRPT  CADPRO
           DELETE   FILE    CADTMP  GOBACK.
