       PROGRAM-ID.     DY1160.
       AUTHOR.         ADILSON.
      ******************************************************
      *    LANCAMENTO DE VENDAS POR CUPOM (CADCPV/CADCVI): *
      *    cabecalho com numero do cupom (0 = novo; cupom  *
      *    aberto pode ser retomado pelo numero), data,    *
      *    cliente e vendedor, e varios itens. Cada item   *
      *    grava a venda CADVND (DOC-VND = numero do       *
      *    cupom), baixa o saldo SDO-EST, acumula QVM/QVA- *
      *    EST e registra o movimento kardex via DYMOVE.   *
      *    O ICMS do item (base e valor, CADVND) sai da    *
      *    aliquota interna do produto (ICM-EST).          *
      *    Esc no produto fecha o cupom na tela de         *
      *    pagamento. Cliente cadastrado pode resgatar     *
      *    pontos de fidelidade (CADPTS, VPT-CTR reais por *
      *    ponto) como desconto no total; o restante se    *
      *    divide em dinheiro (CADCXA tipo "V"),           *
      *    vale-troca da devolucao                         *
      *    (CADVLT emitido no DY1161: aberto e dentro da   *
      *    validade; uso parcial deixa saldo no vale),     *
      *    cartao por bandeira (CADCRD PRX-CRD, com data   *
      *    da venda e NSU/autorizacao do comprovante para  *
      *    o casamento do extrato da administradora),      *
      *    cheque pre-datado (CADCHQ) e o resto a faturar  *
      *    (CADNTA, para o DY1552). Cheque e a faturar so  *
      *    para cliente cadastrado; o limite de credito    *
      *    (DYLIMC) e consistido sobre o a faturar.        *
      *    No fechamento o cliente cadastrado ganha os     *
      *    pontos do cupom pela regra do grupo do produto  *
      *    (CADRPT, validos por MPT-CTR meses), sobre o    *
      *    valor liquido do desconto.                      *
      *    Filial da venda (CADVND, CADCXA e local loja do *
      *    kardex) informada na entrada, sugerida pelo     *
      *    perfil do operador (DYFILI).                    *
      *    Quantidade acima do saldo menos o reservado     *
      *    para orcamentos e pendencias (CADRSV via        *
      *    DYRESV) pede confirmacao antes de vender.       *
      *    Kit (produto com composicao no CADCMP): o saldo *
      *    mostrado e conferido e o de kits disponiveis, a *
      *    margem usa o custo dos componentes e a baixa    *
      *    sai dos kits montados e dos componentes via     *
      *    DYKITM (o CADVND e os acumuladores ficam no     *
      *    kit).                                           *
      *    Datas consistidas contra DTI-CTR e o periodo    *
      *    fechado DTF-CTR; operacoes auditadas (DYAUDT).  *
      *    Fechado o cupom de cliente cadastrado, pode ser *
      *    marcado para entrega a domicilio (DYENTG): data *
      *    pedida, janela de horario e valor a cobrar na   *
      *    entrega; rota e romaneio no DY1181, retorno do  *
      *    motorista no DY1183.                            *
      *    O numero do cupom novo sai do contador NCP-CTR  *
      *    do CADCTR. F4 no numero cancela um cupom do dia *
      *    (nivel de estorno do perfil, motivo obrigato-   *
      *    rio): itens voltam ao estoque, pagamento e      *
      *    pontos sao desfeitos e o cupom fica "X". F3     *
      *    imprime o mapa da numeracao de uma data para a  *
      *    fiscalizacao (emitidos, abertos, cancelados e   *
      *    numeros faltantes na sequencia).                *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-CPV
                       FILE          STATUS  IS  FST-CPV.

           SELECT      CADCVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CVI
                       FILE          STATUS  IS  FST-CVI.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CXA
                       FILE          STATUS  IS  FST-CXA.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADCHQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CHQ
                       FILE          STATUS  IS  FST-CHQ.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-VLT
                       FILE          STATUS  IS  FST-VLT.

           SELECT      CADRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  GRP-RPT
                       FILE          STATUS  IS  FST-RPT.

           SELECT      CADENT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENT
                       FILE          STATUS  IS  FST-ENT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPRO.CPY.
       COPY  CADVDD.CPY.
       COPY  CADVND.CPY.
       COPY  CADCPV.CPY.
       COPY  CADCVI.CPY.
       COPY  CADCXA.CPY.
       COPY  CADCRD.CPY.
       COPY  CADCHQ.CPY.
       COPY  CADNTA.CPY.
       COPY  CADVLT.CPY.
       COPY  CADRPT.CPY.
       COPY  CADENT.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

           03  FST-PRO          PIC  X(02).
           03  FST-VDD          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-CPV          PIC  X(02).
           03  FST-CVI          PIC  X(02).
           03  FST-CXA          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-CHQ          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-VLT          PIC  X(02).
           03  FST-RPT          PIC  X(02).
           03  FST-ENT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).

           03  NUM-AUX          PIC  9(06).
           03  ITM-AUX          PIC  9(02).
           03  TOT-AUX          PIC  9(08)V99.
           03  CLI-AUX          PIC  9(06).
           03  VDD-AUX          PIC  9(03).
           03  QTD-AUX          PIC  9(06).
           03  D8-PRI           PIC  9(08).
           03  D8-PRF           PIC  9(08).

           03  DIN-AUX          PIC  9(07)V99.
           03  NVL-AUX          PIC  9(06).
           03  VLV-AUX          PIC  9(07)V99.
           03  CRT-AUX          PIC  9(07)V99.
           03  BND-AUX          PIC  9(01).
           03  NSU-AUX          PIC  X(12).
           03  CHQ-AUX          PIC  9(07)V99.
           03  BCQ-AUX          PIC  9(03).
           03  NCQ-AUX          PIC  9(06).
           03  EMI-AUX          PIC  X(25).
           03  NTA-AUX          PIC S9(08)V99.
           03  PAG-AUX          PIC  9(08)V99.
           03  PTR-AUX          PIC  9(07).
           03  DSP-AUX          PIC  9(07)V99.
           03  SPT-AUX          PIC  9(07).
           03  PTG-AUX          PIC  9(07).
           03  BPT-AUX          PIC  9(09)V99.
           03  FLG-PTS          PIC  9(01).
           03  DRS-AUX          PIC S9(07)V9.
           03  RSP-RSV          PIC  X(01).
           03  CST-MRG          PIC  9(07)V9999.
           03  HRI-AUX          PIC  9(04).
           03  HRF-AUX          PIC  9(04).
           03  VCB-AUX          PIC  9(07)V99.
           03  LIQ-AUX          PIC  9(08)V99.
           03  D8-ETG           PIC  9(08).

           03  MOT-AUX          PIC  X(30).
           03  SEQ-ACH          PIC  9(06).
           03  NUM-ANT          PIC  9(06).
           03  QEM-ACM          PIC  9(05).
           03  VEM-ACM          PIC  9(09)V99.
           03  QAB-ACM          PIC  9(05).
           03  VAB-ACM          PIC  9(09)V99.
           03  QCN-ACM          PIC  9(05).
           03  VCN-ACM          PIC  9(09)V99.
           03  QFL-ACM          PIC  9(05).

           03  HST-CUP.
               05  FILLER       PIC  X(14)  VALUE  "VENDA - CUPOM ".
               05  NUM-HST      PIC  9(06).
               05  FILLER       PIC  X(10)  VALUE  SPACES.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(39)  VALUE
               "MAPA DA NUMERACAO DOS CUPONS DE VENDA -".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(21)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "NUMERO  SITUACAO CLIENTE  IT         VAL".
           03  FILLER           PIC  X(40)  VALUE
               "OR OPERADOR   MOTIVO DO CANCELAMENTO".

       01  DET-001.
           03  NUM-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(09).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  ITM-DT1          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  OPR-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT1          PIC  X(26).

       01  DET-002.
           03  FILLER           PIC  X(10)  VALUE  "NUMEROS ".
           03  FAI-DT2          PIC  9(06).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  FAF-DT2          PIC  9(06).
           03  FILLER           PIC  X(40)  VALUE
               "  NAO EMITIDOS - FALTA NA SEQUENCIA".

       01  TOT-001.
           03  DES-TT1          PIC  X(24).
           03  QTD-TT1          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(10)  VALUE  "   VALOR:".
           03  VAL-TT1          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  TOT-002.
           03  FILLER           PIC  X(24)  VALUE
               "NUMEROS FALTANTES .....:".
           03  QTD-TT2          PIC  ZZ.ZZ9.

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

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  RSP-LIM          PIC  9(01).
           03  EXP-LIM          PIC  9(08)V99.

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

       01  PRM-RES.
           03  OPC-RES          PIC  X(01).
           03  PRX-RES          PIC  9(02).
           03  SUF-RES          PIC  9(03).
           03  ORI-RES          PIC  X(01).
           03  DOC-RES          PIC  9(06).
           03  ITM-RES          PIC  9(02).
           03  CLI-RES          PIC  9(06).
           03  QTD-RES          PIC  9(06).
           03  DTA-RES          PIC  9(06).
           03  VLD-RES          PIC  9(06).
           03  OPR-RES          PIC  X(10).
           03  SDO-RES          PIC  9(07).

       01  PRM-ETG.
           03  ORI-ETG          PIC  X(01).
           03  DOC-ETG          PIC  9(06).
           03  DTA-ETG          PIC  9(06).
           03  CLI-ETG          PIC  9(06).
           03  DTS-ETG          PIC  9(06).
           03  HRI-ETG          PIC  9(04).
           03  HRF-ETG          PIC  9(04).
           03  VCB-ETG          PIC  9(07)V99.
           03  OPR-ETG          PIC  X(10).
           03  RSP-ETG          PIC  9(01).

       01  PRM-MVE.
           03  PRX-PRM          PIC  9(02).
           03  SUF-PRM          PIC  9(03).
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

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
           03  PRG-SPL          PIC  9(02)  VALUE  15.
               05  ANO-DTA      PIC  9(02).
               05  MES-DTA      PIC  9(02).
               05  DIA-DTA      PIC  9(02).
           03  LIN-DTA          PIC  9(02)  VALUE  10.
           03  COL-DTA          PIC  9(02)  VALUE  28.
           03  BCK-DTA          PIC  9(01)  VALUE  2.
           03  FOR-DTA          PIC  9(01)  VALUE  7.
           03  FLG-DTA          PIC  9(01).

       01  PRM-DTC.
           03  DTA-DTC.
               05  ANO-DTC      PIC  9(02).
               05  MES-DTC      PIC  9(02).
               05  DIA-DTC      PIC  9(02).
           03  LIN-DTC          PIC  9(02)  VALUE  18.
           03  COL-DTC          PIC  9(02)  VALUE  28.
           03  BCK-DTC          PIC  9(01)  VALUE  2.
           03  FOR-DTC          PIC  9(01)  VALUE  7.
           03  FLG-DTC          PIC  9(01).

       01  PRM-DTE.
           03  DTA-DTE          PIC  9(06).
           03  LIN-DTE          PIC  9(02)  VALUE  22.
           03  COL-DTE          PIC  9(02)  VALUE  28.
           03  BCK-DTE          PIC  9(01)  VALUE  2.
           03  FOR-DTE          PIC  9(01)  VALUE  7.
           03  FLG-DTE          PIC  9(01).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
               05  LINE 07 COLUMN 13 VALUE " Lancamento de Vendas ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Cupom ......:".
           03  LINE 09 COLUMN 36 VALUE "(0 = Novo)".
           03  LINE 09 COLUMN 48 VALUE "Itens:".
           03  LINE 09 COLUMN 59 VALUE "Total:".
           03  LINE 10 COLUMN 13 VALUE "Data .......:".
           03  LINE 10 COLUMN 40 VALUE "Filial:".
           03  LINE 11 COLUMN 13 VALUE "Cliente ....:".
           03  LINE 11 COLUMN 36 VALUE "(0 = Consumidor)".
           03  LINE 13 COLUMN 13 VALUE "Vendedor ...:".
           03  LINE 15 COLUMN 13 VALUE "Produto ....:".
           03  LINE 16 COLUMN 13 VALUE "Saldo ......:".
           03  LINE 16 COLUMN 40 VALUE "Preco:".
           03  LINE 16 COLUMN 61 VALUE "Lote:".
           03  LINE 17 COLUMN 13 VALUE "Quantidade .:".
           03  LINE 18 COLUMN 13 VALUE "Valor Total :".

       01  ENTR-01.
           03  NUM-E01 LINE 09 COLUMN 28 PIC 9(06) USING NUM-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  NUM-T02 LINE 09 COLUMN 28 PIC 9(06)      FROM NUM-AUX.
           03  ITM-T02 LINE 09 COLUMN 55 PIC Z9         FROM ITM-AUX.
           03  TOT-T02 LINE 09 COLUMN 66 PIC ZZ.ZZZ.ZZ9,99
                                                        FROM TOT-AUX.
           03  CLI-T02 LINE 11 COLUMN 28 PIC 9(06)      FROM CLI-AUX.
           03  NOM-T02 LINE 12 COLUMN 28 PIC X(30)      FROM NOM-MDR.
           03  VDD-T02 LINE 13 COLUMN 28 PIC ZZ9        FROM VDD-AUX.
           03  FIL-T02 LINE 10 COLUMN 48 PIC 99         FROM FIL-FLI.

       01  ENTR-03  BCK-CLR 02 FOR-CLR 15.
           03  DES-T03 LINE 15 COLUMN 36 PIC X(25)      FROM DES-EST.
           03  SDO-T03 LINE 16 COLUMN 28 PIC ----.--9,9 FROM SDO-EST.
           03  VDA-T03 LINE 16 COLUMN 47 PIC ZZZ.ZZ9,9999
                                                        FROM VDA-APL.
           03  LOT-T03 LINE 16 COLUMN 67 PIC X(06)      FROM LOT-AUX.
           03  QTD-T03 LINE 17 COLUMN 28 PIC ZZZZZ9     FROM QTD-AUX.
           03  VAL-T03 LINE 18 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM VAL-AUX.

       01  ENTR-04.
           03  CLI-E04 LINE 11 COLUMN 28 PIC 9(06) USING CLI-AUX.

       01  ENTR-05.
           03  QTD-E05 LINE 17 COLUMN 28 PIC 9(06) USING QTD-AUX.

       01  ENTR-06.
           03  VAL-E06 LINE 18 COLUMN 28 PIC 9(07)V99 USING VAL-AUX.

       01  ENTR-08.
           03  PRX-E08 LINE 15 COLUMN 28 PIC 9(02) USING PRX-EST.
           03  SUF-E08 LINE 15 COLUMN 31 PIC 9(03) USING SUF-EST.

       01  ENTR-10.
           03  VDD-E10 LINE 13 COLUMN 28 PIC 9(03) USING VDD-AUX.

       01  ENTR-12.
           03  LOT-E12 LINE 16 COLUMN 67 PIC X(06) USING LOT-AUX.


       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
               "                                             ".

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 20 COLUMN 13 VALUE
               "   Confirma a Venda ?    [ ]   ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 15.
       01  ENTR-11  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 59 PIC X(01) USING RSP-BCK.

       01  TELA-RSV BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "   Saldo reservado a terceiros. Vende assim? [ ]   ".

       01  ENTR-RSV BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 59 PIC X(01) USING RSP-RSV.

       01  TELA-07  BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                                                   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 20 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 13 VALUE
               "                               ".

      ******************************************************
      *    TELA DE PAGAMENTO DO CUPOM (sobre os itens)     *
      ******************************************************
       01  TELA-08 BCK-CLR 02 FOR-CLR 14.
           03  LINE 15 COLUMN 13 VALUE "Dinheiro ...:".
           03  LINE 15 COLUMN 42 VALUE "Vale:".
           03  LINE 16 COLUMN 13 VALUE "Cartao .....:".
           03  LINE 16 COLUMN 42 VALUE "Bandeira:".
           03  LINE 16 COLUMN 54 VALUE "(3/4/5/7/8)".
           03  LINE 16 COLUMN 66 VALUE "NSU".
           03  LINE 17 COLUMN 13 VALUE "Cheque .....:".
           03  LINE 17 COLUMN 42 VALUE "Banco:".
           03  LINE 17 COLUMN 54 VALUE "Numero:".
           03  LINE 18 COLUMN 13 VALUE "Bom Para ...:".
           03  LINE 18 COLUMN 42 VALUE "Emit.:".
           03  LINE 19 COLUMN 13 VALUE "A Faturar ..:".
           03  LINE 19 COLUMN 42 VALUE "Pontos:".
           03  LINE 19 COLUMN 58 VALUE "Saldo:".
           03  LINE 20 COLUMN 13 VALUE "Desconto ...:".

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 15 COLUMN 13 VALUE
               "                                                   ".
           03  LINE 15 COLUMN 64 VALUE "          ".
           03  LINE 16 COLUMN 13 VALUE
               "                                                   ".
           03  LINE 16 COLUMN 64 VALUE "                 ".
           03  LINE 17 COLUMN 13 VALUE
               "                                                   ".
           03  LINE 17 COLUMN 64 VALUE "          ".
           03  LINE 18 COLUMN 13 VALUE
               "                                                   ".
           03  LINE 18 COLUMN 64 VALUE "          ".
           03  LINE 19 COLUMN 13 VALUE
               "                                                   ".
           03  LINE 19 COLUMN 64 VALUE "          ".
           03  LINE 20 COLUMN 13 VALUE
               "                                                   ".

       01  ENTR-14  BCK-CLR 02 FOR-CLR 15.
           03  DIN-T14 LINE 15 COLUMN 28 PIC Z.ZZZ.ZZ9,99 FROM DIN-AUX.
           03  NVL-T14 LINE 15 COLUMN 48 PIC 9(06)      FROM NVL-AUX.
           03  VLV-T14 LINE 15 COLUMN 55 PIC Z.ZZZ.ZZ9,99 FROM VLV-AUX.
           03  CRT-T14 LINE 16 COLUMN 28 PIC Z.ZZZ.ZZ9,99 FROM CRT-AUX.
           03  BND-T14 LINE 16 COLUMN 52 PIC 9(01)      FROM BND-AUX.
           03  NSU-T14 LINE 16 COLUMN 69 PIC X(12)      FROM NSU-AUX.
           03  CHQ-T14 LINE 17 COLUMN 28 PIC Z.ZZZ.ZZ9,99 FROM CHQ-AUX.
           03  BCQ-T14 LINE 17 COLUMN 49 PIC 9(03)      FROM BCQ-AUX.
           03  NCQ-T14 LINE 17 COLUMN 62 PIC 9(06)      FROM NCQ-AUX.
           03  DIA-T14 LINE 18 COLUMN 28 PIC 9(02)      FROM DIA-DTC.
           03  LINE 18 COLUMN 30 VALUE "/".
           03  MES-T14 LINE 18 COLUMN 31 PIC 9(02)      FROM MES-DTC.
           03  LINE 18 COLUMN 33 VALUE "/".
           03  ANO-T14 LINE 18 COLUMN 34 PIC 9(02)      FROM ANO-DTC.
           03  EMI-T14 LINE 18 COLUMN 49 PIC X(25)      FROM EMI-AUX.
           03  NTA-T14 LINE 19 COLUMN 28 PIC -.---.--9,99 FROM NTA-AUX.
           03  PTR-T14 LINE 19 COLUMN 50 PIC ZZZZZZ9    FROM PTR-AUX.
           03  SPT-T14 LINE 19 COLUMN 65 PIC ZZZZZZ9    FROM SPT-AUX.
           03  DSP-T14 LINE 20 COLUMN 28 PIC Z.ZZZ.ZZ9,99 FROM DSP-AUX.

       01  ENTR-21.
           03  PTR-E21 LINE 19 COLUMN 50 PIC 9(07)    USING PTR-AUX.

       01  ENTR-15.
           03  DIN-E15 LINE 15 COLUMN 28 PIC 9(07)V99 USING DIN-AUX.

       01  ENTR-20.
           03  NVL-E20 LINE 15 COLUMN 48 PIC 9(06)    USING NVL-AUX.
           03  VLV-E20 LINE 15 COLUMN 55 PIC 9(07)V99 USING VLV-AUX.

       01  ENTR-16.
           03  CRT-E16 LINE 16 COLUMN 28 PIC 9(07)V99 USING CRT-AUX.
           03  BND-E16 LINE 16 COLUMN 52 PIC 9(01)    USING BND-AUX.
           03  NSU-E16 LINE 16 COLUMN 69 PIC X(12)    USING NSU-AUX.

       01  ENTR-17.
           03  CHQ-E17 LINE 17 COLUMN 28 PIC 9(07)V99 USING CHQ-AUX.
           03  BCQ-E17 LINE 17 COLUMN 49 PIC 9(03)    USING BCQ-AUX.
           03  NCQ-E17 LINE 17 COLUMN 62 PIC 9(06)    USING NCQ-AUX.

       01  ENTR-18.
           03  EMI-E18 LINE 18 COLUMN 49 PIC X(25) USING EMI-AUX.

       01  TELA-10  BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "   Confirma o Pagamento ? [ ]  ".

       01  ENTR-19  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 40 PIC X(01) USING RSP-OPC.

      ******************************************************
      *    ENTREGA A DOMICILIO (linhas 21 e 22)            *
      ******************************************************
       01  TELA-ETQ BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "   Entrega a Domicilio ?  [ ]  ".

       01  ENTR-ETQ BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 40 PIC X(01) USING RSP-OPC.

       01  TELA-ETG BCK-CLR 02 FOR-CLR 14.
           03  LINE 22 COLUMN 13 VALUE "Entrega ....:".
           03  LINE 22 COLUMN 37 VALUE "das".
           03  LINE 22 COLUMN 46 VALUE "as".
           03  LINE 22 COLUMN 54 VALUE "Cobrar:".

       01  ENTR-ETD BCK-CLR 02 FOR-CLR 15.
           03  HRI-TED LINE 22 COLUMN 41 PIC 9(04)      FROM HRI-AUX.
           03  HRF-TED LINE 22 COLUMN 49 PIC 9(04)      FROM HRF-AUX.
           03  VCB-TED LINE 22 COLUMN 62 PIC Z.ZZZ.ZZ9,99
                                                        FROM VCB-AUX.

       01  ENTR-ETH.
           03  HRI-EEH LINE 22 COLUMN 41 PIC 9(04)    USING HRI-AUX.
           03  HRF-EEH LINE 22 COLUMN 49 PIC 9(04)    USING HRF-AUX.

       01  ENTR-ETV.
           03  VCB-EEV LINE 22 COLUMN 62 PIC 9(07)V99 USING VCB-AUX.

       01  TELA-ETZ BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                               ".
           03  LINE 22 COLUMN 13 VALUE
               "                              ".
           03  LINE 22 COLUMN 43 VALUE
               "                               ".

      ******************************************************
      *    CANCELAMENTO DO CUPOM (linhas 21 e 22) E SAIDA  *
      *    DO MAPA DA NUMERACAO                            *
      ******************************************************
       01  TELA-CAN BCK-CLR 02 FOR-CLR 14.
           03  LINE 21 COLUMN 13 VALUE "Motivo .....:".

       01  ENTR-CAN.
           03  MOT-ECN LINE 21 COLUMN 28 PIC X(30) USING MOT-AUX.

       01  TELA-CNC BCK-CLR 4 FOR-CLR 15.
           03  LINE 22 COLUMN 13 VALUE
               "   Confirma o Cancelamento ? [ ]  ".

       01  ENTR-CNC BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 22 COLUMN 43 PIC X(01) USING RSP-OPC.

       01  TELA-MEI BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 21 COLUMN 13 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 22 COLUMN 13 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-MEI BCK-CLR 02 FOR-CLR 15.
           03  MEI-EMI LINE 22 COLUMN 27 PIC 9(01) USING MEI-IMP.

       01  TELA-PAG BCK-CLR 01 FOR-CLR 15.
           03  LINE 23 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-TPG LINE 23 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-CNZ BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                                             ".
           03  LINE 22 COLUMN 13 VALUE
               "                                  ".
           03  LINE 23 COLUMN 13 VALUE
               "                       ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR   CADPCL
                                 CADPRO   CADVDD   CADRPT   CADENT
                    OUTPUT       CADTMP
                    I-O          CADEST   CADVND   CADBCK   CADLTE
                                 CADCPV   CADCVI   CADCXA   CADCRD
                                 CADCHQ   CADNTA   CADVLT
                    READ         CADCTR
           IF  FST-RPT   =  "35" OPEN     OUTPUT   CADRPT
                                 CLOSE    CADRPT
                                 OPEN     INPUT    CADRPT.
           IF  FST-ENT   =  "35" OPEN     OUTPUT   CADENT
                                 CLOSE    CADENT
                                 OPEN     INPUT    CADENT.
           IF  FST-LTE   =  "35" OPEN     OUTPUT   CADLTE
                                 CLOSE    CADLTE
                                 OPEN     I-O      CADLTE.
           IF  FST-VND   =  "35" OPEN     OUTPUT   CADVND
                                 CLOSE    CADVND
                                 OPEN     I-O      CADVND.
           IF  FST-CPV   =  "35" OPEN     OUTPUT   CADCPV
                                 CLOSE    CADCPV
                                 OPEN     I-O      CADCPV.
           IF  FST-CVI   =  "35" OPEN     OUTPUT   CADCVI
                                 CLOSE    CADCVI
                                 OPEN     I-O      CADCVI.
           IF  FST-CXA   =  "35" OPEN     OUTPUT   CADCXA
                                 CLOSE    CADCXA
                                 OPEN     I-O      CADCXA.
           IF  FST-CRD   =  "35" OPEN     OUTPUT   CADCRD
                                 CLOSE    CADCRD
                                 OPEN     I-O      CADCRD.
           IF  FST-CHQ   =  "35" OPEN     OUTPUT   CADCHQ
                                 CLOSE    CADCHQ
                                 OPEN     I-O      CADCHQ.
           IF  FST-NTA   =  "35" OPEN     OUTPUT   CADNTA
                                 CLOSE    CADNTA
                                 OPEN     I-O      CADNTA.
           IF  FST-VLT   =  "35" OPEN     OUTPUT   CADVLT
                                 CLOSE    CADVLT
                                 OPEN     I-O      CADVLT.
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    FILIAL DA VENDA (sugerida pelo perfil)          *
      ******************************************************
       ROT-FILI-00.
           MOVE     "E"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     10       TO  LIN-FLI
           MOVE     48       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-00.

      ******************************************************
      *    CUPOM: 0 = novo; numero de cupom aberto retoma  *
      *    o cupom com cabecalho e total ja gravados.      *
      ******************************************************
       ROT-CUPM-00.
           MOVE     ZEROS    TO  NUM-AUX  ITM-AUX  TOT-AUX
                                 CLI-AUX  VDD-AUX
           MOVE     SPACES   TO  NOM-MDR
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-02      ENTR-03
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CUPM-00.
           IF  TECLADO   =  "03" GO       ROT-NUMR-00.
           IF  TECLADO   =  "04" GO       ROT-CANC-00.
           IF  NUM-AUX   =    0  GO       ROT-DATA-00.
           MOVE     NUM-AUX  TO  NUM-CPV
           READ     CADCPV       MOVE 21  TO  IND-MSG
           IF  FST-CPV   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           IF  SIT-CPV   NOT  =  "A"
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     DTA-CPV  TO  DTA-DTA  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-INI    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     CLI-CPV  TO  CLI-AUX
           MOVE     VDD-CPV  TO  VDD-AUX
           MOVE     QTD-CPV  TO  ITM-AUX
           MOVE     VAL-CPV  TO  TOT-AUX
           IF  CLI-AUX   NOT  =  ZEROS
                                 MOVE     CLI-AUX  TO  CHV-MDR
                                 READ     CADMDR
                                 IF  FST-MDR   NOT  =  "00"
                                     MOVE  SPACES  TO  NOM-MDR
                                     MOVE  ZEROS   TO  LIM-MDR.
           DISPLAY  ENTR-02
           GO       ROT-PROD-00.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-CUPM-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.

       ROT-CLIE-00.
           ACCEPT   ENTR-04      DISPLAY  CLI-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DATA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLIE-00.
           MOVE     SPACES   TO  NOM-MDR
           MOVE     ZEROS    TO  LIM-MDR
           IF  CLI-AUX   =    0  DISPLAY  ENTR-02
                                 GO       ROT-VEND-00.
           MOVE     CLI-AUX  TO  CHV-MDR
           READ     CADMDR       MOVE 51  TO  IND-MSG
           IF  FST-MDR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-CLIE-00.
           DISPLAY  ENTR-02.

       ROT-VEND-00.
           IF  TECLADO   =  "01" GO       ROT-CLIE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-VEND-00.
           IF  VDD-AUX   =    0  GO       ROT-PROD-00.
           MOVE     VDD-AUX  TO  CHV-VDD
           READ     CADVDD       MOVE 21  TO  IND-MSG
           IF  FST-VDD   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-VEND-00.

      ******************************************************
      *    ITENS DO CUPOM: Esc no produto fecha o cupom    *
      *    (pagamento); cupom novo sem item volta ao       *
      *    vendedor.                                       *
      ******************************************************
       ROT-PROD-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-03
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  ITM-AUX  =  0
                                 GO       ROT-VEND-00.
           IF  TECLADO   =  "01" GO       ROT-PAGT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-EST
                                     MOVE  SUF-PSP  TO  SUF-EST.
           IF  ITM-AUX   NOT  <  99
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           MOVE     "CADEST"  TO  ARQ-LKP
           MOVE     SPACES    TO  RGK-LKP
           MOVE     CHV-EST   TO  RGK-LKP (1: 5)
           PERFORM  ROT-LOCK-00
           IF  RSP-LKP   =    1  DISPLAY  TELA-LCK
                                 PERFORM  ROT-LCKW-00
                                 MOVE  SPACES  TO  ARQ-LKP
                                 GO       ROT-PROD-00.
           PERFORM  ROT-PROM-00  THRU  ROT-PROM-20
           IF  CLI-AUX   NOT  =  ZEROS
                                 MOVE     CLI-AUX  TO  CLI-PCL
                                 MOVE     PRX-EST  TO  PRX-PCL
                                 MOVE     SUF-EST  TO  SUF-PCL
                                 READ     CADPCL
                                 IF  FST-PCL   =  "00"
                                     MOVE  PRC-PCL  TO  VDA-APL.
           PERFORM  ROT-FEFO-00  THRU  ROT-FEFO-30
           PERFORM  ROT-KITC-00
           DISPLAY  ENTR-03.

       ROT-LOTE-00.
           ACCEPT   ENTR-12      DISPLAY  LOT-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PROD-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-LOTE-00.
           IF  LOT-AUX   =   SPACES  GO   ROT-QTDE-00.
           PERFORM  ROT-PLOT-00  THRU  ROT-PLOT-30
           IF  ACH-LOT   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-LOTE-00.

       ROT-QTDE-00.
           MOVE     0        TO  FLG-BCK
           MOVE     ZEROS    TO  QTD-FAL
           ACCEPT   ENTR-05      DISPLAY  QTD-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-LOTE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-QTDE-00.
           IF  QTD-AUX   =    0  GO       ROT-QTDE-00.
                                     IF  QTD-AUX   =  ZEROS
                                         GO       ROT-QTDE-00
                                     ELSE
                                         DISPLAY  ENTR-03.
           IF  LOT-AUX   NOT  =  SPACES  AND
               QTD-AUX   >       SDO-LOT
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-QTDE-00.
           PERFORM  ROT-RSVV-00  THRU  ROT-RSVV-30
           IF  RSP-RSV   =  "N"  GO       ROT-QTDE-00.
           COMPUTE  VAL-AUX  =   QTD-AUX  *  VDA-APL
           DISPLAY  ENTR-03.

       ROT-VALR-00.
           ACCEPT   ENTR-06      DISPLAY  VAL-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-QTDE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
           IF  VAL-AUX   =    0  GO       ROT-VALR-00.
           PERFORM  ROT-MRGM-00  THRU  ROT-MRGM-20
           IF  RSP-PER   =    1  GO       ROT-VALR-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
                                 GO       ROT-PROD-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  ITM-AUX   =    0  PERFORM  ROT-CUPN-00  THRU
                                          ROT-CUPN-20.

      ******************************************************
      *    GRAVACAO: proximo SEQ do produto, venda,        *

       ROT-GRVA-10.
           MOVE     DTA-DTA  TO  DTA-VND
           MOVE     NUM-AUX  TO  DOC-VND
           MOVE     CLI-AUX  TO  CLI-VND
           MOVE     QTD-AUX  TO  QTD-VND
           MOVE     VAL-AUX  TO  VAL-VND
           MOVE     VDD-AUX  TO  VDD-VND
           MOVE     ZEROS    TO  BCI-VND  ICM-VND
           MOVE     ICM-EST  TO  ALQ-VND
           IF  ICM-EST   NOT  =  ZEROS
               MOVE     VAL-AUX  TO  BCI-VND
               COMPUTE  ICM-VND  ROUNDED  =
                        VAL-AUX  *  ICM-EST  /  100.

       ROT-GRVA-20.
           MOVE     FIL-FLI  TO  FIL-VND
           WRITE    REG-VND
           IF  FST-VND   =  "22" ADD      1  TO  SEQ-VND
                                 GO       ROT-GRVA-20.
           PERFORM  ROT-AUDG-00.

       ROT-GRVA-30.
           IF  FLG-KIT   =    1  GO       ROT-GRVA-40.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           SUBTRACT QTD-AUX  FROM  SDO-EST
           ADD      QTD-AUX  TO    QVM-EST  QVA-EST
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     LOT-AUX  TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE
           IF  LOT-AUX   NOT  =  SPACES
                                          ROT-BLOT-20.
           IF  FLG-BCK   =    1  PERFORM  ROT-BCKW-00  THRU
                                          ROT-BCKW-40.
           PERFORM  ROT-ITEM-00  THRU  ROT-ITEM-20
           GO       ROT-PROD-00.

      ******************************************************
      *    KIT: acumuladores no kit e baixa dos kits       *
      *    montados e dos componentes (DYKITM)             *
      ******************************************************
       ROT-GRVA-40.
           READ     CADEST
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           ADD      QTD-AUX  TO    QVM-EST  QVA-EST
           REWRITE  REG-EST
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "S"      TO  OPC-KIT  TIP-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           MOVE     QTD-AUX  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-BCK   =    1  PERFORM  ROT-BCKW-00  THRU
                                          ROT-BCKW-40.
           PERFORM  ROT-ITEM-00  THRU  ROT-ITEM-20
           GO       ROT-PROD-00.

      ******************************************************
      *    ABRE O CUPOM NO PRIMEIRO ITEM: proximo numero   *
      *    do contador NCP-CTR (relido e regravado a cada  *
      *    cupom; zerado, parte do maior NUM-CPV gravado)  *
      *    e cabecalho "A" (aberto). Numero ja existente   *
      *    no CADCPV pega o seguinte do contador.          *
      ******************************************************
       ROT-CUPN-00.
           CLOSE    CADCTR
           OPEN     I-O          CADCTR
           READ     CADCTR
           IF  NCP-CTR   NOT  =  ZEROS  GO  ROT-CUPN-05.
           MOVE     999999   TO  NUM-CPV
           START    CADCPV       KEY  NOT  >  NUM-CPV
           IF  FST-CPV   =  "00"
                                 READ     CADCPV       PREVIOUS
                                 IF  FST-CPV   =  "00"
                                     MOVE  NUM-CPV  TO  NCP-CTR.

       ROT-CUPN-05.
           ADD      1        TO  NCP-CTR
           MOVE     NCP-CTR  TO  NUM-AUX
           REWRITE  REG-CTR
           CLOSE    CADCTR
           OPEN     INPUT        CADCTR
           READ     CADCTR.

       ROT-CUPN-10.
           PERFORM  ROT-CPVM-00
           WRITE    REG-CPV
           IF  FST-CPV   =  "22" GO       ROT-CUPN-00.
           MOVE     "CADCPV"  TO  ARQ-PRM
           MOVE     NUM-CPV   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CPV (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           DISPLAY  NUM-T02.

       ROT-CUPN-20.
           EXIT.

      ******************************************************
      *    GRAVA O ITEM DO CUPOM E ATUALIZA O CABECALHO    *
      ******************************************************
       ROT-ITEM-00.
           ADD      1        TO  ITM-AUX
           ADD      VAL-AUX  TO  TOT-AUX
           MOVE     NUM-AUX  TO  NUM-CVI
           MOVE     ITM-AUX  TO  ITM-CVI
           MOVE     PRX-EST  TO  PRX-CVI
           MOVE     SUF-EST  TO  SUF-CVI
           MOVE     SEQ-VND  TO  SEQ-CVI
           MOVE     QTD-AUX  TO  QTD-CVI
           MOVE     VAL-AUX  TO  VAL-CVI
           MOVE     LOT-AUX  TO  LOT-CVI
           MOVE     ZEROS    TO  MNT-CVI
           IF  FLG-KIT   =    1  MOVE     MNT-KIT  TO  MNT-CVI.

       ROT-ITEM-10.
           WRITE    REG-CVI
           IF  FST-CVI   =  "22" ADD      1  TO  ITM-AUX
                                 MOVE     ITM-AUX  TO  ITM-CVI
                                 GO       ROT-ITEM-10.
           MOVE     "CADCVI"  TO  ARQ-PRM
           MOVE     CHV-CVI   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CVI   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-CPVM-00
           REWRITE  REG-CPV
           DISPLAY  ENTR-02.

       ROT-ITEM-20.
           EXIT.

      ******************************************************
      *    MONTA O CABECALHO DO CUPOM (aberto, sem         *
      *    pagamento)                                      *
      ******************************************************
       ROT-CPVM-00.
           MOVE     NUM-AUX  TO  NUM-CPV
           MOVE     DTA-DTA  TO  DTA-CPV
           MOVE     CLI-AUX  TO  CLI-CPV
           MOVE     VDD-AUX  TO  VDD-CPV
           MOVE     PRM-OPR  TO  OPR-CPV
           MOVE     ITM-AUX  TO  QTD-CPV
           MOVE     TOT-AUX  TO  VAL-CPV
           MOVE     ZEROS    TO  DIN-CPV  CRT-CPV  BND-CPV
                                 CHQ-CPV  NTA-CPV  VLT-CPV  NVL-CPV
                                 PTR-CPV  DSP-CPV  PTG-CPV  PTE-CPV
           MOVE     SPACES   TO  MOT-CPV  OPX-CPV
           MOVE     "A"      TO  SIT-CPV.

       ROT-LIMP-00.
           MOVE     ZEROS    TO  CHV-EST  VDA-APL  QTD-FAL
                                 QTD-AUX  VAL-AUX  SDO-EST  VDA-EST
           MOVE     0        TO  FLG-BCK
           MOVE     SPACES   TO  DES-EST  LOT-AUX.

      ******************************************************
      *    PAGAMENTO DO CUPOM: resgate de pontos como      *
      *    desconto (cliente cadastrado com saldo e        *
      *    VPT-CTR informado), dinheiro, vale-troca,       *
      *    cartao e cheque informados; o resto do total    *
      *    fica a faturar.                                 *
      *    Esc volta aos itens.                            *
      ******************************************************
       ROT-PAGT-00.
           MOVE     ZEROS    TO  DIN-AUX  CRT-AUX  BND-AUX  CHQ-AUX
                                 BCQ-AUX  NCQ-AUX  DTA-DTC  NVL-AUX
                                 VLV-AUX  PTR-AUX  DSP-AUX  SPT-AUX
           MOVE     0        TO  FLG-PTS
           MOVE     SPACES   TO  EMI-AUX  NSU-AUX
           MOVE     TOT-AUX  TO  NTA-AUX
           IF  CLI-AUX   NOT  =  ZEROS
                                 MOVE     "S"      TO  OPC-PNT
                                 MOVE     CLI-AUX  TO  CLI-PNT
                                 MOVE     DTA-DTA  TO  DTA-PNT
                                 CALL     "DYPNTS"     USING  PRM-PNT
                                 MOVE     SDO-PNT  TO  SPT-AUX.
           IF  SPT-AUX   NOT  =  ZEROS  AND
               VPT-CTR   NOT  =  ZEROS
                                 MOVE     1        TO  FLG-PTS.
           DISPLAY  TELA-09      TELA-08  ENTR-14
           IF  FLG-PTS   =    0  GO       ROT-PAGT-10.

       ROT-PAGT-05.
           ACCEPT   ENTR-21      DISPLAY  ENTR-14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGT-90.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-05.
           COMPUTE  DSP-AUX  =   PTR-AUX  *  VPT-CTR
           IF  PTR-AUX   >   SPT-AUX  OR
               DSP-AUX   >   TOT-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 MOVE     ZEROS  TO  PTR-AUX  DSP-AUX
                                 PERFORM  ROT-REST-00
                                 GO       ROT-PAGT-05.
           PERFORM  ROT-REST-00.

       ROT-PAGT-10.
           ACCEPT   ENTR-15      DISPLAY  ENTR-14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  FLG-PTS  =  0
                                 GO       ROT-PAGT-90.
           IF  TECLADO   =  "01" GO       ROT-PAGT-05.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-10.
           COMPUTE  PAG-AUX  =   DSP-AUX  +  DIN-AUX
           IF  PAG-AUX   >   TOT-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-10.
           PERFORM  ROT-REST-00.

      ******************************************************
      *    VALE-TROCA: numero zero = sem vale; valor zero  *
      *    assume o saldo do vale ate o que falta pagar.   *
      ******************************************************
       ROT-PAGT-15.
           ACCEPT   ENTR-20      DISPLAY  ENTR-14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGT-10.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-15.
           IF  NVL-AUX   =    0  MOVE     ZEROS  TO  VLV-AUX
                                 PERFORM  ROT-REST-00
                                 GO       ROT-PAGT-20.
           MOVE     NVL-AUX  TO  NUM-VLT
           READ     CADVLT       MOVE 21  TO  IND-MSG
           IF  FST-VLT   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-15.
           MOVE     VCT-VLT  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  SIT-VLT   NOT  =  "A"  OR
               SDO-VLT   =   ZEROS    OR
               D8-REG    <   D8-INI
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-15.
           IF  VLV-AUX   =    0
               COMPUTE  VLV-AUX  =  TOT-AUX  -  DSP-AUX  -  DIN-AUX
               IF  VLV-AUX   >   SDO-VLT
                                 MOVE  SDO-VLT  TO  VLV-AUX.
           COMPUTE  PAG-AUX  =   DSP-AUX  +  DIN-AUX  +  VLV-AUX
           IF  VLV-AUX   >   SDO-VLT  OR
               PAG-AUX   >   TOT-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-15.
           PERFORM  ROT-REST-00.

       ROT-PAGT-20.
           ACCEPT   ENTR-16      DISPLAY  ENTR-14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGT-15.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-20.
           IF  CRT-AUX   =    0  MOVE     0       TO  BND-AUX
                                 MOVE     SPACES  TO  NSU-AUX
           ELSE
               IF  BND-AUX   NOT  =  3  AND  NOT  =  4  AND
                   NOT  =  5  AND  NOT  =  7  AND  NOT  =  8
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-20.
           COMPUTE  PAG-AUX  =   DSP-AUX  +  DIN-AUX  +  VLV-AUX
                             +   CRT-AUX
           IF  PAG-AUX   >   TOT-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-20.
           PERFORM  ROT-REST-00.

       ROT-PAGT-30.
           ACCEPT   ENTR-17      DISPLAY  ENTR-14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGT-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-30.
           IF  CHQ-AUX   =    0  MOVE     ZEROS   TO  BCQ-AUX  NCQ-AUX
                                                      DTA-DTC
                                 MOVE     SPACES  TO  EMI-AUX
                                 PERFORM  ROT-REST-00
                                 GO       ROT-PAGT-50.
           IF  CLI-AUX   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-30.
           COMPUTE  PAG-AUX  =   DSP-AUX  +  DIN-AUX  +  VLV-AUX
                             +   CRT-AUX  +  CHQ-AUX
           IF  PAG-AUX   >   TOT-AUX  OR
               BCQ-AUX   =   ZEROS    OR
               NCQ-AUX   =   ZEROS
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-30.
           PERFORM  ROT-REST-00.

       ROT-PAGT-40.
           CALL    "DYDATA"  USING  PRM-DTC  PRM-HLP
           IF  FLG-DTC   =    0  GO       ROT-PAGT-30.
           IF  EMI-AUX   =   SPACES  MOVE  NOM-MDR  TO  EMI-AUX.
           DISPLAY  ENTR-14.

       ROT-PAGT-45.
           ACCEPT   ENTR-18      DISPLAY  EMI-T14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGT-40.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGT-45.
           IF  EMI-AUX   =   SPACES  GO   ROT-PAGT-45.

       ROT-PAGT-50.
           IF  NTA-AUX   <   ZEROS
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-10.
           IF  NTA-AUX   >   ZEROS  AND  CLI-AUX  =  ZEROS
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGT-10.
           IF  NTA-AUX   >   ZEROS  AND
               LIM-MDR   NOT  =  ZEROS
               MOVE     CLI-AUX  TO  COD-LIM
               MOVE     NTA-AUX  TO  VAL-LIM
               MOVE     LIM-MDR  TO  LMT-LIM
               CALL    "DYLIMC"      USING    PRM-LIM
               IF  RSP-LIM   =    2  MOVE    58  TO  IND-MSG
                                     PERFORM  ROT-MSGM-00
                                     GO       ROT-PAGT-10
               ELSE
                   IF  RSP-LIM   =    1  MOVE    59  TO  IND-MSG
                                         PERFORM  ROT-MSGM-00.
           DISPLAY  TELA-10.

       ROT-PAGT-60.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-19
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-07
                                 GO       ROT-PAGT-10.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-07
                                 GO       ROT-PAGT-10.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-PAGT-60.
           DISPLAY  TELA-07
           PERFORM  ROT-BXPG-00  THRU  ROT-BXPG-90
           DISPLAY  TELA-09      TELA-02
           IF  CLI-AUX   NOT  =  ZEROS
                                 PERFORM  ROT-ENTG-00  THRU
                                          ROT-ENTG-EXIT.
           GO       ROT-CUPM-00.

       ROT-PAGT-90.
           DISPLAY  TELA-09      TELA-02  ENTR-02
           GO       ROT-PROD-00.

       ROT-REST-00.
           COMPUTE  NTA-AUX  =   TOT-AUX  -  DSP-AUX  -  DIN-AUX
                             -   VLV-AUX  -  CRT-AUX  -  CHQ-AUX
           DISPLAY  ENTR-14.

      ******************************************************
      *    ENTREGA A DOMICILIO DO CUPOM: data pedida (nao  *
      *    anterior a venda), janela de horario HHMM (0 =  *
      *    sem horario) e valor a cobrar na entrega (ate o *
      *    liquido do cupom). A entrega e os itens sao     *
      *    gravados pelo DYENTG com o endereco do CADMDR.  *
      ******************************************************
       ROT-ENTG-00.
           DISPLAY  TELA-ETQ.

       ROT-ENTG-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-ETQ
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-90.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-10.
           IF  RSP-OPC   =  "N"  GO       ROT-ENTG-90.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-ENTG-10.
           MOVE     ZEROS    TO  HRI-AUX  HRF-AUX  VCB-AUX
           MOVE     DTA-DTA  TO  DTA-DTE
           DISPLAY  TELA-ETG     ENTR-ETD.

       ROT-ENTG-20.
           CALL    "DYDATA"  USING  PRM-DTE  PRM-HLP
           IF  FLG-DTE   =    0  DISPLAY  TELA-ETZ
                                 GO       ROT-ENTG-00.
           MOVE     DTA-DTE  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-ETG
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-ETG    <       D8-REG
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-20.

       ROT-ENTG-30.
           ACCEPT   ENTR-ETH     DISPLAY  ENTR-ETD
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-30.
           IF  HRI-AUX   >   2359  OR
               HRF-AUX   >   2400
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-30.
           IF  HRF-AUX   NOT  =  ZEROS  AND  NOT  >  HRI-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-30.

       ROT-ENTG-40.
           ACCEPT   ENTR-ETV     DISPLAY  ENTR-ETD
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-30.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-40.
           COMPUTE  LIQ-AUX  =   TOT-AUX  -  DSP-AUX
           IF  VCB-AUX   >       LIQ-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-40.
           MOVE     "C"      TO  ORI-ETG
           MOVE     NUM-AUX  TO  DOC-ETG
           MOVE     DTA-DTA  TO  DTA-ETG
           MOVE     CLI-AUX  TO  CLI-ETG
           MOVE     DTA-DTE  TO  DTS-ETG
           MOVE     HRI-AUX  TO  HRI-ETG
           MOVE     HRF-AUX  TO  HRF-ETG
           MOVE     VCB-AUX  TO  VCB-ETG
           MOVE     PRM-OPR  TO  OPR-ETG
           CALL     "DYENTG"     USING    PRM-ETG
           IF  RSP-ETG   NOT  =  0
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.

       ROT-ENTG-90.
           DISPLAY  TELA-ETZ.

       ROT-ENTG-EXIT.
           EXIT.

      ******************************************************
      *    LANCAMENTOS DO PAGAMENTO: resgate dos pontos    *
      *    (CADPTS "R"), dinheiro na gaveta                *
      *    (CADCXA "V"), baixa do saldo do vale-troca      *
      *    (CADVLT), cartao pendente da bandeira           *
      *    (CADCRD), cheque em carteira (CADCHQ) e         *
      *    requisicao a faturar (CADNTA); credita os       *
      *    pontos ganhos e fecha o cupom.                  *
      ******************************************************
       ROT-BXPG-00.
           IF  PTR-AUX   NOT  =  ZEROS
                                 MOVE     "D"      TO  OPC-PNT
                                 MOVE     CLI-AUX  TO  CLI-PNT
                                 MOVE     DTA-DTA  TO  DTA-PNT
                                 MOVE     "R"      TO  TIP-PNT
                                 MOVE     PTR-AUX  TO  QTD-PNT
                                 MOVE     NUM-AUX  TO  DOC-PNT
                                 MOVE     PRM-OPR  TO  OPR-PNT
                                 CALL     "DYPNTS"     USING  PRM-PNT.
           IF  DIN-AUX   =    0  GO       ROT-BXPG-17.
           MOVE     DTA-DTA  TO  DTA-CXA
           MOVE     999      TO  SEQ-CXA
           START    CADCXA       KEY  NOT  >  CHV-CXA
           IF  FST-CXA   =  "23" MOVE     1  TO  SEQ-CXA
                                 GO       ROT-BXPG-10.
           READ     CADCXA       PREVIOUS
           IF  FST-CXA   NOT  =  "00"  OR
               DTA-CXA   NOT  =  DTA-DTA
                                 MOVE     DTA-DTA  TO  DTA-CXA
                                 MOVE     1        TO  SEQ-CXA
           ELSE
                                 ADD      1        TO  SEQ-CXA.

       ROT-BXPG-10.
           MOVE     NUM-AUX  TO  NUM-HST
           MOVE     "V"      TO  TIP-CXA
           MOVE     DIN-AUX  TO  VAL-CXA
           MOVE     HST-CUP  TO  HST-CXA
           MOVE     PRM-OPR  TO  OPR-CXA
           ACCEPT   HRA-CXA  FROM  TIME.

       ROT-BXPG-15.
           MOVE     FIL-FLI  TO  FIL-CXA
           WRITE    REG-CXA
           IF  FST-CXA   =  "22" ADD      1  TO  SEQ-CXA
                                 GO       ROT-BXPG-15.
           MOVE     "CADCXA"  TO  ARQ-PRM
           MOVE     CHV-CXA   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CXA (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-17.
           IF  VLV-AUX   =    0  GO       ROT-BXPG-20.
           MOVE     NVL-AUX  TO  NUM-VLT
           READ     CADVLT
           IF  FST-VLT   NOT  =  "00"  GO  ROT-BXPG-20.
           MOVE     REG-VLT  TO  ANT-AUX
           IF  VLV-AUX   >   SDO-VLT
                                 MOVE     ZEROS  TO  SDO-VLT
           ELSE
                                 SUBTRACT VLV-AUX  FROM  SDO-VLT.
           IF  SDO-VLT   =   ZEROS  MOVE  "U"  TO  SIT-VLT.
           MOVE     DTA-DTA  TO  ULT-VLT
           MOVE     NUM-AUX  TO  CPV-VLT
           REWRITE  REG-VLT
           MOVE     "CADVLT"  TO  ARQ-PRM
           MOVE     NUM-VLT   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-VLT   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-20.
           IF  CRT-AUX   =    0  GO       ROT-BXPG-30.
           MOVE     BND-AUX  TO  PRX-CRD
           MOVE     CLI-AUX  TO  COD-CRD
           MOVE     1        TO  SEQ-CRD
           MOVE     CRT-AUX  TO  VAL-CRD
           MOVE     DTA-DTA  TO  DTA-CRD
           MOVE     NSU-AUX  TO  NSU-CRD.

       ROT-BXPG-25.
           WRITE    REG-CRD
           IF  FST-CRD   =  "22" ADD      1  TO  SEQ-CRD
                                 GO       ROT-BXPG-25.
           MOVE     "CADCRD"  TO  ARQ-PRM
           MOVE     CHV-CRD   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CRD   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-30.
           IF  CHQ-AUX   =    0  GO       ROT-BXPG-40.
           MOVE     CLI-AUX  TO  COD-CHQ
           MOVE     99999    TO  SEQ-CHQ
           START    CADCHQ       KEY  NOT  >  CHV-CHQ
           IF  FST-CHQ   =  "23" MOVE     1  TO  SEQ-CHQ
                                 GO       ROT-BXPG-33.
           READ     CADCHQ       PREVIOUS
           IF  FST-CHQ   NOT  =  "00"  OR
               COD-CHQ   NOT  =  CLI-AUX
                                 MOVE     CLI-AUX  TO  COD-CHQ
                                 MOVE     1        TO  SEQ-CHQ
           ELSE
                                 ADD      1        TO  SEQ-CHQ.

       ROT-BXPG-33.
           MOVE     BCQ-AUX  TO  BCO-CHQ
           MOVE     NCQ-AUX  TO  NUM-CHQ
           MOVE     DTA-DTC  TO  VCT-CHQ
           MOVE     CHQ-AUX  TO  VAL-CHQ
           MOVE     EMI-AUX  TO  EMI-CHQ
           MOVE     "C"      TO  SIT-CHQ
           MOVE     ZEROS    TO  DEP-CHQ  DTD-CHQ
           MOVE     PRM-OPR  TO  OPR-CHQ.

       ROT-BXPG-35.
           WRITE    REG-CHQ
           IF  FST-CHQ   =  "22" ADD      1  TO  SEQ-CHQ
                                 GO       ROT-BXPG-35.
           MOVE     "CADCHQ"  TO  ARQ-PRM
           MOVE     CHV-CHQ   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CHQ (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-40.
           IF  NTA-AUX   NOT  >  ZEROS  GO  ROT-BXPG-47.
           MOVE     CLI-AUX  TO  COD-NTA
           MOVE     999999   TO  SEQ-NTA
           START    CADNTA       KEY  NOT  >  CHV-NTA
           IF  FST-NTA   =  "23" MOVE     1  TO  SEQ-NTA
                                 GO       ROT-BXPG-43.
           READ     CADNTA       PREVIOUS
           IF  FST-NTA   NOT  =  "00"  OR
               COD-NTA   NOT  =  CLI-AUX
                                 MOVE     CLI-AUX  TO  COD-NTA
                                 MOVE     1        TO  SEQ-NTA
           ELSE
                                 ADD      1        TO  SEQ-NTA.

       ROT-BXPG-43.
           MOVE     NTA-AUX  TO  VAL-NTA.

       ROT-BXPG-45.
           WRITE    REG-NTA
           IF  FST-NTA   =  "22" ADD      1  TO  SEQ-NTA
                                 GO       ROT-BXPG-45.
           MOVE     "CADNTA"  TO  ARQ-PRM
           MOVE     CHV-NTA   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-NTA   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-47.
           MOVE     ZEROS    TO  PTG-AUX
           IF  CLI-AUX   NOT  =  ZEROS
                                 PERFORM  ROT-PNTS-00  THRU
                                          ROT-PNTS-30.

       ROT-BXPG-50.
           PERFORM  ROT-CPVM-00
           MOVE     REG-CPV (32: 50)  TO  ANT-AUX
           MOVE     DIN-AUX  TO  DIN-CPV
           MOVE     CRT-AUX  TO  CRT-CPV
           MOVE     BND-AUX  TO  BND-CPV
           MOVE     CHQ-AUX  TO  CHQ-CPV
           MOVE     NTA-AUX  TO  NTA-CPV
           MOVE     VLV-AUX  TO  VLT-CPV
           MOVE     NVL-AUX  TO  NVL-CPV
           MOVE     PTR-AUX  TO  PTR-CPV
           MOVE     DSP-AUX  TO  DSP-CPV
           MOVE     PTG-AUX  TO  PTG-CPV
           MOVE     "F"      TO  SIT-CPV
           REWRITE  REG-CPV
           MOVE     "CADCPV"  TO  ARQ-PRM
           MOVE     NUM-CPV   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CPV (32: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-BXPG-90.
           EXIT.

      ******************************************************
      *    PONTOS GANHOS NO CUPOM: valor de cada item      *
      *    vezes os pontos por real da regra do grupo (ou  *
      *    da geral, grupo 00); item em promocao vigente   *
      *    fica de fora quando a regra exclui (PRO-RPT =   *
      *    "N").                                           *
      *    O total e proporcional ao liquido do desconto   *
      *    do resgate, desprezando a fracao de ponto.      *
      ******************************************************
       ROT-PNTS-00.
           MOVE     ZEROS    TO  BPT-AUX  ITM-CVI
           MOVE     NUM-AUX  TO  NUM-CVI.

       ROT-PNTS-10.
           START    CADCVI       KEY  >   CHV-CVI
           IF  FST-CVI   =  "23" GO       ROT-PNTS-20.
           READ     CADCVI  NEXT
           IF  FST-CVI   =  "10" GO       ROT-PNTS-20.
           IF  NUM-CVI   NOT  =  NUM-AUX  GO  ROT-PNTS-20.
           MOVE     PRX-CVI  TO  GRP-RPT
           READ     CADRPT
           IF  FST-RPT   NOT  =  "00"
                                 MOVE     ZEROS  TO  GRP-RPT
                                 READ     CADRPT.
           IF  FST-RPT   NOT  =  "00"  OR
               PTS-RPT   =   ZEROS    GO  ROT-PNTS-10.
           IF  PRO-RPT   =  "S"  GO       ROT-PNTS-15.
           MOVE     PRX-CVI  TO  PRX-PRO
           MOVE     SUF-CVI  TO  SUF-PRO
           READ     CADPRO
           IF  FST-PRO   NOT  =  "00"  GO  ROT-PNTS-15.
           MOVE     DTI-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRI
           MOVE     DTF-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRF
           IF  D8-INI    NOT  <  D8-PRI  AND
               D8-INI    NOT  >  D8-PRF   GO  ROT-PNTS-10.

       ROT-PNTS-15.
           COMPUTE  BPT-AUX  =   BPT-AUX  +  VAL-CVI  *  PTS-RPT
           GO       ROT-PNTS-10.

       ROT-PNTS-20.
           IF  BPT-AUX   =   ZEROS  OR
               TOT-AUX   =   ZEROS  GO    ROT-PNTS-30.
           COMPUTE  PTG-AUX  =   BPT-AUX  *  (TOT-AUX  -  DSP-AUX)
                                 /   TOT-AUX
           IF  PTG-AUX   =   ZEROS  GO    ROT-PNTS-30.
           MOVE     "C"      TO  OPC-PNT
           MOVE     CLI-AUX  TO  CLI-PNT
           MOVE     DTA-DTA  TO  DTA-PNT
           MOVE     PTG-AUX  TO  QTD-PNT
           MOVE     NUM-AUX  TO  DOC-PNT
           MOVE     MPT-CTR  TO  MES-PNT
           MOVE     PRM-OPR  TO  OPR-PNT
           CALL     "DYPNTS"     USING    PRM-PNT.

       ROT-PNTS-30.
           EXIT.

      ******************************************************
      *    FEFO: sugere o lote de validade mais antiga com *
      *    saldo (CADLTE); produto sem lote = espacos.     *
       ROT-FEFO-30.
           EXIT.

      ******************************************************
      *    KIT: custo dos componentes e kits disponiveis   *
      *    (montados + os que os componentes permitem),    *
      *    que passam a ser o saldo do item na tela e nas  *
      *    consistencias de quantidade.                    *
      ******************************************************
       ROT-KITC-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     DSP-KIT  TO  SDO-EST.

      ******************************************************
      *    LOCALIZA O LOTE INFORMADO PELO OPERADOR         *
      ******************************************************
       ROT-BCKO-40.
           EXIT.

      ******************************************************
      *    SALDO RESERVADO: quantidade acima do saldo      *
      *    menos as reservas de orcamentos e pendencias    *
      *    (CADRSV) so e vendida com a confirmacao do      *
      *    operador.                                       *
      ******************************************************
       ROT-RSVV-00.
           MOVE     "S"      TO  RSP-RSV
           MOVE     "S"      TO  OPC-RES
           MOVE     PRX-EST  TO  PRX-RES
           MOVE     SUF-EST  TO  SUF-RES
           MOVE     SPACES   TO  ORI-RES
           MOVE     ZEROS    TO  DOC-RES  ITM-RES
           MOVE     DTA-DTA  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           IF  SDO-RES   =    0  GO       ROT-RSVV-30.
           COMPUTE  DRS-AUX  =   SDO-EST  -  SDO-RES
           IF  QTD-AUX   NOT  >  DRS-AUX
                                 GO       ROT-RSVV-30.
           DISPLAY  TELA-RSV.

       ROT-RSVV-10.
           MOVE     SPACES   TO  RSP-RSV
           ACCEPT   ENTR-RSV
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     "N"  TO  RSP-RSV.
           IF  RSP-RSV  NOT  =   "S"  AND  NOT  =  "N"
                                 GO       ROT-RSVV-10.
           DISPLAY  TELA-07.

       ROT-RSVV-30.
           EXIT.

      ******************************************************
      *    SEM VENDA NENHUMA: grava a pendencia aceita     *
      *    (ou descarta, se o operador recusou) e volta    *
      *    CST-EST + MRG-CTR% so com o nivel de custos do  *
      *    perfil (DYPERM funcao 4). MRG-CTR zerada        *
      *    desliga a consistencia. RSP-PER = 1 bloqueia.   *
      *    No kit o custo e o dos componentes (DYKITM).    *
      ******************************************************
       ROT-MRGM-00.
           MOVE     0        TO  RSP-PER
           IF  MRG-CTR   =   ZEROS  GO   ROT-MRGM-20.
           COMPUTE  PRC-UNI  ROUNDED  =  VAL-AUX  /  QTD-AUX
           MOVE     CST-EST  TO  CST-MRG
           IF  FLG-KIT   =    1  MOVE     CUS-KIT  TO  CST-MRG.
           COMPUTE  PRC-MIN  ROUNDED  =
                    CST-MRG  *  (100  +  MRG-CTR)  /  100
           IF  PRC-UNI   NOT  <  PRC-MIN  GO  ROT-MRGM-20.
           MOVE     4        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
       ROT-PROM-20.
           EXIT.

      ******************************************************
      *    CANCELAMENTO DO CUPOM (F4 no numero): so no dia *
      *    da venda e com o nivel de estorno do perfil     *
      *    (DYPERM funcao 3). Cupom ja cancelado ou        *
      *    marcado para entrega (retorno pelo DY1183) nao  *
      *    cancela. Motivo obrigatorio; confirmado, os     *
      *    itens voltam ao estoque, o pagamento e os       *
      *    pontos sao desfeitos e o cupom fica "X" com o   *
      *    motivo e o operador (o registro nao e apagado). *
      ******************************************************
       ROT-CANC-00.
           IF  NUM-AUX   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     NUM-AUX  TO  NUM-CPV
           READ     CADCPV       MOVE 21  TO  IND-MSG
           IF  FST-CPV   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     43       TO  IND-MSG
           IF  SIT-CPV   =  "X"  OR
               DTA-CPV   NOT  =  DTA-SYS
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     "C"      TO  ORI-ENT
           MOVE     NUM-CPV  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   =  "00" PERFORM  ROT-MSGM-00
                                 GO       ROT-CUPM-00.
           MOVE     DTA-CPV  TO  DTA-DTA
           MOVE     CLI-CPV  TO  CLI-AUX
           MOVE     VDD-CPV  TO  VDD-AUX
           MOVE     QTD-CPV  TO  ITM-AUX
           MOVE     VAL-CPV  TO  TOT-AUX
           IF  CLI-AUX   NOT  =  ZEROS
                                 MOVE     CLI-AUX  TO  CHV-MDR
                                 READ     CADMDR
                                 IF  FST-MDR   NOT  =  "00"
                                     MOVE  SPACES  TO  NOM-MDR.
           MOVE     SPACES   TO  MOT-AUX
           DISPLAY  ENTR-02      TELA-CAN.

       ROT-CANC-10.
           ACCEPT   ENTR-CAN
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-CNZ
                                 GO       ROT-CUPM-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CANC-10.
           IF  MOT-AUX   =   SPACES  GO   ROT-CANC-10.
           DISPLAY  TELA-CNC.

       ROT-CANC-20.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-CNC
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CANC-10.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-CNZ
                                 GO       ROT-CUPM-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CANC-20.
           MOVE     REG-CPV (32: 50)  TO  ANT-AUX
           PERFORM  ROT-CPAG-00  THRU  ROT-CPAG-90
           PERFORM  ROT-CITM-00  THRU  ROT-CITM-90
           MOVE     "X"      TO  SIT-CPV
           MOVE     MOT-AUX  TO  MOT-CPV
           MOVE     PRM-OPR  TO  OPX-CPV
           REWRITE  REG-CPV
           MOVE     "CADCPV"  TO  ARQ-PRM
           MOVE     NUM-CPV   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SIT-CPV   TO  NOV-PRM
           MOVE     MOT-CPV   TO  NOV-PRM (3: 30)
           MOVE     OPX-CPV   TO  NOV-PRM (34: 10)
           PERFORM  ROT-AUDG-00
           DISPLAY  TELA-CNZ
           GO       ROT-CUPM-00.

      ******************************************************
      *    ITENS DO CUPOM CANCELADO: a venda CADVND fica   *
      *    gravada com quantidade, valor e ICMS zerados; o *
      *    saldo volta ao estoque (kit pelo DYKITM, os     *
      *    montados MNT-CVI ao proprio kit e o resto aos   *
      *    componentes) e ao lote, os acumuladores         *
      *    QVM/QVA-EST sao estornados e o kardex recebe a  *
      *    entrada tipo "X". Cada produto e travado        *
      *    (DYLOCK) so durante a sua regravacao.           *
      ******************************************************
       ROT-CITM-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           MOVE     NUM-AUX  TO  NUM-CVI
           MOVE     ZEROS    TO  ITM-CVI.

       ROT-CITM-10.
           START    CADCVI       KEY  >   CHV-CVI
           IF  FST-CVI   =  "23" GO       ROT-CITM-90.
           READ     CADCVI  NEXT
           IF  FST-CVI   =  "10" GO       ROT-CITM-90.
           IF  NUM-CVI   NOT  =  NUM-AUX  GO  ROT-CITM-90.
           MOVE     PRX-CVI  TO  PRX-VND
           MOVE     SUF-CVI  TO  SUF-VND
           MOVE     SEQ-CVI  TO  SEQ-VND
           READ     CADVND
           IF  FST-VND   NOT  =  "00"  GO  ROT-CITM-20.
           MOVE     REG-VND  TO  ANT-AUX
           MOVE     ZEROS    TO  QTD-VND  VAL-VND  BCI-VND  ICM-VND
           REWRITE  REG-VND
           MOVE     "CADVND"  TO  ARQ-PRM
           MOVE     CHV-VND   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-VND   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CITM-20.
           MOVE     PRX-CVI  TO  PRX-EST
           MOVE     SUF-CVI  TO  SUF-EST
           MOVE     QTD-CVI  TO  QTD-AUX
           MOVE     LOT-CVI  TO  LOT-AUX
           MOVE     "V"      TO  OPC-KIT
           MOVE     "X"      TO  TIP-KIT
           MOVE     ZEROS    TO  MNT-KIT
           IF  MNT-CVI   NUMERIC  MOVE     MNT-CVI  TO  MNT-KIT.
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           MOVE     QTD-AUX  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           PERFORM  ROT-LCKE-00  THRU  ROT-LCKE-10
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  PERFORM  ROT-LCKU-00
                                 MOVE  SPACES  TO  ARQ-LKP
                                 GO       ROT-CITM-10.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           IF  FLG-KIT   =    0  ADD      QTD-AUX  TO  SDO-EST.
           IF  QTD-AUX   >       QVM-EST
                                 MOVE  ZEROS  TO  QVM-EST
           ELSE
                                 SUBTRACT  QTD-AUX  FROM  QVM-EST.
           IF  QTD-AUX   >       QVA-EST
                                 MOVE  ZEROS  TO  QVA-EST
           ELSE
                                 SUBTRACT  QTD-AUX  FROM  QVA-EST.
           REWRITE  REG-EST
           PERFORM  ROT-LCKU-00
           MOVE     SPACES   TO  ARQ-LKP
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  FLG-KIT   =    1  GO       ROT-CITM-10.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-DTA  TO  DTA-PRM
           MOVE     "X"      TO  TIP-PRM
           MOVE     QTD-AUX  TO  QTD-MOV
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     LOT-AUX  TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE
           IF  LOT-AUX   NOT  =  SPACES
                                 PERFORM  ROT-XLOT-00  THRU
                                          ROT-XLOT-20.
           GO       ROT-CITM-10.

       ROT-CITM-90.
           EXIT.

      ******************************************************
      *    DEVOLVE AO LOTE O SALDO DO ITEM CANCELADO       *
      ******************************************************
       ROT-XLOT-00.
           PERFORM  ROT-PLOT-00  THRU  ROT-PLOT-30
           IF  ACH-LOT   =    0  GO       ROT-XLOT-20.
           ADD      QTD-AUX  TO    SDO-LTE
           REWRITE  REG-LTE.
       ROT-XLOT-20.
           EXIT.

      ******************************************************
      *    PAGAMENTO DO CUPOM CANCELADO: pontos resgatados *
      *    voltam ao cliente e os ganhos sao estornados    *
      *    (DYPNTS); o dinheiro da gaveta passa de "V" a   *
      *    "X" (sai da conferencia do caixa); o vale-troca *
      *    usado recupera o saldo; cartao pendente, cheque *
      *    em carteira e a faturar do cupom sao excluidos. *
      *    Cartao, cheque e a faturar sao achados pelo     *
      *    cliente, data/valor (o ultimo que casar).       *
      ******************************************************
       ROT-CPAG-00.
           IF  PTR-CPV   NOT  =  ZEROS
                                 MOVE     "C"      TO  OPC-PNT
                                 MOVE     CLI-CPV  TO  CLI-PNT
                                 MOVE     DTA-CPV  TO  DTA-PNT
                                 MOVE     PTR-CPV  TO  QTD-PNT
                                 MOVE     NUM-CPV  TO  DOC-PNT
                                 MOVE     MPT-CTR  TO  MES-PNT
                                 MOVE     PRM-OPR  TO  OPR-PNT
                                 CALL     "DYPNTS"     USING  PRM-PNT.
           IF  PTG-CPV   >   PTE-CPV
                                 MOVE     "D"      TO  OPC-PNT
                                 MOVE     CLI-CPV  TO  CLI-PNT
                                 MOVE     DTA-CPV  TO  DTA-PNT
                                 MOVE     "E"      TO  TIP-PNT
                                 COMPUTE  QTD-PNT  =
                                          PTG-CPV  -  PTE-CPV
                                 MOVE     NUM-CPV  TO  DOC-PNT
                                 MOVE     PRM-OPR  TO  OPR-PNT
                                 CALL     "DYPNTS"     USING  PRM-PNT.
           IF  DIN-CPV   =    0  GO       ROT-CPAG-20.
           MOVE     NUM-CPV  TO  NUM-HST
           MOVE     DTA-CPV  TO  DTA-CXA
           MOVE     ZEROS    TO  SEQ-CXA.

       ROT-CPAG-10.
           START    CADCXA       KEY  >   CHV-CXA
           IF  FST-CXA   =  "23" GO       ROT-CPAG-20.
           READ     CADCXA  NEXT
           IF  FST-CXA   =  "10" GO       ROT-CPAG-20.
           IF  DTA-CXA   NOT  =  DTA-CPV  GO  ROT-CPAG-20.
           IF  TIP-CXA   NOT  =  "V"  OR
               HST-CXA   NOT  =  HST-CUP  GO  ROT-CPAG-10.
           MOVE     REG-CXA (1: 50)  TO  ANT-AUX
           MOVE     "X"      TO  TIP-CXA
           REWRITE  REG-CXA
           MOVE     "CADCXA"  TO  ARQ-PRM
           MOVE     CHV-CXA   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CXA (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CPAG-20.
           IF  VLT-CPV   =    0  GO       ROT-CPAG-30.
           MOVE     NVL-CPV  TO  NUM-VLT
           READ     CADVLT
           IF  FST-VLT   NOT  =  "00"  GO  ROT-CPAG-30.
           MOVE     REG-VLT  TO  ANT-AUX
           ADD      VLT-CPV  TO  SDO-VLT
           IF  SDO-VLT   >   VAL-VLT  MOVE  VAL-VLT  TO  SDO-VLT.
           MOVE     "A"      TO  SIT-VLT
           REWRITE  REG-VLT
           MOVE     "CADVLT"  TO  ARQ-PRM
           MOVE     NUM-VLT   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-VLT   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CPAG-30.
           IF  CRT-CPV   =    0  GO       ROT-CPAG-40.
           MOVE     ZEROS    TO  SEQ-ACH
           MOVE     BND-CPV  TO  PRX-CRD
           MOVE     CLI-CPV  TO  COD-CRD
           MOVE     ZEROS    TO  SEQ-CRD.

       ROT-CPAG-33.
           START    CADCRD       KEY  >   CHV-CRD
           IF  FST-CRD   =  "23" GO       ROT-CPAG-35.
           READ     CADCRD  NEXT
           IF  FST-CRD   =  "10" GO       ROT-CPAG-35.
           IF  PRX-CRD   NOT  =  BND-CPV  OR
               COD-CRD   NOT  =  CLI-CPV  GO  ROT-CPAG-35.
           IF  DTA-CRD   =   DTA-CPV  AND
               VAL-CRD   =   CRT-CPV  MOVE  SEQ-CRD  TO  SEQ-ACH.
           GO       ROT-CPAG-33.

       ROT-CPAG-35.
           IF  SEQ-ACH   =   ZEROS  GO    ROT-CPAG-40.
           MOVE     BND-CPV  TO  PRX-CRD
           MOVE     CLI-CPV  TO  COD-CRD
           MOVE     SEQ-ACH  TO  SEQ-CRD
           READ     CADCRD
           IF  FST-CRD   NOT  =  "00"  GO  ROT-CPAG-40.
           DELETE   CADCRD
           MOVE     "CADCRD"  TO  ARQ-PRM
           MOVE     CHV-CRD   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     REG-CRD   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CPAG-40.
           IF  CHQ-CPV   =    0  GO       ROT-CPAG-50.
           MOVE     ZEROS    TO  SEQ-ACH
           MOVE     CLI-CPV  TO  COD-CHQ
           MOVE     ZEROS    TO  SEQ-CHQ.

       ROT-CPAG-43.
           START    CADCHQ       KEY  >   CHV-CHQ
           IF  FST-CHQ   =  "23" GO       ROT-CPAG-45.
           READ     CADCHQ  NEXT
           IF  FST-CHQ   =  "10" GO       ROT-CPAG-45.
           IF  COD-CHQ   NOT  =  CLI-CPV  GO  ROT-CPAG-45.
           IF  SIT-CHQ   =  "C"  AND
               VAL-CHQ   =   CHQ-CPV  MOVE  SEQ-CHQ  TO  SEQ-ACH.
           GO       ROT-CPAG-43.

       ROT-CPAG-45.
           IF  SEQ-ACH   =   ZEROS  GO    ROT-CPAG-50.
           MOVE     CLI-CPV  TO  COD-CHQ
           MOVE     SEQ-ACH  TO  SEQ-CHQ
           READ     CADCHQ
           IF  FST-CHQ   NOT  =  "00"  GO  ROT-CPAG-50.
           DELETE   CADCHQ
           MOVE     "CADCHQ"  TO  ARQ-PRM
           MOVE     CHV-CHQ   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     REG-CHQ (1: 50)  TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CPAG-50.
           IF  NTA-CPV   =    0  GO       ROT-CPAG-90.
           MOVE     ZEROS    TO  SEQ-ACH
           MOVE     CLI-CPV  TO  COD-NTA
           MOVE     ZEROS    TO  SEQ-NTA.

       ROT-CPAG-53.
           START    CADNTA       KEY  >   CHV-NTA
           IF  FST-NTA   =  "23" GO       ROT-CPAG-55.
           READ     CADNTA  NEXT
           IF  FST-NTA   =  "10" GO       ROT-CPAG-55.
           IF  COD-NTA   NOT  =  CLI-CPV  GO  ROT-CPAG-55.
           IF  VAL-NTA   =   NTA-CPV  MOVE  SEQ-NTA  TO  SEQ-ACH.
           GO       ROT-CPAG-53.

       ROT-CPAG-55.
           IF  SEQ-ACH   =   ZEROS  GO    ROT-CPAG-90.
           MOVE     CLI-CPV  TO  COD-NTA
           MOVE     SEQ-ACH  TO  SEQ-NTA
           READ     CADNTA
           IF  FST-NTA   NOT  =  "00"  GO  ROT-CPAG-90.
           DELETE   CADNTA
           MOVE     "CADNTA"  TO  ARQ-PRM
           MOVE     CHV-NTA   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     REG-NTA   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-CPAG-90.
           EXIT.

      ******************************************************
      *    MAPA DA NUMERACAO (F3 no numero): os cupons da  *
      *    data informada em ordem de numero, com a        *
      *    situacao (emitido, aberto, cancelado com o      *
      *    motivo e o operador que cancelou) e, antes de   *
      *    cada um, os numeros que faltam na sequencia     *
      *    desde o cupom anterior; totais no fim.          *
      ******************************************************
       ROT-NUMR-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-CUPM-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  NUM-ANT
                                 QEM-ACM  VEM-ACM  QAB-ACM  VAB-ACM
                                 QCN-ACM  VCN-ACM  QFL-ACM
           MOVE     DIA-DTA  TO  DIA-CB2
           MOVE     MES-DTA  TO  MES-CB2
           MOVE     ANO-DTA  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-PAG
           PERFORM  ROT-NUMR-50
           MOVE     ZEROS    TO  NUM-CPV.

       ROT-NUMR-10.
           START    CADCPV       KEY  >   NUM-CPV
           IF  FST-CPV   =  "23" GO       ROT-NUMR-40.
           READ     CADCPV  NEXT
           IF  FST-CPV   =  "10" GO       ROT-NUMR-40.
           IF  DTA-CPV   NOT  =  DTA-DTA
                                 MOVE     NUM-CPV  TO  NUM-ANT
                                 GO       ROT-NUMR-10.
           IF  NUM-CPV   >   NUM-ANT  +  1
                                 PERFORM  ROT-NUMR-30.
           IF  LIN-TMP   >   57  PERFORM  ROT-NUMR-50.
           MOVE     NUM-CPV  TO  NUM-DT1
           MOVE     CLI-CPV  TO  CLI-DT1
           MOVE     QTD-CPV  TO  ITM-DT1
           MOVE     VAL-CPV  TO  VAL-DT1
           MOVE     OPR-CPV  TO  OPR-DT1
           MOVE     SPACES   TO  MOT-DT1
           IF  SIT-CPV   =  "F"  MOVE  "EMITIDO"    TO  SIT-DT1
                                 ADD   1         TO  QEM-ACM
                                 ADD   VAL-CPV   TO  VEM-ACM.
           IF  SIT-CPV   =  "A"  MOVE  "ABERTO"     TO  SIT-DT1
                                 ADD   1         TO  QAB-ACM
                                 ADD   VAL-CPV   TO  VAB-ACM.
           IF  SIT-CPV   =  "X"  MOVE  "CANCELADO"  TO  SIT-DT1
                                 MOVE  OPX-CPV   TO  OPR-DT1
                                 MOVE  MOT-CPV   TO  MOT-DT1
                                 ADD   1         TO  QCN-ACM
                                 ADD   VAL-CPV   TO  VCN-ACM.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     NUM-CPV  TO  NUM-ANT
           GO       ROT-NUMR-10.

       ROT-NUMR-30.
           IF  LIN-TMP   >   57  PERFORM  ROT-NUMR-50.
           COMPUTE  FAI-DT2  =   NUM-ANT  +  1
           COMPUTE  FAF-DT2  =   NUM-CPV  -  1
           COMPUTE  QFL-ACM  =   QFL-ACM  +  NUM-CPV  -  NUM-ANT  -  1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-NUMR-40.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "CUPONS EMITIDOS .......:"  TO  DES-TT1
           MOVE     QEM-ACM  TO  QTD-TT1
           MOVE     VEM-ACM  TO  VAL-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "CUPONS EM ABERTO ......:"  TO  DES-TT1
           MOVE     QAB-ACM  TO  QTD-TT1
           MOVE     VAB-ACM  TO  VAL-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "CUPONS CANCELADOS .....:"  TO  DES-TT1
           MOVE     QCN-ACM  TO  QTD-TT1
           MOVE     VCN-ACM  TO  VAL-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     QFL-ACM  TO  QTD-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-TPG      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-CNZ
           GO       ROT-CUPM-00.

       ROT-NUMR-50.
           DISPLAY  PAG-TPG
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
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-MEI     DISPLAY  ENTR-MEI.
       ROT-SAID-10.
           ACCEPT   MEI-EMI
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
           MOVE    MES-SYS   TO    MES-CAB
           MOVE    ANO-SYS   TO    ANO-CAB
           CALL   "DYNOME"  USING  PRM-NOM
                                   PRM-CAB
           MOVE    CLI-NOM   TO    CLI-CB1
           MOVE    PRM-CAB   TO    DTA-CB2.

       ROT-SPLS-00.
           MOVE     "MAPA DA NUMERACAO DE CUPONS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.
           IF  TECLADO   NOT  =  01  GO   ROT-LCKW-00.
           DISPLAY  TELA-LCZ.

      ******************************************************
      *    TRAVA DO PRODUTO CHV-EST P/ A REGRAVACAO: em    *
      *    uso, mostra quem tem, espera o Esc e tenta de   *
      *    novo (o estorno ja comecou)                     *
      ******************************************************
       ROT-LCKE-00.
           MOVE     "CADEST"  TO  ARQ-LKP
           MOVE     SPACES    TO  RGK-LKP
           MOVE     CHV-EST   TO  RGK-LKP (1: 5)
           PERFORM  ROT-LOCK-00
           IF  RSP-LKP   =    1  DISPLAY  TELA-LCK
                                 PERFORM  ROT-LCKW-00
                                 GO       ROT-LCKE-00.
       ROT-LCKE-10.
           EXIT.


       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00.
           CLOSE    CADCTR  CADEST  CADMDR  CADBCK
                    CADLTE  CADPCL  CADPRO  CADVDD
                    CADVND  CADCPV  CADCVI  CADCXA
                    CADCRD  CADCHQ  CADNTA  CADVLT
                    CADRPT  CADENT  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
