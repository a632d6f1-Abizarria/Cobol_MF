       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1750.
       AUTHOR.         ADILSON.
      ******************************************************
      *    EMPRESTIMOS E FINANCIAMENTOS (CADFIN/CADPFN):   *
      *    contrato com banco credor, principal, taxa      *
      *    mensal, parcelas, primeiro vencimento e sistema *
      *    de amortizacao (P-Price ou S-SAC). A gravacao   *
      *    gera o cronograma de parcelas (amortizacao,     *
      *    juros, prestacao e saldo devedor) com cada      *
      *    vencimento rolado para dia util (DYDUTL).       *
      *    Contrato com parcela paga so altera a descricao *
      *    e nao pode ser excluido.                        *
      *    F5 = pagamento de parcela: marca a parcela como *
      *    paga e gera o debito em CADLBC, como a baixa do *
      *    contas a pagar (DY1220).                        *
      *    F6 = imprime o cronograma do contrato.          *
      *    F3 = saldo devedor por contrato.                *
      *    Parcelas em aberto entram na projecao de caixa  *
      *    (DY1570). Tudo auditado via DYAUDT.             *
      *    Filial do lancamento bancario = a do            *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      CADFIN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FIN
                       FILE          STATUS  IS  FST-FIN.

           SELECT      CADPFN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PFN
                       FILE          STATUS  IS  FST-PFN.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADBCO.CPY.
       COPY  CADFIN.CPY.
       COPY  CADPFN.CPY.
       COPY  CADLBC.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FST-FIN          PIC  X(02).
           03  FST-PFN          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-PAG          PIC  9(01).

           03  COD-AUX          PIC  9(04).
           03  VAL-AUX          PIC  9(09)V99.
           03  TXA-AUX          PIC  9(02)V9999.
           03  QTD-AUX          PIC  9(03).
           03  NUM-AUX          PIC  9(03).
           03  VPG-AUX          PIC  9(09)V99.
           03  QTD-PAG          PIC  9(03).
           03  SDO-AUX          PIC  9(09)V99.
           03  JAV-AUX          PIC  9(09)V99.
           03  PRX-VCT          PIC  9(06).

           03  TXI-AUX          PIC  9(01)V9(08).
           03  FAT-AUX          PIC  9(12)V9(06).
           03  PMT-AUX          PIC  9(09)V99.
           03  AMC-AUX          PIC  9(09)V99.
           03  JRC-AUX          PIC  9(09)V99.
           03  AMR-AUX          PIC S9(09)V99.
           03  SDC-AUX          PIC  9(09)V99.

           03  MSS-AUX          PIC  9(06).
           03  MSN-TOT          PIC  9(06).
           03  AN4-AUX          PIC  9(04).
           03  MSN-AUX          PIC  9(02).
           03  DIN-AUX          PIC  9(02).
           03  DIM-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(02).

           03  TB1-DIM.
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "28".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
           03  RED-DIM   REDEFINES  TB1-DIM.
               05  QTD-DIM      PIC  9(02)  OCCURS  12.

           03  D6-VCT.
               05  AN6-VCT      PIC  9(02).
               05  MS6-VCT      PIC  9(02).
               05  DI6-VCT      PIC  9(02).

           03  DTC-DMA.
               05  DIA-DTC      PIC  9(02).
               05  MES-DTC      PIC  9(02).
               05  ANO-DTC      PIC  9(02).
           03  DT1-DMA.
               05  DIA-DT1      PIC  9(02).
               05  MES-DT1      PIC  9(02).
               05  ANO-DT1      PIC  9(02).
           03  DTV-DMA.
               05  DIA-DTV      PIC  9(02).
               05  MES-DTV      PIC  9(02).
               05  ANO-DTV      PIC  9(02).
           03  DTP-DMA.
               05  DIA-DTP      PIC  9(02).
               05  MES-DTP      PIC  9(02).
               05  ANO-DTP      PIC  9(02).

           03  DTQ-AMD.
               05  ANO-DTQ      PIC  9(02).
               05  MES-DTQ      PIC  9(02).
               05  DIA-DTQ      PIC  9(02).
           03  DTE-EDT          PIC  99/99/99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).

           03  HST-AUX.
               05  FILLER       PIC  X(07)  VALUE  "FINANC ".
               05  DES-HST      PIC  X(20).

           03  TOT-AMT          PIC  9(11)V99.
           03  TOT-JUR          PIC  9(11)V99.
           03  TOT-VAL          PIC  9(11)V99.
           03  TOT-PRC          PIC  9(11)V99.
           03  TOT-SDO          PIC  9(11)V99.
           03  TOT-JAV          PIC  9(11)V99.

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-DUT.
           03  DT6-DUT          PIC  9(06).
           03  RSL-DUT          PIC  9(06).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(23)  VALUE
               "CRONOGRAMA DO CONTRATO".
           03  FIN-CB2          PIC  9(04).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-CB2          PIC  X(30).
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(36)  VALUE
               "PAR  VENCTO      AMORTIZACAO        ".
           03  FILLER           PIC  X(44)  VALUE
               " JUROS     PRESTACAO  SALDO DEVEDOR PAGO EM".

       01  CAB-005.
           03  FILLER           PIC  X(68)  VALUE
               "EMPRESTIMOS - SALDO DEVEDOR POR CONTRATO".
           03  DTA-CB5          PIC  X(12).

       01  CAB-006.
           03  FILLER           PIC  X(27)  VALUE
               "CTR  DESCRICAO       BCO   ".
           03  FILLER           PIC  X(53)  VALUE
               " PRINCIPAL PAGAS   SALDO DEVED. JUROS A VENC PROX.VCT".

       01  SUB-ATU              PIC  X(80).
       01  TIT-ATU              PIC  X(80).

       01  DET-001.
           03  NUM-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DTV-DT1          PIC  99/99/99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  AMT-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JUR-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTP-DT1          PIC  X(08).

       01  DET-002.
           03  FIN-DT2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT2          PIC  X(15).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BCO-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PAG-DT2          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  QTD-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JAV-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT2          PIC  X(08).

       01  DET-003              PIC  X(80).

       01  LIN-CTR.
           03  FILLER           PIC  X(07)  VALUE  "BANCO: ".
           03  BCO-LCT          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DBC-LCT          PIC  X(15).
           03  FILLER           PIC  X(12)  VALUE  " PRINCIPAL: ".
           03  VAL-LCT          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(08)  VALUE  "  TAXA: ".
           03  TXA-LCT          PIC  Z9,9999.
           03  FILLER           PIC  X(06)  VALUE  "% A.M.".
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIS-LCT          PIC  X(05).

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
           03  PRG-SPL          PIC  9(02)  VALUE  38.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  38.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1750".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-DTA.
           03  DTA-DTA.
               05  ANO-DTA      PIC  9(02).
               05  MES-DTA      PIC  9(02).
               05  DIA-DTA      PIC  9(02).
           03  LIN-DTA          PIC  9(02)  VALUE  13.
           03  COL-DTA          PIC  9(02)  VALUE  28.
           03  BCK-DTA          PIC  9(01)  VALUE  2.
           03  FOR-DTA          PIC  9(01)  VALUE  7.
           03  FLG-DTA          PIC  9(01).

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

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle Bancario ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Emprestimos ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Contrato ...:".
           03  LINE 09 COLUMN 36 VALUE
               "(0 = Incluir, F3 = Saldo Devedor)".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Banco ......:".
           03  LINE 13 COLUMN 13 VALUE "Contratacao :".
           03  LINE 14 COLUMN 13 VALUE "Principal ..:".
           03  LINE 15 COLUMN 13 VALUE "Taxa % a.m. :".
           03  LINE 16 COLUMN 13 VALUE "Parcelas ...:".
           03  LINE 17 COLUMN 13 VALUE "1o Vencto ..:".
           03  LINE 18 COLUMN 13 VALUE "Sistema ....:".
           03  LINE 18 COLUMN 31 VALUE "(P = Price, S = SAC)".
           03  LINE 19 COLUMN 13 VALUE "Pagas ......:".
           03  LINE 19 COLUMN 32 VALUE "de".
           03  LINE 19 COLUMN 44 VALUE "Saldo Devedor:".
           03  LINE 20 COLUMN 13 VALUE
               "F4 = Excluir  F5 = Pagar Parcela  F6 = Cronograma".

       01  ENTR-01.
           03  COD-E01 LINE 09 COLUMN 28 PIC ZZZ9 USING COD-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  COD-T02 LINE 09 COLUMN 28 PIC 9(04) FROM  COD-AUX.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(30) FROM  DES-FIN.
           03  BCO-T02 LINE 12 COLUMN 28 PIC 9(03) FROM  BCO-FIN.
           03  DBC-T02 LINE 12 COLUMN 32 PIC X(30) FROM  DES-BCO.
           03  DTC-T02 LINE 13 COLUMN 28 PIC 99/99/99
                                               FROM  DTC-DMA.
           03  VAL-T02 LINE 14 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  VAL-FIN.
           03  TXA-T02 LINE 15 COLUMN 28 PIC Z9,9999 FROM  TXA-FIN.
           03  QTD-T02 LINE 16 COLUMN 28 PIC ZZ9   FROM  QTD-FIN.
           03  DT1-T02 LINE 17 COLUMN 28 PIC 99/99/99
                                               FROM  DT1-DMA.
           03  SIS-T02 LINE 18 COLUMN 28 PIC X(01) FROM  SIS-FIN.
           03  PAG-T02 LINE 19 COLUMN 28 PIC ZZ9   FROM  QTD-PAG.
           03  QTP-T02 LINE 19 COLUMN 35 PIC ZZ9   FROM  QTD-FIN.
           03  SDO-T02 LINE 19 COLUMN 59 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  SDO-AUX.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(30) USING DES-FIN.

       01  ENTR-04.
           03  BCO-E04 LINE 12 COLUMN 28 PIC ZZ9 USING BCO-FIN.

       01  ENTR-05.
           03  VAL-E05 LINE 14 COLUMN 28 PIC 9(09)V99 USING VAL-AUX.

       01  ENTR-06.
           03  TXA-E06 LINE 15 COLUMN 28 PIC 9(02)V9999
                                               USING TXA-AUX.

       01  ENTR-07.
           03  QTD-E07 LINE 16 COLUMN 28 PIC ZZ9 USING QTD-AUX.

       01  ENTR-08  AUTO.
           03  SIS-E08 LINE 18 COLUMN 28 PIC X(01) USING SIS-FIN.

       01  TELA-03 BCK-CLR 02 FOR-CLR 14.
           03  LINE 21 COLUMN 13 VALUE "Parcela ....:".
           03  LINE 21 COLUMN 33 VALUE "Vencto".
           03  LINE 21 COLUMN 49 VALUE "Valor".
           03  LINE 22 COLUMN 13 VALUE "Pago em ....:".
           03  LINE 22 COLUMN 44 VALUE "Valor Pago".

       01  ENTR-09.
           03  NUM-E09 LINE 21 COLUMN 28 PIC ZZ9 USING NUM-AUX.

       01  ENTR-10  BCK-CLR 02 FOR-CLR 15.
           03  NUM-T10 LINE 21 COLUMN 28 PIC 9(03) FROM  NUM-AUX.
           03  DTV-T10 LINE 21 COLUMN 40 PIC 99/99/99
                                               FROM  DTV-DMA.
           03  VAL-T10 LINE 21 COLUMN 55 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  VAL-PFN.

       01  ENTR-11.
           03  VPG-E11 LINE 22 COLUMN 55 PIC 9(09)V99 USING VPG-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 23 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 23 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  TELA-09  BCK-CLR 4 FOR-CLR 15.
           03  LINE 23 COLUMN 13 VALUE
               "   Confirma o Pagamento ? [ ]   ".

       01  ENTR-12  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 23 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  ENTR-13  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 23 COLUMN 40 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 21 COLUMN 63 VALUE "            ".
           03  LINE 22 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 22 COLUMN 63 VALUE "            ".
           03  LINE 23 COLUMN 13 VALUE
               "                                ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 21 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 22 COLUMN 13 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 23 COLUMN 13 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-14  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E14 LINE 23 COLUMN 27 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADBCO
                    I-O          CADFIN   CADPFN   CADLBC
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-FIN   =  "35" OPEN     OUTPUT   CADFIN
                                 CLOSE    CADFIN
                                 OPEN     I-O      CADFIN.
           IF  FST-PFN   =  "35" OPEN     OUTPUT   CADPFN
                                 CLOSE    CADPFN
                                 OPEN     I-O      CADPFN.
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

       ROT-CODI-00.
           MOVE     ZEROS    TO  COD-AUX
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CODI-00.
           IF  TECLADO   =  "03" GO       ROT-RSDO-00.
           IF  COD-AUX   =    0  GO       ROT-INCL-00.
           MOVE     0        TO  FLG-NOV
           MOVE     COD-AUX  TO  CHV-FIN
           READ     CADFIN
           IF  FST-FIN   NOT  =  "00"
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CODI-00.
           MOVE     REG-FIN (1: 50)  TO  ANT-AUX
           PERFORM  ROT-EXBE-00  THRU  ROT-EXBE-20
           GO       ROT-DESC-00.

      ******************************************************
      *    NOVO CONTRATO: proximo numero livre             *
      ******************************************************
       ROT-INCL-00.
           MOVE     1        TO  FLG-NOV
           MOVE     9999     TO  CHV-FIN
           START    CADFIN       KEY  NOT  >  CHV-FIN
           IF  FST-FIN   =  "23" MOVE     1  TO  COD-AUX
                                 GO       ROT-INCL-10.
           READ     CADFIN       PREVIOUS
           IF  FST-FIN   NOT  =  "00"
                                 MOVE     1  TO  COD-AUX
           ELSE
                                 COMPUTE  COD-AUX  =  CHV-FIN  +  1.

       ROT-INCL-10.
           PERFORM  ROT-LIMP-00
           MOVE     COD-AUX  TO  CHV-FIN
           MOVE     "P"      TO  SIS-FIN
           MOVE     SPACES   TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CODI-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  TECLADO   =  "05" GO       ROT-PAGA-00.
           IF  TECLADO   =  "06" GO       ROT-CRIM-00.
           IF  DES-FIN   =  SPACES  GO    ROT-DESC-00.
           IF  FLG-PAG   =    1  GO       ROT-GRAV-00.

       ROT-BANC-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BANC-00.
           MOVE     BCO-FIN  TO  CHV-BCO
           READ     CADBCO
           IF  FST-BCO   NOT  =  "00"
                                 MOVE     SPACES   TO  DES-BCO
                                 DISPLAY  ENTR-02
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BANC-00.
           DISPLAY  ENTR-02.

       ROT-DTCT-00.
           MOVE     DTA-FIN  TO  DTA-DTA
           MOVE     13       TO  LIN-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-BANC-00.
           MOVE     DTA-DTA  TO  DTA-FIN
           MOVE     DIA-FIN  TO  DIA-DTC
           MOVE     MES-FIN  TO  MES-DTC
           MOVE     ANO-FIN  TO  ANO-DTC
           DISPLAY  ENTR-02.

       ROT-VALO-00.
           MOVE     VAL-FIN  TO  VAL-AUX
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DTCT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-VALO-00.
           IF  VAL-AUX   =    0  GO       ROT-VALO-00.
           MOVE     VAL-AUX  TO  VAL-FIN
           DISPLAY  ENTR-02.

       ROT-TAXA-00.
           MOVE     TXA-FIN  TO  TXA-AUX
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-VALO-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-TAXA-00.
           MOVE     TXA-AUX  TO  TXA-FIN
           DISPLAY  ENTR-02.

       ROT-PARC-00.
           MOVE     QTD-FIN  TO  QTD-AUX
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-TAXA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PARC-00.
           IF  QTD-AUX   =    0  GO       ROT-PARC-00.
           MOVE     QTD-AUX  TO  QTD-FIN
           DISPLAY  ENTR-02.

       ROT-VCT1-00.
           MOVE     DT1-FIN  TO  DTA-DTA
           MOVE     17       TO  LIN-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-PARC-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTA-FIN  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-INI    NOT  >  D8-REG
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-VCT1-00.
           MOVE     DTA-DTA  TO  DT1-FIN
           MOVE     DI1-FIN  TO  DIA-DT1
           MOVE     MS1-FIN  TO  MES-DT1
           MOVE     AN1-FIN  TO  ANO-DT1
           DISPLAY  ENTR-02.

       ROT-SIST-00.
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-VCT1-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-SIST-00.
           IF  SIS-FIN   NOT  =  "P"  AND  NOT  =  "S"
                                 GO       ROT-SIST-00.

      ******************************************************
      *    GRAVACAO: contrato sem parcela paga tem o       *
      *    cronograma refeito                              *
      ******************************************************
       ROT-GRAV-00.
           DISPLAY  TELA-04.

       ROT-GRAV-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CODI-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-GRAV-10.
           DISPLAY  TELA-05
           MOVE     PRM-OPR  TO  OPR-FIN
           IF  FLG-NOV   =    1  PERFORM  ROT-GRFN-00
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-FIN
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-FIN (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  FLG-PAG   =    0
                    PERFORM  ROT-LPFN-00  THRU  ROT-LPFN-20
                    PERFORM  ROT-CRON-00  THRU  ROT-CRON-20.
           GO       ROT-CODI-00.

       ROT-GRFN-00.
           WRITE    REG-FIN
           IF  FST-FIN   =  "22" ADD      1  TO  CHV-FIN
                                 GO       ROT-GRFN-00.

      ******************************************************
      *    EXCLUSAO: so contrato sem parcela paga; leva    *
      *    junto o cronograma                              *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           IF  FLG-PAG   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-12
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           PERFORM  ROT-LPFN-00  THRU  ROT-LPFN-20
           DELETE   CADFIN
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CODI-00.

      ******************************************************
      *    PAGAMENTO DE PARCELA: sugere a primeira em      *
      *    aberto; data validada como na baixa do contas a *
      *    pagar; gera o debito no banco do contrato       *
      ******************************************************
       ROT-PAGA-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           PERFORM  ROT-PRXA-00  THRU  ROT-PRXA-20
           IF  NUM-AUX   =    0  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-03.

       ROT-PAGA-10.
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGA-10.
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     NUM-AUX  TO  NUM-PFN
           READ     CADPFN
           IF  FST-PFN   NOT  =  "00"
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-10.
           IF  DTP-PFN   NOT  =  ZEROS
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-10.
           MOVE     DIA-PFN  TO  DIA-DTV
           MOVE     MES-PFN  TO  MES-DTV
           MOVE     ANO-PFN  TO  ANO-DTV
           DISPLAY  ENTR-10.

       ROT-PAGA-20.
           MOVE     DTV-PFN  TO  DTA-DTA
           MOVE     22       TO  LIN-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-PAGA-10.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTI-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-INI    <       D8-REG
                                 MOVE    51  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-20.
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-INI    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-20.
           MOVE     BCO-FIN  TO  CHV-BCO
           READ     CADBCO
           IF  FST-BCO   NOT  =  "00"
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-20.
           MOVE     DTI-BCO  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTI-BCO   NOT  =  ZEROS  AND
               D8-INI    <       D8-REG
                                 MOVE    48  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PAGA-20.

       ROT-PAGA-30.
           MOVE     VAL-PFN  TO  VPG-AUX
           ACCEPT   ENTR-11
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGA-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PAGA-30.
           IF  VPG-AUX   =    0  GO       ROT-PAGA-30.
           DISPLAY  TELA-09.

       ROT-PAGA-40.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-13
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PAGA-30.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-PAGA-40.
           DISPLAY  TELA-05
           MOVE     REG-PFN (1: 50)  TO  ANT-PRM
           MOVE     DTA-DTA  TO  DTP-PFN
           MOVE     VPG-AUX  TO  VPG-PFN
           MOVE     BCO-FIN  TO  BCO-PFN
           MOVE     PRM-OPR  TO  OPR-PFN
           REWRITE  REG-PFN
           MOVE     "CADPFN"  TO  ARQ-PRM
           MOVE     CHV-PFN   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     REG-PFN (1: 50)  TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD
           PERFORM  ROT-GRVL-00  THRU  ROT-GRVL-10
           PERFORM  ROT-EXBE-00  THRU  ROT-EXBE-20
           GO       ROT-DESC-00.

      ******************************************************
      *    GRAVA O DEBITO BANCARIO DA PARCELA              *
      ******************************************************
       ROT-GRVL-00.
           MOVE     BCO-FIN  TO  BCO-LBC
           MOVE     DTA-DTA  TO  DTA-LBC
           MOVE     1        TO  LCT-LBC
           COMPUTE  DOC-LBC  =  (FIN-PFN  *  1000)  +  NUM-PFN
           MOVE     1        TO  COD-LBC
           MOVE     DES-FIN  TO  DES-HST
           MOVE     HST-AUX  TO  HST-LBC
           MOVE     VPG-PFN  TO  VAL-LBC
           MOVE     PRM-OPR  TO  OPR-LBC
           ACCEPT   HRA-LBC  FROM  TIME
           MOVE     ZEROS    TO  ORG-LBC
           MOVE     SPACES   TO  CNC-LBC.

       ROT-GRVL-10.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-10.
           MOVE     "CADLBC"  TO  ARQ-PRM
           MOVE     CHV-LBC   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-LBC (1: 50)  TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    EXIBE O CONTRATO: banco, datas e a situacao das *
      *    parcelas (pagas e saldo devedor)                *
      ******************************************************
       ROT-EXBE-00.
           MOVE     BCO-FIN  TO  CHV-BCO
           READ     CADBCO
           IF  FST-BCO   NOT  =  "00"  MOVE  SPACES  TO  DES-BCO.
           MOVE     DIA-FIN  TO  DIA-DTC
           MOVE     MES-FIN  TO  MES-DTC
           MOVE     ANO-FIN  TO  ANO-DTC
           MOVE     DI1-FIN  TO  DIA-DT1
           MOVE     MS1-FIN  TO  MES-DT1
           MOVE     AN1-FIN  TO  ANO-DT1
           PERFORM  ROT-SITU-00  THRU  ROT-SITU-20.

       ROT-EXBE-20.
           DISPLAY  ENTR-02.

      ******************************************************
      *    SITUACAO DO CONTRATO: parcelas pagas, saldo     *
      *    devedor (amortizacao em aberto), juros a vencer *
      *    e proximo vencimento                            *
      ******************************************************
       ROT-SITU-00.
           MOVE     ZEROS    TO  QTD-PAG  SDO-AUX  JAV-AUX  PRX-VCT
           MOVE     0        TO  FLG-PAG
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     ZEROS    TO  NUM-PFN
           START    CADPFN       KEY  NOT  <  CHV-PFN
           IF  FST-PFN   NOT  =  "00"  GO  ROT-SITU-20.

       ROT-SITU-10.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-SITU-20.
           IF  FIN-PFN   NOT  =  CHV-FIN  GO  ROT-SITU-20.
           IF  DTP-PFN   NOT  =  ZEROS
                                 ADD      1  TO  QTD-PAG
                                 MOVE     1  TO  FLG-PAG
                                 GO       ROT-SITU-10.
           ADD      AMT-PFN  TO  SDO-AUX
           ADD      JUR-PFN  TO  JAV-AUX
           IF  PRX-VCT   =   ZEROS  MOVE  DTV-PFN  TO  PRX-VCT.
           GO       ROT-SITU-10.

       ROT-SITU-20.
           EXIT.

      ******************************************************
      *    PRIMEIRA PARCELA EM ABERTO (zero = nenhuma)     *
      ******************************************************
       ROT-PRXA-00.
           MOVE     ZEROS    TO  NUM-AUX
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     ZEROS    TO  NUM-PFN
           START    CADPFN       KEY  NOT  <  CHV-PFN
           IF  FST-PFN   NOT  =  "00"  GO  ROT-PRXA-20.

       ROT-PRXA-10.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-PRXA-20.
           IF  FIN-PFN   NOT  =  CHV-FIN  GO  ROT-PRXA-20.
           IF  DTP-PFN   NOT  =  ZEROS  GO  ROT-PRXA-10.
           MOVE     NUM-PFN  TO  NUM-AUX.

       ROT-PRXA-20.
           EXIT.

      ******************************************************
      *    APAGA O CRONOGRAMA DO CONTRATO                  *
      ******************************************************
       ROT-LPFN-00.
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     ZEROS    TO  NUM-PFN.

       ROT-LPFN-10.
           START    CADPFN       KEY  >   CHV-PFN
           IF  FST-PFN   NOT  =  "00"  GO  ROT-LPFN-20.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-LPFN-20.
           IF  FIN-PFN   NOT  =  CHV-FIN  GO  ROT-LPFN-20.
           DELETE   CADPFN
           GO       ROT-LPFN-10.

       ROT-LPFN-20.
           EXIT.

      ******************************************************
      *    CRONOGRAMA: Price = prestacao constante         *
      *    P x i / (1 - (1 + i) ** -n); SAC = amortizacao  *
      *    constante P / n. Juros = saldo x i; a ultima    *
      *    parcela amortiza o que restar do saldo.         *
      ******************************************************
       ROT-CRON-00.
           COMPUTE  TXI-AUX  =  TXA-FIN  /  100
           MOVE     VAL-FIN  TO  SDC-AUX
           MOVE     ZEROS    TO  PMT-AUX  AMC-AUX
           IF  SIS-FIN   =  "S"
               COMPUTE  AMC-AUX  ROUNDED  =  VAL-FIN  /  QTD-FIN
                                 GO       ROT-CRON-05.
           IF  TXA-FIN   =   ZEROS
               COMPUTE  PMT-AUX  ROUNDED  =  VAL-FIN  /  QTD-FIN
                                 GO       ROT-CRON-05.
           COMPUTE  FAT-AUX  ROUNDED  =  (1  +  TXI-AUX)  **  QTD-FIN
           COMPUTE  PMT-AUX  ROUNDED  =  VAL-FIN  *  TXI-AUX  *  FAT-AUX
                                      /  (FAT-AUX  -  1).

       ROT-CRON-05.
           IF  AN1-FIN   >   79  COMPUTE  AN4-AUX  =  1900  +  AN1-FIN
               ELSE              COMPUTE  AN4-AUX  =  2000  +  AN1-FIN.
           COMPUTE  MSS-AUX  =  (AN4-AUX  *  12)  +  MS1-FIN  -  1
           MOVE     1        TO  NUM-AUX.

       ROT-CRON-10.
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     NUM-AUX  TO  NUM-PFN
           COMPUTE  JRC-AUX  ROUNDED  =  SDC-AUX  *  TXI-AUX
           IF  SIS-FIN   =  "S"  MOVE     AMC-AUX  TO  AMR-AUX
               ELSE              COMPUTE  AMR-AUX  =  PMT-AUX
                                                   -  JRC-AUX.
           IF  AMR-AUX   <   ZEROS  MOVE  ZEROS  TO  AMR-AUX.
           IF  NUM-AUX   =   QTD-FIN  OR  AMR-AUX  >  SDC-AUX
                                 MOVE     SDC-AUX  TO  AMR-AUX.
           MOVE     AMR-AUX  TO  AMT-PFN
           MOVE     JRC-AUX  TO  JUR-PFN
           COMPUTE  VAL-PFN  =  AMT-PFN  +  JUR-PFN
           SUBTRACT AMT-PFN  FROM  SDC-AUX
           MOVE     SDC-AUX  TO  SDO-PFN
           PERFORM  ROT-VCTO-00
           MOVE     ZEROS    TO  DTP-PFN  VPG-PFN  BCO-PFN
           MOVE     PRM-OPR  TO  OPR-PFN
           WRITE    REG-PFN
           IF  NUM-AUX   <   QTD-FIN  ADD  1  TO  NUM-AUX
                                 GO       ROT-CRON-10.

       ROT-CRON-20.
           EXIT.

      ******************************************************
      *    VENCIMENTO DA PARCELA: mesmo dia do primeiro    *
      *    vencimento, n-1 meses depois (limitado ao fim   *
      *    do mes), rolado para dia util pelo DYDUTL       *
      ******************************************************
       ROT-VCTO-00.
           COMPUTE  MSN-TOT  =  MSS-AUX  +  NUM-AUX  -  1
           DIVIDE   MSN-TOT  BY  12  GIVING  AN4-AUX
                                     REMAINDER  MSN-AUX
           ADD      1        TO  MSN-AUX
           MOVE     DI1-FIN  TO  DIN-AUX
           MOVE     QTD-DIM (MSN-AUX)  TO  DIM-AUX
           DIVIDE   AN4-AUX  BY  4   GIVING  QOC-AUX
                                     REMAINDER  RST-AUX
           IF  MSN-AUX   =    2  AND  RST-AUX  =  0
                                 MOVE     29  TO  DIM-AUX.
           IF  DIN-AUX   >   DIM-AUX  MOVE  DIM-AUX  TO  DIN-AUX.
           DIVIDE   AN4-AUX  BY  100 GIVING  QOC-AUX
                                     REMAINDER  RST-AUX
           MOVE     RST-AUX  TO  AN6-VCT
           MOVE     MSN-AUX  TO  MS6-VCT
           MOVE     DIN-AUX  TO  DI6-VCT
           MOVE     D6-VCT   TO  DT6-DUT
           CALL    "DYDUTL"      USING    PRM-DUT
           MOVE     RSL-DUT  TO  DTV-PFN.

      ******************************************************
      *    CRONOGRAMA IMPRESSO DO CONTRATO (F6)            *
      ******************************************************
       ROT-CRIM-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           MOVE     CAB-004  TO  TIT-ATU
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
                                 TOT-AMT  TOT-JUR  TOT-VAL
           PERFORM  ROT-NOME-00
           MOVE     CHV-FIN  TO  FIN-CB2
           MOVE     DES-FIN  TO  DES-CB2
           MOVE     CAB-002  TO  SUB-ATU
           DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     BCO-FIN  TO  BCO-LCT
           MOVE     DES-BCO  TO  DBC-LCT
           MOVE     VAL-FIN  TO  VAL-LCT
           MOVE     TXA-FIN  TO  TXA-LCT
           MOVE     "PRICE"  TO  SIS-LCT
           IF  SIS-FIN   =  "S"  MOVE  "SAC"  TO  SIS-LCT.
           MOVE     LIN-CTR  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CHV-FIN  TO  FIN-PFN
           MOVE     ZEROS    TO  NUM-PFN
           START    CADPFN       KEY  NOT  <  CHV-PFN
           IF  FST-PFN   NOT  =  "00"  GO  ROT-CRIM-20.

       ROT-CRIM-10.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-CRIM-20.
           IF  FIN-PFN   NOT  =  CHV-FIN  GO  ROT-CRIM-20.
           MOVE     NUM-PFN  TO  NUM-DT1
           MOVE     DIA-PFN  TO  DIA-DTV
           MOVE     MES-PFN  TO  MES-DTV
           MOVE     ANO-PFN  TO  ANO-DTV
           MOVE     DTV-DMA  TO  DTV-DT1
           MOVE     AMT-PFN  TO  AMT-DT1
           MOVE     JUR-PFN  TO  JUR-DT1
           MOVE     VAL-PFN  TO  VAL-DT1
           MOVE     SDO-PFN  TO  SDO-DT1
           MOVE     SPACES   TO  DTP-DT1
           IF  DTP-PFN   NOT  =  ZEROS
                                 MOVE     DTP-PFN  TO  DTQ-AMD
                                 PERFORM  ROT-DTED-00
                                 MOVE     DTE-EDT  TO  DTP-DT1.
           ADD      AMT-PFN  TO  TOT-AMT
           ADD      JUR-PFN  TO  TOT-JUR
           ADD      VAL-PFN  TO  TOT-VAL
           MOVE     DET-001  TO  DET-003
           PERFORM  ROT-IMPD-00
           GO       ROT-CRIM-10.

       ROT-CRIM-20.
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     ZEROS    TO  NUM-DT1  DTV-DT1  SDO-DT1
           MOVE     SPACES   TO  DTP-DT1
           MOVE     TOT-AMT  TO  AMT-DT1
           MOVE     TOT-JUR  TO  JUR-DT1
           MOVE     TOT-VAL  TO  VAL-DT1
           MOVE     DET-001  TO  DET-003
           MOVE     "TOTAL"  TO  DET-003 (1: 13)
           MOVE     SPACES   TO  DET-003 (58: 14)
           PERFORM  ROT-IMPD-00
           PERFORM  ROT-IMPR-60
           DISPLAY  TELA-01      TELA-02
           PERFORM  ROT-EXBE-00  THRU  ROT-EXBE-20
           GO       ROT-DESC-00.

      ******************************************************
      *    SALDO DEVEDOR POR CONTRATO (F3)                 *
      ******************************************************
       ROT-RSDO-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  CHV-FIN
                                 TOT-PRC  TOT-SDO  TOT-JAV
           PERFORM  ROT-NOME-00
           MOVE     CAB-005  TO  SUB-ATU
           MOVE     CAB-006  TO  TIT-ATU
           DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10.

       ROT-RSDO-10.
           START    CADFIN       KEY  >   CHV-FIN
           IF  FST-FIN   NOT  =  "00"  GO  ROT-RSDO-20.
           READ     CADFIN  NEXT
           IF  FST-FIN   NOT  =  "00"  GO  ROT-RSDO-20.
           PERFORM  ROT-SITU-00  THRU  ROT-SITU-20
           MOVE     CHV-FIN  TO  FIN-DT2
           MOVE     DES-FIN  TO  DES-DT2
           MOVE     BCO-FIN  TO  BCO-DT2
           MOVE     VAL-FIN  TO  VAL-DT2
           MOVE     QTD-PAG  TO  PAG-DT2
           MOVE     QTD-FIN  TO  QTD-DT2
           MOVE     SDO-AUX  TO  SDO-DT2
           MOVE     JAV-AUX  TO  JAV-DT2
           MOVE     SPACES   TO  PRX-DT2
           IF  PRX-VCT   NOT  =  ZEROS
                                 MOVE     PRX-VCT  TO  DTQ-AMD
                                 PERFORM  ROT-DTED-00
                                 MOVE     DTE-EDT  TO  PRX-DT2.
           ADD      VAL-FIN  TO  TOT-PRC
           ADD      SDO-AUX  TO  TOT-SDO
           ADD      JAV-AUX  TO  TOT-JAV
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           GO       ROT-RSDO-10.

       ROT-RSDO-20.
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     ZEROS    TO  FIN-DT2  BCO-DT2  PAG-DT2  QTD-DT2
           MOVE     "TOTAL"  TO  DES-DT2
           MOVE     TOT-PRC  TO  VAL-DT2
           MOVE     TOT-SDO  TO  SDO-DT2
           MOVE     TOT-JAV  TO  JAV-DT2
           MOVE     SPACES   TO  PRX-DT2
           MOVE     DET-002  TO  DET-003
           MOVE     SPACES   TO  DET-003 (1: 4)  DET-003 (22: 3)
                                 DET-003 (39: 7)
           PERFORM  ROT-IMPD-00
           PERFORM  ROT-IMPR-60
           DISPLAY  TELA-01      TELA-02
           GO       ROT-CODI-00.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-05.

       ROT-IMPR-10.
           DISPLAY  PAG-T07
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
           MOVE     SUB-ATU  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     TIT-ATU  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPD-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-14.
       ROT-SAID-10.
           ACCEPT   MEI-E14
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-LIMP-00.
           MOVE     SPACES   TO  DES-FIN  SIS-FIN  DES-BCO
           MOVE     ZEROS    TO  BCO-FIN  DTA-FIN  VAL-FIN  TXA-FIN
                                 QTD-FIN  DT1-FIN  QTD-PAG  SDO-AUX
                                 DTC-DMA  DT1-DMA
           MOVE     0        TO  FLG-PAG.

       ROT-DTED-00.
           MOVE     DIA-DTQ  TO  DIA-DTP
           MOVE     MES-DTQ  TO  MES-DTP
           MOVE     ANO-DTQ  TO  ANO-DTP
           MOVE     DTP-DMA  TO  DTE-EDT.

       ROT-AUDG-00.
           MOVE     "CADFIN"  TO  ARQ-PRM
           MOVE     CHV-FIN   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-DTAC-00.
           CALL    "DYDATA"  USING  PRM-DTA
                                    PRM-HLP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
           MOVE    MES-SYS   TO    MES-CAB
           MOVE    ANO-SYS   TO    ANO-CAB
           CALL   "DYNOME"  USING  PRM-NOM
                                   PRM-CAB
           MOVE    CLI-NOM   TO    CLI-CB1
           MOVE    PRM-CAB   TO    DTA-CB2
           MOVE    PRM-CAB   TO    DTA-CB5.

       ROT-SPLS-00.
           MOVE     "EMPRESTIMOS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADBCO  CADFIN  CADPFN  CADLBC  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
