       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1240.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CONSIGNACAO DE FORNECEDORES (CADCSG):           *
      *    E = entrada em consignacao: a mercadoria entra  *
      *        no SDO-EST e no kardex (DYMOVE tipo "C")    *
      *        como do fornecedor, sem titulo a pagar e    *
      *        sem mexer no custo CST/CTM-EST;             *
      *    D = devolucao do consignado nao vendido (saida  *
      *        do estoque, kardex tipo "R");               *
      *    A = acerto do fornecedor: para cada produto     *
      *        consignado apura o vendido desde o ultimo   *
      *        acerto pelas vendas liquidas do CADVND      *
      *        (devolucoes abatem; o consignado sai        *
      *        primeiro e nunca fica acima do estoque      *
      *        fisico), baixa o saldo consignado, imprime  *
      *        o demonstrativo e gera o titulo CADPAG do   *
      *        valor ao custo combinado, vencimento pelo   *
      *        CPG-FOR do fornecedor;                      *
      *    P = posicao do estoque consignado em maos, por  *
      *        fornecedor (0 = todos).                     *
      *    So um fornecedor pode ter saldo consignado do   *
      *    mesmo produto por vez. Datas consistidas contra *
      *    DTI-CTR e o periodo fechado DTF-CTR; tudo       *
      *    auditado via DYAUDT.                            *
      *    Local do kardex na filial do operador           *
      *    (DYFILI).                                       *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR
                       FILE          STATUS  IS  FST-FOR.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FST-CSG.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADEST.CPY.
       COPY  CADFOR.CPY.
       COPY  CADCSG.CPY.
       COPY  CADVND.CPY.
       COPY  CADPAG.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-CSG          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).

           03  OPE-AUX          PIC  X(01).
           03  FOR-AUX          PIC  9(04).
           03  DOC-AUX          PIC  9(06).
           03  QTD-AUX          PIC  9(06).
           03  CUS-UNI          PIC  9(06)V9999.
           03  VAL-AUX          PIC  9(09)V99.
           03  SCS-AUX          PIC  9(06).
           03  QTD-MOV          PIC S9(06)V9.
           03  FLG-CSG          PIC  9(01).
           03  FLG-GRV          PIC  9(01).
           03  FLG-OUT          PIC  9(01).
           03  VND-LIQ          PIC S9(07).
           03  QAC-AUX          PIC  9(06).
           03  FIS-AUX          PIC S9(06)V9.
           03  VAC-AUX          PIC  9(09)V99.
           03  TOT-QTD          PIC  9(07).
           03  TOT-VAL          PIC  9(09)V99.
           03  TOT-SDO          PIC  9(07).
           03  FOR-ANT          PIC  9(04).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

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
           03  D8-CSG           PIC  9(08).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPA-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-PSP.
           03  DES-PSP          PIC  X(25).
           03  PRX-PSP          PIC  9(02).
           03  SUF-PSP          PIC  9(03).
           03  RSP-PSP          PIC  9(01).

       01  PRM-LCK.
           03  ARQ-LKP          PIC  X(06).
           03  RGK-LKP          PIC  X(15).
           03  OPC-LKP          PIC  X(01).
           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

       01  PRM-MVE.
           03  PRX-PRM          PIC  9(02).
           03  SUF-PRM          PIC  9(03).
           03  DTA-PRM          PIC  9(06).
           03  TIP-PRM          PIC  X(01).
           03  QTD-PRM          PIC S9(06)V9.
           03  SDO-PRM          PIC S9(06)V9.
           03  OPR-PRM          PIC  X(10).
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

       01  PRM-SOM.
           03  DT6-SOM          PIC  9(06).
           03  QTD-SOM          PIC  9(03).
           03  RSL-SOM          PIC  9(06).

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
           03  TIT-CB2          PIC  X(68).
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-COL              PIC  X(80).

       01  TIT-ACE.
           03  FILLER           PIC  X(35)  VALUE
               "ACERTO DE CONSIGNACAO - FORNECEDOR ".
           03  FOR-TAC          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAZ-TAC          PIC  X(28).

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CODIGO DESCRICAO DO PRODUTO    VENDIDO  ".
           03  FILLER           PIC  X(40)  VALUE
               "      CUSTO UNIT           VALOR  SALDO ".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "FORN CODIGO DESCRICAO            RECEBID".
           03  FILLER           PIC  X(40)  VALUE
               "O VENDIDO DEVOLV.   SALDO  VALOR SALDO ".

       01  DET-001.
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(23).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT1          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CST-DT1          PIC  ZZZ.ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZZZZ9.

       01  DET-002.
           03  FILLER           PIC  X(29)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "TOTAL ..:".
           03  QTD-DT2          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(15)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZ9,99.

       01  DET-003.
           03  FILLER           PIC  X(20)  VALUE
               "TITULO A PAGAR SEQ.".
           03  SEQ-DT3          PIC  9(06).
           03  FILLER           PIC  X(11)  VALUE  "  DOCUMENTO".
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NTF-DT3          PIC  9(06).
           03  FILLER           PIC  X(14)  VALUE
               "  VENCIMENTO: ".
           03  DTV-DT3          PIC  X(08).

       01  DET-004.
           03  FOR-DT4          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT4          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT4          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT4          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QRC-DT4          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QVD-DT4          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QDV-DT4          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT4          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT4          PIC  ZZ.ZZZ.ZZ9,99.

       01  DET-005.
           03  FILLER           PIC  X(40)  VALUE
               "TOTAL DO ESTOQUE CONSIGNADO EM MAOS ..:".
           03  FILLER           PIC  X(13)  VALUE  SPACES.
           03  SDO-DT5          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT5          PIC  ZZ.ZZZ.ZZ9,99.

       01  EDT-DTA.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

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
           03  PRG-SPL          PIC  9(02)  VALUE  98.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  98.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1240".
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
           03  LIN-DTA          PIC  9(02)  VALUE  10.
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Compras ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE
                   " Consignacao de Fornecedores ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Operacao ...:".
           03  LINE 09 COLUMN 31 VALUE
               "(E=Entrada D=Devolucao A=Acerto P=Posicao)".
           03  LINE 10 COLUMN 13 VALUE "Data .......:".
           03  LINE 11 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 12 COLUMN 13 VALUE "Documento ..:".
           03  LINE 13 COLUMN 13 VALUE "Produto ....:".
           03  LINE 14 COLUMN 13 VALUE "Saldo Total :".
           03  LINE 14 COLUMN 42 VALUE "Consignado:".
           03  LINE 15 COLUMN 13 VALUE "Quantidade .:".
           03  LINE 16 COLUMN 13 VALUE "Custo Unit .:".
           03  LINE 17 COLUMN 13 VALUE "Valor ......:".

       01  ENTR-01  AUTO.
           03  OPE-E01 LINE 09 COLUMN 28 PIC X(01) USING OPE-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  OPE-T02 LINE 09 COLUMN 28 PIC X(01)      FROM OPE-AUX.
           03  FOR-T02 LINE 11 COLUMN 28 PIC 9(04)      FROM FOR-AUX.
           03  RAZ-T02 LINE 11 COLUMN 34 PIC X(30)      FROM RAZ-FOR.
           03  DOC-T02 LINE 12 COLUMN 28 PIC 9(06)      FROM DOC-AUX.
           03  PRX-T02 LINE 13 COLUMN 28 PIC 9(02)      FROM PRX-EST.
           03  SUF-T02 LINE 13 COLUMN 31 PIC 9(03)      FROM SUF-EST.
           03  DES-T02 LINE 13 COLUMN 36 PIC X(25)      FROM DES-EST.
           03  SDO-T02 LINE 14 COLUMN 28 PIC ----.--9,9 FROM SDO-EST.
           03  SCS-T02 LINE 14 COLUMN 54 PIC ZZZZZ9     FROM SCS-AUX.
           03  QTD-T02 LINE 15 COLUMN 28 PIC ZZZZZ9     FROM QTD-AUX.
           03  CUS-T02 LINE 16 COLUMN 28 PIC ZZZ.ZZ9,9999
                                                        FROM CUS-UNI.
           03  VAL-T02 LINE 17 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                                        FROM VAL-AUX.

       01  ENTR-03.
           03  FOR-E03 LINE 11 COLUMN 28 PIC 9(04) USING FOR-AUX.

       01  ENTR-04.
           03  DOC-E04 LINE 12 COLUMN 28 PIC 9(06) USING DOC-AUX.

       01  ENTR-05.
           03  PRX-E05 LINE 13 COLUMN 28 PIC 9(02) USING PRX-EST.
           03  SUF-E05 LINE 13 COLUMN 31 PIC 9(03) USING SUF-EST.

       01  ENTR-06.
           03  QTD-E06 LINE 15 COLUMN 28 PIC 9(06) USING QTD-AUX.

       01  ENTR-07.
           03  CUS-E07 LINE 16 COLUMN 28 PIC 9(06)V9999
                                                   USING CUS-UNI.

       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
           03  LINE 24 COLUMN 13 VALUE "Registro em uso por:".
           03  HLD-TLK LINE 24 COLUMN 34 PIC X(10) FROM HLD-LKP.

       01  TELA-LCZ BCK-CLR 00 FOR-CLR 00.
           03  LINE 24 COLUMN 13 VALUE
               "                                             ".

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Operacao ? [ ]   ".

       01  ENTR-08  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 20 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 20 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 21 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 22 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-09  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E09 LINE 22 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 24 VALUE
               "                               ".
           03  LINE 21 COLUMN 25 VALUE
               "                              ".
           03  LINE 22 COLUMN 25 VALUE
               "                              ".

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
           OPEN     INPUT        CADCTR   CADFOR   CADVND
                    I-O          CADEST   CADCSG   CADPAG
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-CSG   =  "35" OPEN     OUTPUT   CADCSG
                                 CLOSE    CADCSG
                                 OPEN     I-O      CADCSG.
           IF  FST-PAG   =  "35" OPEN     OUTPUT   CADPAG
                                 CLOSE    CADPAG
                                 OPEN     I-O      CADPAG.
           DISPLAY  TELA-01      TELA-02.

       ROT-OPER-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           MOVE     ZEROS    TO  FOR-AUX  DOC-AUX  CHV-EST  SDO-EST
                                 SCS-AUX  QTD-AUX  CUS-UNI  VAL-AUX
           MOVE     SPACES   TO  OPE-AUX  RAZ-FOR  DES-EST
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPER-00.
           IF  OPE-AUX   NOT  =  "E"  AND  NOT  =  "D"  AND
                         NOT  =  "A"  AND  NOT  =  "P"
                                 GO       ROT-OPER-00.
           DISPLAY  OPE-T02
           IF  OPE-AUX   =  "P"  GO       ROT-FORN-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-OPER-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTI-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-INI    <       D8-REG
                                 MOVE    51  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-INI    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.

       ROT-FORN-00.
           ACCEPT   ENTR-03      DISPLAY  FOR-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  OPE-AUX  =  "P"
                                 GO       ROT-OPER-00.
           IF  TECLADO   =  "01" GO       ROT-DATA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FORN-00.
           MOVE     SPACES   TO  RAZ-FOR
           IF  FOR-AUX   =    0  AND  OPE-AUX  =  "P"
                                 DISPLAY  ENTR-02
                                 GO       ROT-POSI-00.
           IF  FOR-AUX   =    0  GO       ROT-FORN-00.
           MOVE     FOR-AUX  TO  CHV-FOR
           READ     CADFOR       MOVE 21  TO  IND-MSG
           IF  FST-FOR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-FORN-00.
           DISPLAY  ENTR-02
           IF  OPE-AUX   =  "P"  GO       ROT-POSI-00.

       ROT-DOCU-00.
           ACCEPT   ENTR-04      DISPLAY  DOC-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FORN-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DOCU-00.
           IF  DOC-AUX   =    0  AND  OPE-AUX  NOT  =  "D"
                                 GO       ROT-DOCU-00.
           IF  OPE-AUX   =  "A"  GO       ROT-ACER-00.

      ******************************************************
      *    ENTRADA OU DEVOLUCAO DE UM PRODUTO              *
      ******************************************************
       ROT-PROD-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           MOVE     ZEROS    TO  CHV-EST  SDO-EST  SCS-AUX  QTD-AUX
                                 CUS-UNI  VAL-AUX
           MOVE     SPACES   TO  DES-EST
           DISPLAY  ENTR-02
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DOCU-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-EST
                                     MOVE  SUF-PSP  TO  SUF-EST.
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
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     FOR-AUX  TO  FOR-CSG
           READ     CADCSG
           IF  FST-CSG   =  "00" MOVE     1        TO  FLG-CSG
                                 MOVE     SDO-CSG  TO  SCS-AUX
                                 MOVE     CST-CSG  TO  CUS-UNI
           ELSE
                                 MOVE     0        TO  FLG-CSG
                                 MOVE     CST-EST  TO  CUS-UNI.
           IF  OPE-AUX   =  "D"  AND  SCS-AUX  =  0
                                 MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           IF  OPE-AUX   =  "E"  PERFORM  ROT-OUTR-00  THRU
                                          ROT-OUTR-EXIT.
           IF  OPE-AUX   =  "E"  AND  FLG-OUT  =  1
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           DISPLAY  ENTR-02.

       ROT-QTDE-00.
           ACCEPT   ENTR-06      DISPLAY  QTD-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PROD-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-QTDE-00.
           IF  QTD-AUX   =    0  GO       ROT-QTDE-00.
           IF  OPE-AUX   =  "D"  AND
              (QTD-AUX   >  SCS-AUX  OR  QTD-AUX  >  SDO-EST)
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-QTDE-00.
           COMPUTE  VAL-AUX  ROUNDED  =  QTD-AUX  *  CUS-UNI
           DISPLAY  ENTR-02
           IF  OPE-AUX   =  "D"  DISPLAY  TELA-04
                                 GO       ROT-CONF-00.

       ROT-CUST-00.
           ACCEPT   ENTR-07      DISPLAY  CUS-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-QTDE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CUST-00.
           IF  CUS-UNI   =    0  GO       ROT-CUST-00.
           COMPUTE  VAL-AUX  ROUNDED  =  QTD-AUX  *  CUS-UNI
           DISPLAY  ENTR-02      TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-QTDE-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-PROD-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  OPE-AUX   =  "D"  GO       ROT-GRVD-00.

      ******************************************************
      *    GRAVACAO DA ENTRADA: saldo, kardex "C" e saldo  *
      *    consignado do fornecedor (sem titulo a pagar)   *
      ******************************************************
       ROT-GRVE-00.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           ADD      QTD-AUX  TO  SDO-EST
           REWRITE  REG-EST
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "C"      TO  TIP-PRM
           MOVE     QTD-AUX  TO  QTD-MOV
           PERFORM  ROT-KARD-00
           IF  FLG-CSG   =    1  GO       ROT-GRVE-10.
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     FOR-AUX  TO  FOR-CSG
           MOVE     QTD-AUX  TO  SDO-CSG  QRC-CSG
           MOVE     CUS-UNI  TO  CST-CSG
           MOVE     DTA-DTA  TO  DTI-CSG
           MOVE     ZEROS    TO  DTL-CSG  QVD-CSG  QDV-CSG  VAC-CSG
           MOVE     PRM-OPR  TO  OPR-CSG
           WRITE    REG-CSG
           MOVE     "CADCSG"  TO  ARQ-PRM
           MOVE     CHV-CSG   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-CSG   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

       ROT-GRVE-10.
           MOVE     REG-CSG  TO  ANT-AUX
           IF  SDO-CSG   =    0  MOVE     DTA-DTA  TO  DTI-CSG
                                 MOVE     CUS-UNI  TO  CST-CSG
           ELSE
               COMPUTE  CST-CSG  ROUNDED  =
                       (SDO-CSG  *  CST-CSG  +  VAL-AUX)
                     / (SDO-CSG  +  QTD-AUX).
           ADD      QTD-AUX  TO  SDO-CSG  QRC-CSG
           MOVE     PRM-OPR  TO  OPR-CSG
           REWRITE  REG-CSG
           MOVE     "CADCSG"  TO  ARQ-PRM
           MOVE     CHV-CSG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CSG   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

      ******************************************************
      *    GRAVACAO DA DEVOLUCAO AO FORNECEDOR: saida do   *
      *    estoque, kardex "R" e baixa do consignado       *
      ******************************************************
       ROT-GRVD-00.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           SUBTRACT QTD-AUX  FROM  SDO-EST
           REWRITE  REG-EST
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "R"      TO  TIP-PRM
           COMPUTE  QTD-MOV  =   QTD-AUX  *  -1
           PERFORM  ROT-KARD-00
           MOVE     REG-CSG  TO  ANT-AUX
           SUBTRACT QTD-AUX  FROM  SDO-CSG
           ADD      QTD-AUX  TO  QDV-CSG
           MOVE     PRM-OPR  TO  OPR-CSG
           REWRITE  REG-CSG
           MOVE     "CADCSG"  TO  ARQ-PRM
           MOVE     CHV-CSG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CSG   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

       ROT-KARD-00.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-DTA  TO  DTA-PRM
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     DEP-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE.

      ******************************************************
      *    OUTRO FORNECEDOR COM SALDO CONSIGNADO DO MESMO  *
      *    PRODUTO (FLG-OUT = 1)                           *
      ******************************************************
       ROT-OUTR-00.
           MOVE     0        TO  FLG-OUT
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     ZEROS    TO  FOR-CSG.

       ROT-OUTR-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   =  "23" GO       ROT-OUTR-EXIT.
           READ     CADCSG  NEXT
           IF  FST-CSG   =  "10" GO       ROT-OUTR-EXIT.
           IF  PRX-CSG   NOT  =  PRX-EST  OR
               SUF-CSG   NOT  =  SUF-EST  GO  ROT-OUTR-EXIT.
           IF  FOR-CSG   NOT  =  FOR-AUX  AND  SDO-CSG  >  0
                                 MOVE     1  TO  FLG-OUT
                                 GO       ROT-OUTR-EXIT.
           GO       ROT-OUTR-10.

       ROT-OUTR-EXIT.
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     FOR-AUX  TO  FOR-CSG
           READ     CADCSG.

      ******************************************************
      *    ACERTO DO FORNECEDOR: primeira passagem so      *
      *    apura (FLG-GRV 0); confirmado, a segunda baixa  *
      *    o consignado, imprime e gera o titulo.          *
      ******************************************************
       ROT-ACER-00.
           MOVE     0        TO  FLG-GRV
           PERFORM  ROT-APUR-00  THRU  ROT-APUR-EXIT
           MOVE     TOT-QTD  TO  QTD-AUX
           MOVE     TOT-VAL  TO  VAL-AUX
           MOVE     ZEROS    TO  CUS-UNI
           DISPLAY  ENTR-02
           IF  TOT-VAL   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DOCU-00.
           DISPLAY  TELA-04.

       ROT-ACER-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DOCU-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-OPER-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-ACER-10.
           DISPLAY  TELA-05
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     FOR-AUX  TO  FOR-TAC
           MOVE     RAZ-FOR  TO  RAZ-TAC
           MOVE     TIT-ACE  TO  TIT-CB2
           MOVE     CAB-004  TO  CAB-COL
           PERFORM  ROT-IMPR-10
           MOVE     1        TO  FLG-GRV
           PERFORM  ROT-APUR-00  THRU  ROT-APUR-EXIT
           MOVE     TOT-VAL  TO  VAL-AUX
           PERFORM  ROT-TPAG-00  THRU  ROT-TPAG-30
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TOT-QTD  TO  QTD-DT2
           MOVE     TOT-VAL  TO  VAL-DT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     SEQ-PAG  TO  SEQ-DT3
           MOVE     NTF-PAG  TO  NTF-DT3
           MOVE     DTV-PAG  TO  DTA-AUX
           PERFORM  ROT-EDTD-00
           MOVE     EDT-DTA  TO  DTV-DT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "ACERTO DE CONSIGNACAO"  TO  TIT-SPO-P
           PERFORM  ROT-FIMP-00
           GO       ROT-OPER-00.

      ******************************************************
      *    APURACAO DO VENDIDO POR PRODUTO CONSIGNADO DO   *
      *    FORNECEDOR: vendas liquidas desde DTI-CSG ate a *
      *    data do acerto, limitadas ao saldo consignado e *
      *    no minimo o que falta no estoque fisico.        *
      ******************************************************
       ROT-APUR-00.
           MOVE     ZEROS    TO  TOT-QTD  TOT-VAL  CHV-CSG.

       ROT-APUR-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   =  "23" GO       ROT-APUR-EXIT.
           READ     CADCSG  NEXT
           IF  FST-CSG   =  "10" GO       ROT-APUR-EXIT.
           IF  FOR-CSG   NOT  =  FOR-AUX  OR
               SDO-CSG   =   ZEROS    GO  ROT-APUR-10.
           MOVE     PRX-CSG  TO  PRX-EST
           MOVE     SUF-CSG  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  GO  ROT-APUR-10.
           PERFORM  ROT-VEND-00  THRU  ROT-VEND-EXIT
           IF  VND-LIQ   <    0  MOVE     ZEROS    TO  VND-LIQ.
           IF  VND-LIQ   >       SDO-CSG
                                 MOVE     SDO-CSG  TO  QAC-AUX
           ELSE
                                 MOVE     VND-LIQ  TO  QAC-AUX.
           COMPUTE  FIS-AUX  =   SDO-CSG  -  QAC-AUX
           IF  SDO-EST   <       FIS-AUX
                                 PERFORM  ROT-FISI-00.
           IF  QAC-AUX   =    0  GO       ROT-APUR-10.
           COMPUTE  VAC-AUX  ROUNDED  =  QAC-AUX  *  CST-CSG
           ADD      QAC-AUX  TO  TOT-QTD
           ADD      VAC-AUX  TO  TOT-VAL
           IF  FLG-GRV   =    1  PERFORM  ROT-BAIX-00.
           GO       ROT-APUR-10.

       ROT-APUR-EXIT.
           EXIT.

       ROT-FISI-00.
           IF  SDO-EST   <    0  MOVE     SDO-CSG  TO  QAC-AUX
           ELSE
               COMPUTE  QAC-AUX  =   SDO-CSG  -  SDO-EST.

      ******************************************************
      *    BAIXA DO VENDIDO ACERTADO E LINHA DO            *
      *    DEMONSTRATIVO                                   *
      ******************************************************
       ROT-BAIX-00.
           MOVE     REG-CSG  TO  ANT-AUX
           SUBTRACT QAC-AUX  FROM  SDO-CSG
           ADD      QAC-AUX  TO  QVD-CSG
           ADD      VAC-AUX  TO  VAC-CSG
           MOVE     DTA-DTA  TO  DTL-CSG  DT6-SOM
           MOVE     1        TO  QTD-SOM
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     RSL-SOM  TO  DTI-CSG
           MOVE     PRM-OPR  TO  OPR-CSG
           REWRITE  REG-CSG
           MOVE     "CADCSG"  TO  ARQ-PRM
           MOVE     CHV-CSG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CSG   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     PRX-CSG  TO  PRX-DT1
           MOVE     SUF-CSG  TO  SUF-DT1
           MOVE     DES-EST  TO  DES-DT1
           MOVE     QAC-AUX  TO  QTD-DT1
           MOVE     CST-CSG  TO  CST-DT1
           MOVE     VAC-AUX  TO  VAL-DT1
           MOVE     SDO-CSG  TO  SDO-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    VENDAS LIQUIDAS DO PRODUTO (VND-LIQ) DE DTI-CSG *
      *    ATE A DATA DO ACERTO                            *
      ******************************************************
       ROT-VEND-00.
           MOVE     ZEROS    TO  VND-LIQ
           MOVE     DTI-CSG  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-CSG
           MOVE     PRX-CSG  TO  PRX-VND
           MOVE     SUF-CSG  TO  SUF-VND
           MOVE     ZEROS    TO  SEQ-VND.

       ROT-VEND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-VEND-EXIT.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-VEND-EXIT.
           IF  PRX-VND   NOT  =  PRX-CSG  OR
               SUF-VND   NOT  =  SUF-CSG  GO  ROT-VEND-EXIT.
           MOVE     DTA-VND  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <   D8-CSG  OR  >  D8-INI
                                 GO       ROT-VEND-10.
           ADD      QTD-VND  TO  VND-LIQ
           GO       ROT-VEND-10.

       ROT-VEND-EXIT.
           EXIT.

      ******************************************************
      *    TITULO A PAGAR DO ACERTO: vencimento = data +   *
      *    CPG-FOR dias, rolado para o dia util            *
      ******************************************************
       ROT-TPAG-00.
           MOVE     FOR-AUX  TO  FOR-PAG
           MOVE     999999   TO  SEQ-PAG
           START    CADPAG       KEY  NOT  >  CHV-PAG
           IF  FST-PAG   =  "23" MOVE     1  TO  SEQ-PAG
                                 GO       ROT-TPAG-10.
           READ     CADPAG       PREVIOUS
           IF  FST-PAG   NOT  =  "00"  OR
               FOR-PAG   NOT  =  FOR-AUX
                                 MOVE     FOR-AUX  TO  FOR-PAG
                                 MOVE     1        TO  SEQ-PAG
           ELSE
                                 ADD      1        TO  SEQ-PAG.

       ROT-TPAG-10.
           MOVE     DOC-AUX  TO  NTF-PAG
           MOVE     DTA-DTA  TO  DTE-PAG
           MOVE     DTA-DTA  TO  DT6-SOM
           MOVE     CPG-FOR  TO  QTD-SOM
           CALL    "DYDSOM"      USING    PRM-SOM
           MOVE     RSL-SOM  TO  DT6-DUT
           CALL    "DYDUTL"      USING    PRM-DUT
           MOVE     RSL-DUT  TO  DTV-PAG
           MOVE     VAL-AUX  TO  VAL-PAG
           MOVE     "A"      TO  SIT-PAG
           MOVE     ZEROS    TO  DTB-PAG  BCO-PAG
           MOVE     SPACES   TO  REM-PAG  CDB-PAG  BLQ-PAG
           MOVE     PRM-OPR  TO  OPR-PAG.

       ROT-TPAG-20.
           WRITE    REG-PAG
           IF  FST-PAG   =  "22" ADD      1  TO  SEQ-PAG
                                 GO       ROT-TPAG-20.
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-PAG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-TPAG-30.
           EXIT.

      ******************************************************
      *    POSICAO DO ESTOQUE CONSIGNADO EM MAOS           *
      ******************************************************
       ROT-POSI-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  TOT-SDO  TOT-VAL
                                 CHV-CSG
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     "POSICAO DO ESTOQUE CONSIGNADO DE FORNECEDORES"
                             TO  TIT-CB2
           MOVE     CAB-005  TO  CAB-COL
           PERFORM  ROT-IMPR-10.

       ROT-POSI-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   =  "23" GO       ROT-POSI-20.
           READ     CADCSG  NEXT
           IF  FST-CSG   =  "10" GO       ROT-POSI-20.
           IF  SDO-CSG   =   ZEROS    GO  ROT-POSI-10.
           IF  FOR-AUX   NOT  =  0  AND
               FOR-CSG   NOT  =  FOR-AUX  GO  ROT-POSI-10.
           MOVE     PRX-CSG  TO  PRX-EST
           MOVE     SUF-CSG  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  MOVE  SPACES  TO  DES-EST.
           COMPUTE  VAC-AUX  ROUNDED  =  SDO-CSG  *  CST-CSG
           ADD      SDO-CSG  TO  TOT-SDO
           ADD      VAC-AUX  TO  TOT-VAL
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     FOR-CSG  TO  FOR-DT4
           MOVE     PRX-CSG  TO  PRX-DT4
           MOVE     SUF-CSG  TO  SUF-DT4
           MOVE     DES-EST  TO  DES-DT4
           MOVE     QRC-CSG  TO  QRC-DT4
           MOVE     QVD-CSG  TO  QVD-DT4
           MOVE     QDV-CSG  TO  QDV-DT4
           MOVE     SDO-CSG  TO  SDO-DT4
           MOVE     VAC-AUX  TO  VAL-DT4
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-004  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-POSI-10.

       ROT-POSI-20.
           IF  TOT-SDO   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    CADTMP
                                 DELETE   FILE     CADTMP
                                 OPEN     OUTPUT   CADTMP
                                 DISPLAY  TELA-09
                                 GO       ROT-OPER-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TOT-SDO  TO  SDO-DT5
           MOVE     TOT-VAL  TO  VAL-DT5
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-005  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "POSICAO DE CONSIGNADOS"  TO  TIT-SPO-P
           PERFORM  ROT-FIMP-00
           GO       ROT-OPER-00.

       ROT-EDTD-00.
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT.

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
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     CAB-COL  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    SAIDA DO RELATORIO MONTADO (TIT-SPO-P = titulo  *
      *    no spool)                                       *
      ******************************************************
       ROT-FIMP-00.
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-09.
       ROT-SAID-10.
           ACCEPT   MEI-E09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-SPLS-00.
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
           MOVE    MES-SYS   TO    MES-CAB
           MOVE    ANO-SYS   TO    ANO-CAB
           CALL   "DYNOME"  USING  PRM-NOM
                                   PRM-CAB
           MOVE    CLI-NOM   TO    CLI-CB1
           MOVE    PRM-CAB   TO    DTA-CB2.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-LOCK-00.
           MOVE     "L"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    PRM-OPR  PRM-LCK.

       ROT-LCKU-00.
           MOVE     "U"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    PRM-OPR  PRM-LCK.

       ROT-LCKW-00.
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =  01  GO   ROT-LCKW-00.
           DISPLAY  TELA-LCZ.

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

       ROT-DTAC-00.
           CALL    "DYDATA"  USING  PRM-DTA
                                    PRM-HLP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00.
           CLOSE    CADCTR  CADEST  CADFOR  CADCSG  CADVND
                    CADPAG  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
