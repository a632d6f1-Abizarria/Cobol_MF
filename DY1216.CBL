       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1216.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CUSTOS ACESSORIOS DA NOTA DE COMPRA (CADNFA):   *
      *    depois de lancados os itens da nota no DY1215,  *
      *    informa o frete, o seguro e as outras despesas  *
      *    (impostos nao recuperaveis etc.) e rateia o     *
      *    total entre os itens da nota em CADLCP pelo     *
      *    valor ou pela quantidade (RAT-LCP; a diferenca  *
      *    de arredondamento fica no ultimo item).         *
      *    Cada item tem CST-EST acrescido do rateado por  *
      *    unidade e o custo medio CTM-EST refeito com o   *
      *    rateado sobre o saldo (historico via DYHPRC).   *
      *    Custos vindos na nota do fornecedor sao somados *
      *    ao titulo CADPAG da nota; pagos a parte ficam   *
      *    so no custo. Imprime o rateio da nota; nota ja  *
      *    rateada so reimprime.                           *
      *    Nota com data no periodo fechado (DTF-CTR) e    *
      *    recusada. Gravacao auditada via DYAUDT.         *
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

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADNFA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFA
                       FILE          STATUS  IS  FST-NFA.

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
       COPY  CADLCP.CPY.
       COPY  CADNFA.CPY.
       COPY  CADPAG.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-NFA          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).

           03  FOR-AUX          PIC  9(04).
           03  NTF-AUX          PIC  9(06).
           03  DTN-AUX          PIC  9(06).
           03  QTI-AUX          PIC  9(03).
           03  CNT-AUX          PIC  9(03).
           03  TQT-AUX          PIC  9(08).
           03  TVL-AUX          PIC  9(09)V99.
           03  TOT-AUX          PIC  9(08)V99.
           03  ACR-AUX          PIC  9(08)V99.
           03  RAT-AUX          PIC  9(07)V99.
           03  CST-ANT          PIC  9(06)V9999.
           03  CTM-ANT          PIC  9(06)V9999.
           03  UNI-AUX          PIC  9(06)V9999.
           03  ACM-VAL          PIC  9(09)V99.
           03  ACM-RAT          PIC  9(08)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPA-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-HPR.
           03  PRX-PRH          PIC  9(02).
           03  SUF-PRH          PIC  9(03).
           03  CMP-PRH          PIC  9(01).
           03  VLA-PRH          PIC  9(06)V9999.
           03  VLN-PRH          PIC  9(06)V9999.
           03  OPR-PRH          PIC  X(10).

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
           03  FILLER           PIC  X(68)  VALUE
               "RATEIO DE CUSTOS ACESSORIOS DA NOTA FISCAL".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "PRODUTO DESCRICAO            QTDE   VALO".
           03  FILLER           PIC  X(40)  VALUE
               "R ITEM    RATEADO  CUSTO UNIT   C.MEDIO ".

       01  CAB-005.
           03  FILLER           PIC  X(12)  VALUE  "FORNECEDOR:".
           03  FOR-CB5          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAZ-CB5          PIC  X(30).
           03  FILLER           PIC  X(08)  VALUE  "  NOTA:".
           03  NTF-CB5          PIC  9(06).
           03  FILLER           PIC  X(08)  VALUE  "  DATA:".
           03  DTN-CB5          PIC  X(08).

       01  CAB-006.
           03  FILLER           PIC  X(07)  VALUE  "FRETE:".
           03  FRT-CB6          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(10)  VALUE  "  SEGURO:".
           03  SEG-CB6          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(10)  VALUE  "  OUTRAS:".
           03  OUT-CB6          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CRT-CB6          PIC  X(13).

       01  DET-001.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(18).
           03  QTD-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAT-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  UNI-DT1          PIC  ZZ.ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CTM-DT1          PIC  ZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(34)  VALUE
               "TOTAL DA NOTA ....................".
           03  VAL-TT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAT-TT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(14)  VALUE
               "   TITULO ...:".
           03  TIT-TT1          PIC  X(07).

       01  DTN-EDT.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  56.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  56.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1216".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

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

       01  PRM-LCK.
           03  ARQ-LKP          PIC  X(06).
           03  RGK-LKP          PIC  X(15).
           03  OPC-LKP          PIC  X(01).
           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle de Compras ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Custos Acessorios NF ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 10 COLUMN 13 VALUE "Nota Fiscal :".
           03  LINE 11 COLUMN 13 VALUE "Itens ......:".
           03  LINE 11 COLUMN 36 VALUE "Qtde:".
           03  LINE 12 COLUMN 13 VALUE "Valor Itens :".
           03  LINE 13 COLUMN 13 VALUE "Frete ......:".
           03  LINE 14 COLUMN 13 VALUE "Seguro .....:".
           03  LINE 15 COLUMN 13 VALUE "Outras .....:".
           03  LINE 15 COLUMN 45 VALUE "(impostos nao recup.)".
           03  LINE 16 COLUMN 13 VALUE "Criterio ...:".
           03  LINE 16 COLUMN 36 VALUE "(V = Valor  Q = Quantidade)".
           03  LINE 17 COLUMN 13 VALUE "Soma Titulo :".
           03  LINE 17 COLUMN 36 VALUE "(S = vieram na nota do forn.)".

       01  ENTR-01.
           03  FOR-E01 LINE 09 COLUMN 28 PIC 9(04) USING FOR-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  RAZ-T02 LINE 09 COLUMN 34 PIC X(30)      FROM RAZ-FOR.
           03  NTF-T02 LINE 10 COLUMN 28 PIC 9(06)      FROM NTF-AUX.
           03  QTI-T02 LINE 11 COLUMN 28 PIC ZZ9        FROM QTI-AUX.
           03  TQT-T02 LINE 11 COLUMN 42 PIC ZZ.ZZZ.ZZ9 FROM TQT-AUX.
           03  TVL-T02 LINE 12 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                                        FROM TVL-AUX.
           03  FRT-T02 LINE 13 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM FRT-NFA.
           03  SEG-T02 LINE 14 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM SEG-NFA.
           03  OUT-T02 LINE 15 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM OUT-NFA.
           03  CRT-T02 LINE 16 COLUMN 28 PIC X(01)      FROM CRT-NFA.
           03  TIT-T02 LINE 17 COLUMN 28 PIC X(01)      FROM TIT-NFA.

       01  ENTR-03.
           03  NTF-E03 LINE 10 COLUMN 28 PIC 9(06) USING NTF-AUX.

       01  ENTR-04.
           03  FRT-E04 LINE 13 COLUMN 28 PIC 9(07)V99 USING FRT-NFA.

       01  ENTR-05.
           03  SEG-E05 LINE 14 COLUMN 28 PIC 9(07)V99 USING SEG-NFA.

       01  ENTR-06.
           03  OUT-E06 LINE 15 COLUMN 28 PIC 9(07)V99 USING OUT-NFA.

       01  ENTR-07.
           03  CRT-E07 LINE 16 COLUMN 28 PIC X(01)    USING CRT-NFA.

       01  ENTR-09.
           03  TIT-E09 LINE 17 COLUMN 28 PIC X(01)    USING TIT-NFA.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "   Confirma o Rateio ?   [ ]   ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "  Reimprime o Rateio ?   [ ]   ".

       01  ENTR-10  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 19 COLUMN 13 VALUE
               "                               ".

       01  TELA-07 BCK-CLR 01.
           03  FOR-CLR  15.
               05  LINE 20 COLUMN 24 VALUE "Paginas Montadas ..:".
               05  PAG-T07 LINE 20 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 21 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 22 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 22 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 24 VALUE
               "                              ".
           03  LINE 21 COLUMN 25 VALUE
               "                              ".
           03  LINE 22 COLUMN 25 VALUE
               "                              ".

       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
           03  LINE 24 COLUMN 13 VALUE "Registro em uso por:".
           03  HLD-TLK LINE 24 COLUMN 34 PIC X(10) FROM HLD-LKP.

       01  TELA-LCZ BCK-CLR 00 FOR-CLR 00.
           03  LINE 24 COLUMN 13 VALUE
               "                                             ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADFOR
                    I-O          CADEST   CADLCP   CADNFA
                                 CADPAG
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-NFA   =  "35" OPEN     OUTPUT   CADNFA
                                 CLOSE    CADNFA
                                 OPEN     I-O      CADNFA.
           IF  FST-PAG   =  "35" OPEN     OUTPUT   CADPAG
                                 CLOSE    CADPAG
                                 OPEN     I-O      CADPAG.
           DISPLAY  TELA-01      TELA-02.

       ROT-FORN-00.
           MOVE     ZEROS    TO  FOR-AUX  NTF-AUX
           PERFORM  ROT-LIMP-00
           MOVE     SPACES   TO  RAZ-FOR
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FORN-00.
           IF  FOR-AUX   =    0  GO       ROT-FORN-00.
           MOVE     FOR-AUX  TO  CHV-FOR
           READ     CADFOR       MOVE 21  TO  IND-MSG
           IF  FST-FOR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-FORN-00.
           DISPLAY  ENTR-02.

       ROT-NOTA-00.
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-02
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FORN-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NOTA-00.
           IF  NTF-AUX   =    0  GO       ROT-NOTA-00.
           PERFORM  ROT-ITNS-00  THRU  ROT-ITNS-20
           IF  QTI-AUX   =    0  MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-NOTA-00.
           MOVE     0        TO  FLG-NOV
           MOVE     FOR-AUX  TO  FOR-NFA
           MOVE     NTF-AUX  TO  NTF-NFA
           READ     CADNFA
           IF  FST-NFA   =  "00" DISPLAY  ENTR-02
                                 GO       ROT-REIM-00.
           MOVE     1        TO  FLG-NOV
           MOVE     FOR-AUX  TO  FOR-NFA
           MOVE     NTF-AUX  TO  NTF-NFA
           MOVE     ZEROS    TO  FRT-NFA  SEG-NFA  OUT-NFA
           MOVE     "V"      TO  CRT-NFA
           MOVE     "S"      TO  TIT-NFA
           DISPLAY  ENTR-02
           MOVE     DTN-AUX  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-INI    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-NOTA-00.

       ROT-FRET-00.
           ACCEPT   ENTR-04      DISPLAY  FRT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-NOTA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FRET-00.

       ROT-SEGU-00.
           ACCEPT   ENTR-05      DISPLAY  SEG-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FRET-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-SEGU-00.

       ROT-OUTR-00.
           ACCEPT   ENTR-06      DISPLAY  OUT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-SEGU-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OUTR-00.
           COMPUTE  TOT-AUX  =   FRT-NFA  +  SEG-NFA  +  OUT-NFA
           IF  TOT-AUX   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FRET-00.

       ROT-CRIT-00.
           ACCEPT   ENTR-07      DISPLAY  CRT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OUTR-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CRIT-00.
           IF  CRT-NFA   NOT  =  "V"  AND  NOT  =  "Q"
                                 GO       ROT-CRIT-00.

       ROT-TITU-00.
           ACCEPT   ENTR-09      DISPLAY  TIT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CRIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-TITU-00.
           IF  TIT-NFA   NOT  =  "S"  AND  NOT  =  "N"
                                 GO       ROT-TITU-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-TITU-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-NOTA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-NFA
           MOVE     PRM-OPR  TO  OPR-NFA
           WRITE    REG-NFA
           MOVE     "CADNFA"  TO  ARQ-PRM
           MOVE     CHV-NFA   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-NFA   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-RATE-00  THRU  ROT-RATE-30
           IF  TIT-NFA   =  "S"  PERFORM  ROT-TPAG-00  THRU
                                          ROT-TPAG-40.
           GO       ROT-RELA-00.

      ******************************************************
      *    NOTA JA RATEADA: so reimprime                   *
      ******************************************************
       ROT-REIM-00.
           DISPLAY  TELA-06.

       ROT-REIM-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-NOTA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-NOTA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-REIM-10.
           DISPLAY  TELA-05.

      ******************************************************
      *    RELATORIO DO RATEIO DA NOTA                     *
      ******************************************************
       ROT-RELA-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  ACM-VAL  ACM-RAT
           PERFORM  ROT-NOME-00
           DISPLAY  TELA-07
           MOVE     FOR-AUX  TO  FOR-CB5
           MOVE     RAZ-FOR  TO  RAZ-CB5
           MOVE     NTF-AUX  TO  NTF-CB5
           MOVE     DTN-AUX  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT
           MOVE     DTN-EDT  TO  DTN-CB5
           MOVE     FRT-NFA  TO  FRT-CB6
           MOVE     SEG-NFA  TO  SEG-CB6
           MOVE     OUT-NFA  TO  OUT-CB6
           IF  CRT-NFA   =  "V"
               MOVE     "RATEIO: VALOR"  TO  CRT-CB6
           ELSE
               MOVE     "RATEIO: QTDE"   TO  CRT-CB6.
           PERFORM  ROT-IMPR-00
           MOVE     ZEROS    TO  CHV-LCP.

       ROT-RELA-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-RELA-20.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-RELA-20.
           IF  FOR-LCP   NOT  =  FOR-AUX  OR
               NTF-LCP   NOT  =  NTF-AUX  OR
               QTD-LCP   NOT  >  ZEROS    GO  ROT-RELA-10.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-00.
           MOVE     PRX-LCP  TO  PRX-EST  PRX-DT1
           MOVE     SUF-LCP  TO  SUF-EST  SUF-DT1
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  SPACES  TO  DES-EST
                                 MOVE  ZEROS   TO  CTM-EST.
           MOVE     DES-EST  TO  DES-DT1
           MOVE     QTD-LCP  TO  QTD-DT1
           MOVE     VAL-LCP  TO  VAL-DT1
           MOVE     RAT-LCP  TO  RAT-DT1
           COMPUTE  UNI-AUX  ROUNDED  =
                   (VAL-LCP  +  RAT-LCP)  /  QTD-LCP
           MOVE     UNI-AUX  TO  UNI-DT1
           MOVE     CTM-EST  TO  CTM-DT1
           ADD      VAL-LCP  TO  ACM-VAL
           ADD      RAT-LCP  TO  ACM-RAT
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-RELA-10.

       ROT-RELA-20.
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-00.
           MOVE     ACM-VAL  TO  VAL-TT1
           MOVE     ACM-RAT  TO  RAT-TT1
           IF  TIT-NFA   =  "S"  MOVE  "SOMOU"  TO  TIT-TT1
           ELSE                  MOVE  "A PARTE"  TO  TIT-TT1.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-NOTA-00.

      ******************************************************
      *    ITENS DA NOTA NO CADLCP: quantidade de itens,   *
      *    total de unidades e de valor e a data da nota   *
      ******************************************************
       ROT-ITNS-00.
           MOVE     ZEROS    TO  QTI-AUX  TQT-AUX  TVL-AUX  DTN-AUX
                                 CHV-LCP.

       ROT-ITNS-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-ITNS-20.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-ITNS-20.
           IF  FOR-LCP   NOT  =  FOR-AUX  OR
               NTF-LCP   NOT  =  NTF-AUX  OR
               QTD-LCP   NOT  >  ZEROS    GO  ROT-ITNS-10.
           ADD      1        TO  QTI-AUX
           ADD      QTD-LCP  TO  TQT-AUX
           ADD      VAL-LCP  TO  TVL-AUX
           IF  DTN-AUX   =    0  MOVE     DTA-LCP  TO  DTN-AUX.
           GO       ROT-ITNS-10.

       ROT-ITNS-20.
           EXIT.

      ******************************************************
      *    RATEIO: RAT-LCP de cada item (o ultimo leva a   *
      *    diferenca), CST-EST e CTM-EST do produto        *
      ******************************************************
       ROT-RATE-00.
           MOVE     ZEROS    TO  CNT-AUX  ACR-AUX  CHV-LCP.

       ROT-RATE-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-RATE-30.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-RATE-30.
           IF  FOR-LCP   NOT  =  FOR-AUX  OR
               NTF-LCP   NOT  =  NTF-AUX  OR
               QTD-LCP   NOT  >  ZEROS    GO  ROT-RATE-10.
           ADD      1        TO  CNT-AUX
           IF  CNT-AUX   =       QTI-AUX
               COMPUTE  RAT-AUX  =   TOT-AUX  -  ACR-AUX
           ELSE
               IF  CRT-NFA   =  "V"
                   COMPUTE  RAT-AUX  ROUNDED  =
                            TOT-AUX  *  VAL-LCP  /  TVL-AUX
               ELSE
                   COMPUTE  RAT-AUX  ROUNDED  =
                            TOT-AUX  *  QTD-LCP  /  TQT-AUX.
           ADD      RAT-AUX  TO  ACR-AUX
           MOVE     REG-LCP  TO  ANT-AUX
           MOVE     RAT-AUX  TO  RAT-LCP
           REWRITE  REG-LCP
           MOVE     "CADLCP"  TO  ARQ-PRM
           MOVE     CHV-LCP   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-LCP   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-CUST-00  THRU  ROT-CUST-10
           GO       ROT-RATE-10.

       ROT-RATE-30.
           EXIT.

      ******************************************************
      *    CUSTO DO PRODUTO DO ITEM: ultimo custo mais o   *
      *    rateado por unidade; custo medio com o rateado  *
      *    sobre o saldo atual (sem saldo fica como esta). *
      *    O produto fica travado (DYLOCK) so durante a    *
      *    regravacao.                                     *
      ******************************************************
       ROT-CUST-00.
           IF  RAT-AUX   =    0  GO       ROT-CUST-10.
           MOVE     PRX-LCP  TO  PRX-EST
           MOVE     SUF-LCP  TO  SUF-EST
           PERFORM  ROT-LCKE-00  THRU  ROT-LCKE-10
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  PERFORM  ROT-LCKU-00
                                 GO       ROT-CUST-10.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           MOVE     CST-EST  TO  CST-ANT
           MOVE     CTM-EST  TO  CTM-ANT
           COMPUTE  CST-EST  ROUNDED  =
                    CST-ANT  +  RAT-AUX  /  QTD-LCP
           IF  SDO-EST   >   ZEROS
               COMPUTE  CTM-EST  ROUNDED  =
                        CTM-ANT  +  RAT-AUX  /  SDO-EST.
           REWRITE  REG-EST
           PERFORM  ROT-LCKU-00
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     PRX-EST  TO  PRX-PRH
           MOVE     SUF-EST  TO  SUF-PRH
           MOVE     PRM-OPR  TO  OPR-PRH
           MOVE     1        TO  CMP-PRH
           MOVE     CST-ANT  TO  VLA-PRH
           MOVE     CST-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR
           IF  CTM-EST   =       CTM-ANT  GO  ROT-CUST-10.
           MOVE     2        TO  CMP-PRH
           MOVE     CTM-ANT  TO  VLA-PRH
           MOVE     CTM-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR.

       ROT-CUST-10.
           EXIT.

      ******************************************************
      *    CUSTOS NA NOTA DO FORNECEDOR: acumula no titulo *
      *    em aberto da nota ou abre um novo com           *
      *    vencimento = data da nota + CPG-FOR dias        *
      ******************************************************
       ROT-TPAG-00.
           MOVE     FOR-AUX  TO  FOR-PAG
           MOVE     ZEROS    TO  SEQ-PAG
           START    CADPAG       KEY  >   CHV-PAG
           IF  FST-PAG   =  "23" GO       ROT-TPAG-20.

       ROT-TPAG-10.
           READ     CADPAG  NEXT
           IF  FST-PAG   =  "10" GO       ROT-TPAG-20.
           IF  FOR-PAG  NOT   =  FOR-AUX  GO  ROT-TPAG-20.
           IF  NTF-PAG   =       NTF-AUX  AND
               SIT-PAG   =       "A"      AND
               REM-PAG   NOT  =  "R"
               MOVE     REG-PAG (1: 50)  TO  ANT-AUX
               ADD      TOT-AUX  TO  VAL-PAG
               MOVE     PRM-OPR  TO  OPR-PAG
               REWRITE  REG-PAG
               MOVE     "A"       TO  OPC-PRM
               MOVE     ANT-AUX   TO  ANT-PRM
               PERFORM  ROT-APAG-00
               GO       ROT-TPAG-40.
           GO       ROT-TPAG-10.

       ROT-TPAG-20.
           MOVE     FOR-AUX  TO  FOR-PAG
           MOVE     999999   TO  SEQ-PAG
           START    CADPAG       KEY  NOT  >  CHV-PAG
           IF  FST-PAG   =  "23" MOVE     1  TO  SEQ-PAG
                                 GO       ROT-TPAG-25.
           READ     CADPAG       PREVIOUS
           IF  FST-PAG   NOT  =  "00"  OR
               FOR-PAG   NOT  =  FOR-AUX
                                 MOVE     FOR-AUX  TO  FOR-PAG
                                 MOVE     1        TO  SEQ-PAG
           ELSE
                                 ADD      1        TO  SEQ-PAG.

       ROT-TPAG-25.
           MOVE     NTF-AUX  TO  NTF-PAG
           MOVE     DTN-AUX  TO  DTE-PAG
           MOVE     DTN-AUX  TO  DT6-SOM
           MOVE     CPG-FOR  TO  QTD-SOM
           CALL    "DYDSOM"      USING    PRM-SOM
           MOVE     RSL-SOM  TO  DT6-DUT
           CALL    "DYDUTL"      USING    PRM-DUT
           MOVE     RSL-DUT  TO  DTV-PAG
           MOVE     TOT-AUX  TO  VAL-PAG
           MOVE     "A"      TO  SIT-PAG
           MOVE     ZEROS    TO  DTB-PAG  BCO-PAG
           MOVE     SPACES   TO  REM-PAG  CDB-PAG  BLQ-PAG
           MOVE     PRM-OPR  TO  OPR-PAG.

       ROT-TPAG-30.
           WRITE    REG-PAG
           IF  FST-PAG   =  "22" ADD      1  TO  SEQ-PAG
                                 GO       ROT-TPAG-30.
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           PERFORM  ROT-APAG-00.

       ROT-TPAG-40.
           EXIT.

       ROT-APAG-00.
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     REG-PAG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-LIMP-00.
           MOVE     ZEROS    TO  QTI-AUX  TQT-AUX  TVL-AUX
                                 FRT-NFA  SEG-NFA  OUT-NFA
           MOVE     SPACES   TO  CRT-NFA  TIT-NFA.

       ROT-IMPR-00.
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
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-006  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     7        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     8        TO  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     9        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-08.
       ROT-SAID-10.
           ACCEPT   MEI-E08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    TRAVA DO PRODUTO CHV-EST P/ A REGRAVACAO: em    *
      *    uso, mostra quem tem, espera o Esc e tenta de   *
      *    novo (o rateio da nota ja comecou)              *
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
           MOVE     "CUSTOS ACESSORIOS DA NOTA"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADEST  CADFOR  CADLCP  CADNFA
                    CADPAG  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
