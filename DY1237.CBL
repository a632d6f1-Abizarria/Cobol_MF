       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1237.
       AUTHOR.         ADILSON.
      ******************************************************
      *    TABELA DE PRECOS DE FORNECEDORES (CADTPF):      *
      *    - manutencao do preco da embalagem por produto  *
      *      e fornecedor, com a data de vigencia; as      *
      *      unidades por embalagem vem do CADEMB (do      *
      *      fornecedor ou o padrao do produto; 1 sem      *
      *      embalagem) e o custo unitario e calculado na  *
      *      gravacao;                                     *
      *    - relatorio F3 comparativo por produto: os      *
      *      fornecedores do produto ordenados pelo custo  *
      *      unitario, com a diferenca % sobre o melhor    *
      *      preco e a marca "*" quando o custo subiu na   *
      *      ultima importacao da lista (DY1238).          *
      *      Produto 0 = todos os produtos da tabela.      *
      *    F4 = excluir o preco.                           *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

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

           SELECT      CADEMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMB
                       FILE          STATUS  IS  FST-EMB.

           SELECT      CADTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TPF
                       FILE          STATUS  IS  FST-TPF.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADFOR.CPY.
       COPY  CADEMB.CPY.
       COPY  CADTPF.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-EMB          PIC  X(02).
           03  FST-TPF          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FOR-AUX          PIC  9(04).
           03  QTE-AUX          PIC  9(05).
           03  DES-EMB-T        PIC  X(15).

           03  CHV-SEL.
               05  PRX-SEL      PIC  9(02).
               05  SUF-SEL      PIC  9(03).
           03  PRX-AUX          PIC  9(02).
           03  SUF-AUX          PIC  9(03).
           03  CNT-PRD          PIC  9(05).
           03  ORD-AUX          PIC  9(02).
           03  MEL-AUX          PIC  9(06)V9999.
           03  DIF-AUX          PIC  9(04)V9.

           03  TAB-CMP.
               05  ITM-CMP               OCCURS  50.
                   07  FOR-CMP  PIC  9(04).
                   07  QTE-CMP  PIC  9(05).
                   07  PEM-CMP  PIC  9(07)V99.
                   07  PRC-CMP  PIC  9(06)V9999.
                   07  PAN-CMP  PIC  9(06)V9999.
                   07  DTV-CMP  PIC  9(06).
                   07  USO-CMP  PIC  9(01).
           03  QTD-CMP          PIC  9(02).
           03  IND-CMP          PIC  9(02).
           03  IND-MIN          PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

       01  PRM-DTA.
           03  DTA-DTA.
               05  ANO-DTA      PIC  9(02).
               05  MES-DTA      PIC  9(02).
               05  DIA-DTA      PIC  9(02).
           03  LIN-DTA          PIC  9(02)  VALUE  15.
           03  COL-DTA          PIC  9(02)  VALUE  28.
           03  BCK-DTA          PIC  9(01)  VALUE  2.
           03  FOR-DTA          PIC  9(01)  VALUE  7.
           03  FLG-DTA          PIC  9(01).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-PSP.
           03  DES-PSP          PIC  X(25).
           03  PRX-PSP          PIC  9(02).
           03  SUF-PSP          PIC  9(03).
           03  RSP-PSP          PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(68)  VALUE
               "COMPARATIVO DE CUSTOS POR FORNECEDOR".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "OR  FORN RAZAO SOCIAL         UN/EM PREC".
           03  FILLER           PIC  X(40)  VALUE
               "O EMBAL.  CUSTO UNIT.   DIF% VIGENCIA A ".

       01  DET-001.
           03  ORD-DT1          PIC  Z9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FOR-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAZ-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTE-DT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PEM-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRC-DT1          PIC  ZZZ.ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT1          PIC  ZZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ALT-DT1          PIC  X(01).

       01  DET-002.
           03  FILLER           PIC  X(09)  VALUE  "PRODUTO: ".
           03  PRX-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT2          PIC  X(25).
           03  FILLER           PIC  X(23)  VALUE
               "  CUSTO MEDIO ATUAL:".
           03  CTM-DT2          PIC  ZZZ.ZZ9,9999.

       01  DET-003              PIC  X(80)  VALUE
           "A = * CUSTO UNITARIO SUBIU NA ULTIMA IMPORTACAO DA LISTA".

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  57.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  57.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1237".
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

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle de Compras ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Precos de Fornecedores ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Produto ....:".
           03  LINE 10 COLUMN 28 VALUE
               "(F3 = Comparativo; 0 = todos)".
           03  LINE 11 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 13 COLUMN 13 VALUE "Embalagem ..:".
           03  LINE 14 COLUMN 13 VALUE "Preco Embal.:".
           03  LINE 15 COLUMN 13 VALUE "Vigencia ...:".
           03  LINE 16 COLUMN 13 VALUE "Custo Unit .:".
           03  LINE 16 COLUMN 42 VALUE "Antes Import.:".
           03  LINE 17 COLUMN 13 VALUE "F4 = Excluir o Preco".

       01  ENTR-01.
           03  PRX-E01 LINE 09 COLUMN 28 PIC 9(02) USING PRX-EST.
           03  SUF-E01 LINE 09 COLUMN 31 PIC 9(03) USING SUF-EST.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 09 COLUMN 36 PIC X(25) FROM DES-EST.
           03  FOR-T02 LINE 11 COLUMN 28 PIC 9(04) FROM FOR-AUX.
           03  RAZ-T02 LINE 11 COLUMN 33 PIC X(30) FROM RAZ-FOR.
           03  QTE-T02 LINE 13 COLUMN 28 PIC ZZZZ9 FROM QTE-AUX.
           03  DEM-T02 LINE 13 COLUMN 34 PIC X(15) FROM DES-EMB-T.
           03  PEM-T02 LINE 14 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                   FROM PEM-TPF.
           03  DIA-T02 LINE 15 COLUMN 28 PIC 9(02) FROM DIA-AUX.
           03  LINE 15 COLUMN 30 VALUE "/".
           03  MES-T02 LINE 15 COLUMN 31 PIC 9(02) FROM MES-AUX.
           03  LINE 15 COLUMN 33 VALUE "/".
           03  ANO-T02 LINE 15 COLUMN 34 PIC 9(02) FROM ANO-AUX.
           03  PRC-T02 LINE 16 COLUMN 28 PIC ZZZ.ZZ9,9999
                                                   FROM PRC-TPF.
           03  PAN-T02 LINE 16 COLUMN 57 PIC ZZZ.ZZ9,9999
                                                   FROM PAN-TPF.

       01  ENTR-03.
           03  FOR-E03 LINE 11 COLUMN 28 PIC 9(04) USING FOR-AUX.

       01  ENTR-04.
           03  PEM-E04 LINE 14 COLUMN 28 PIC 9(07)V99 USING PEM-TPF.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 20 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 20 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 21 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 22 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 22 COLUMN 39 PIC 9(01) USING MEI-IMP.

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
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADEST   CADFOR   CADEMB
                    I-O          CADTPF
                    OUTPUT       CADTMP
           IF  FST-TPF   =  "35" OPEN     OUTPUT   CADTPF
                                 CLOSE    CADTPF
                                 OPEN     I-O      CADTPF.
           DISPLAY  TELA-01      TELA-02.

       ROT-PROD-00.
           MOVE     ZEROS    TO  CHV-EST  FOR-AUX  QTE-AUX  PEM-TPF
                                 PRC-TPF  PAN-TPF  DTA-AUX
           MOVE     SPACES   TO  DES-EST  RAZ-FOR  DES-EMB-T
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-00.
           IF  TECLADO   =  "03" MOVE     CHV-EST  TO  CHV-SEL
                                 GO       ROT-IMPR-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-EST
                                     MOVE  SUF-PSP  TO  SUF-EST.
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           DISPLAY  ENTR-02.

       ROT-FORN-00.
           ACCEPT   ENTR-03      DISPLAY  FOR-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PROD-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FORN-00.
           IF  FOR-AUX   =    0  GO       ROT-FORN-00.
           MOVE     FOR-AUX  TO  CHV-FOR
           READ     CADFOR       MOVE 21  TO  IND-MSG
           IF  FST-FOR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-FORN-00.
           PERFORM  ROT-EMBA-00  THRU  ROT-EMBA-30
           MOVE     0        TO  FLG-NOV
           MOVE     PRX-EST  TO  PRX-TPF
           MOVE     SUF-EST  TO  SUF-TPF
           MOVE     FOR-AUX  TO  FOR-TPF
           READ     CADTPF
           IF  FST-TPF   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     PRX-EST  TO  PRX-TPF
                                 MOVE     SUF-EST  TO  SUF-TPF
                                 MOVE     FOR-AUX  TO  FOR-TPF
                                 MOVE     ZEROS    TO  PEM-TPF  PRC-TPF
                                                       PAN-TPF  DTI-TPF
                                 ACCEPT   DTV-TPF  FROM  DATE
           ELSE
                                 MOVE     REG-TPF  TO  ANT-AUX.
           MOVE     DTV-TPF  TO  DTA-AUX
           DISPLAY  ENTR-02.

       ROT-EDIT-00.
           ACCEPT   ENTR-04      DISPLAY  PEM-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FORN-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-EDIT-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  PEM-TPF   =    0  GO       ROT-EDIT-00.
           COMPUTE  PRC-TPF  ROUNDED  =  PEM-TPF  /  QTE-AUX
           DISPLAY  PRC-T02.

       ROT-DATA-00.
           MOVE     DTV-TPF  TO  DTA-DTA
           CALL    "DYDATA"  USING  PRM-DTA
           IF  FLG-DTA   =    0  GO       ROT-EDIT-00.
           MOVE     DTA-DTA  TO  DTV-TPF  DTA-AUX
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DATA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-PROD-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     QTE-AUX  TO  QTE-TPF
           MOVE     PRM-OPR  TO  OPR-TPF
           IF  FLG-NOV   =    1  WRITE    REG-TPF
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM
                                 REWRITE  REG-TPF.
           MOVE     REG-TPF  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

      ******************************************************
      *    EXCLUSAO DO PRECO                               *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADTPF
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

       ROT-AUDG-00.
           MOVE     "CADTPF"  TO  ARQ-PRM
           MOVE     CHV-TPF   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    FATOR DE EMBALAGEM: do fornecedor ou o padrao   *
      *    do produto (FOR-EMB 0); QTE-AUX = 1 sem         *
      *    embalagem cadastrada.                           *
      ******************************************************
       ROT-EMBA-00.
           MOVE     1        TO  QTE-AUX
           MOVE     "UNIDADE"    TO  DES-EMB-T
           MOVE     PRX-EST  TO  PRX-EMB
           MOVE     SUF-EST  TO  SUF-EMB
           MOVE     FOR-AUX  TO  FOR-EMB
           READ     CADEMB
           IF  FST-EMB   =  "00" MOVE     QTE-EMB  TO  QTE-AUX
                                 MOVE     DES-EMB  TO  DES-EMB-T
                                 GO       ROT-EMBA-30.
           MOVE     PRX-EST  TO  PRX-EMB
           MOVE     SUF-EST  TO  SUF-EMB
           MOVE     ZEROS    TO  FOR-EMB
           READ     CADEMB
           IF  FST-EMB   =  "00" MOVE     QTE-EMB  TO  QTE-AUX
                                 MOVE     DES-EMB  TO  DES-EMB-T.

       ROT-EMBA-30.
           EXIT.

      ******************************************************
      *    COMPARATIVO POR PRODUTO: junta os fornecedores  *
      *    do produto (ate 50) e imprime em ordem de custo *
      *    unitario, do menor para o maior.                *
      ******************************************************
       ROT-IMPR-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  CNT-PRD  QTD-CMP
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     PRX-SEL  TO  PRX-TPF
           MOVE     SUF-SEL  TO  SUF-TPF
           MOVE     ZEROS    TO  FOR-TPF
           START    CADTPF       KEY  NOT  <  CHV-TPF
           IF  FST-TPF   =  "23" GO       ROT-IMPR-50.

       ROT-IMPR-20.
           READ     CADTPF  NEXT
           IF  FST-TPF   =  "10" GO       ROT-IMPR-50.
           IF  CHV-SEL   NOT  =  ZEROS  AND
              (PRX-TPF   NOT  =  PRX-SEL  OR
               SUF-TPF   NOT  =  SUF-SEL) GO  ROT-IMPR-50.
           IF  QTD-CMP   >    0  AND
              (PRX-TPF   NOT  =  PRX-AUX  OR
               SUF-TPF   NOT  =  SUF-AUX)
                                 PERFORM  ROT-RANK-00
                                     THRU ROT-RANK-EXIT.
           IF  QTD-CMP   =    0  MOVE     PRX-TPF  TO  PRX-AUX
                                 MOVE     SUF-TPF  TO  SUF-AUX.
           IF  QTD-CMP   =   50  GO       ROT-IMPR-20.
           ADD      1        TO  QTD-CMP
           MOVE     FOR-TPF  TO  FOR-CMP (QTD-CMP)
           MOVE     QTE-TPF  TO  QTE-CMP (QTD-CMP)
           MOVE     PEM-TPF  TO  PEM-CMP (QTD-CMP)
           MOVE     PRC-TPF  TO  PRC-CMP (QTD-CMP)
           MOVE     PAN-TPF  TO  PAN-CMP (QTD-CMP)
           MOVE     DTV-TPF  TO  DTV-CMP (QTD-CMP)
           MOVE     0        TO  USO-CMP (QTD-CMP)
           GO       ROT-IMPR-20.

       ROT-IMPR-50.
           IF  QTD-CMP   >    0  PERFORM  ROT-RANK-00
                                     THRU ROT-RANK-EXIT.
           IF  CNT-PRD   =    0  MOVE     21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    CADTMP
                                 DELETE   FILE     CADTMP
                                 OPEN     OUTPUT   CADTMP
                                 DISPLAY  TELA-09
                                 GO       ROT-PROD-00.
           IF  LIN-TMP   >   56  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-PROD-00.

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
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    IMPRIME O PRODUTO: cabecalho com o custo medio  *
      *    atual e os fornecedores escolhidos pelo menor   *
      *    custo ainda nao impresso; DIF% sobre o melhor.  *
      ******************************************************
       ROT-RANK-00.
           IF  LIN-TMP   >   54  PERFORM  ROT-IMPR-10.
           MOVE     PRX-AUX  TO  PRX-EST  PRX-DT2
           MOVE     SUF-AUX  TO  SUF-EST  SUF-DT2
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE     "SEM CADASTRO"  TO  DES-EST
                                 MOVE     ZEROS    TO  CTM-EST.
           MOVE     DES-EST  TO  DES-DT2
           MOVE     CTM-EST  TO  CTM-DT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  ORD-AUX  MEL-AUX.

       ROT-RANK-10.
           ADD      1        TO  ORD-AUX
           MOVE     0        TO  IND-MIN
           MOVE     1        TO  IND-CMP.

       ROT-RANK-20.
           IF  USO-CMP (IND-CMP)  =  0
               IF  IND-MIN   =    0  OR
                   PRC-CMP (IND-CMP)  <  PRC-CMP (IND-MIN)
                                 MOVE     IND-CMP  TO  IND-MIN.
           IF  IND-CMP   <   QTD-CMP
                                 ADD      1        TO  IND-CMP
                                 GO       ROT-RANK-20.
           MOVE     1        TO  USO-CMP (IND-MIN)
           IF  ORD-AUX   =    1  MOVE     PRC-CMP (IND-MIN)
                                                       TO  MEL-AUX.
           MOVE     ZEROS    TO  DIF-AUX
           IF  MEL-AUX   >    0  COMPUTE  DIF-AUX  ROUNDED  =
                                         (PRC-CMP (IND-MIN)  -  MEL-AUX)
                                          *  100  /  MEL-AUX
                                 ON  SIZE  ERROR
                                          MOVE  9999,9  TO  DIF-AUX.
           MOVE     FOR-CMP (IND-MIN)  TO  CHV-FOR  FOR-DT1
           READ     CADFOR
           IF  FST-FOR   =  "00" MOVE     RAZ-FOR  TO  RAZ-DT1
           ELSE                  MOVE     "SEM CADASTRO"  TO  RAZ-DT1.
           MOVE     ORD-AUX  TO  ORD-DT1
           MOVE     QTE-CMP (IND-MIN)  TO  QTE-DT1
           MOVE     PEM-CMP (IND-MIN)  TO  PEM-DT1
           MOVE     PRC-CMP (IND-MIN)  TO  PRC-DT1
           MOVE     DIF-AUX  TO  DIF-DT1
           MOVE     DTV-CMP (IND-MIN)  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     SPACES   TO  ALT-DT1
           IF  PAN-CMP (IND-MIN)  >  0  AND
               PRC-CMP (IND-MIN)  >  PAN-CMP (IND-MIN)
                                 MOVE     "*"      TO  ALT-DT1.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           IF  ORD-AUX   <   QTD-CMP
                                 GO       ROT-RANK-10.
           ADD      1        TO  CNT-PRD
           MOVE     0        TO  QTD-CMP.

       ROT-RANK-EXIT.
           EXIT.

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

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

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
           MOVE    PRM-CAB   TO    DTA-CB2.

       ROT-SPLS-00.
           MOVE     "COMPARATIVO PRECOS FORNECEDOR"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADEST  CADFOR  CADEMB  CADTPF  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
