       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1559.
       AUTHOR.         ADILSON.
      ******************************************************
      *    REGUA DE COBRANCA (CARTAS DE AVISO):            *
      *    - manutencao dos estagios (CADRGC 1-9): dias de *
      *      atraso, assunto e texto da carta; dias zero   *
      *      exclui o estagio;                             *
      *    - F3 emite as cartas: para cada titulo CADFAT   *
      *      vencido pega o maior estagio cujo prazo ja    *
      *      foi atingido; se esse estagio (ou outro mais  *
      *      alto) ainda nao consta no historico CADAVC,   *
      *      o titulo entra na carta do cliente. Uma carta *
      *      por cliente, com o endereco de cobranca do    *
      *      CADMDR (ou o do cadastro), o texto do maior   *
      *      estagio entre os seus titulos e o valor       *
      *      atualizado de cada um (DYJURO). Cada titulo   *
      *      impresso grava o seu estagio no CADAVC.       *
      *      Ficam fora os titulos em cobranca registrada  *
      *      (CBR-FAT "R", com o banco) e os clientes que  *
      *      ja tiveram renegociacao (CADFTH origem "R",   *
      *      DY1556);                                      *
      *    - F4 relaciona os titulos em aberto com o       *
      *      ultimo estagio enviado e o total por estagio. *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADRGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NIV-RGC
                       FILE          STATUS  IS  FST-RGC.

           SELECT      CADAVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AVC
                       FILE          STATUS  IS  FST-AVC.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADFTH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTH
                       FILE          STATUS  IS  FST-FTH.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRGC.CPY.
       COPY  CADAVC.CPY.
       COPY  CADMDR.CPY.
       COPY  CADFAT.CPY.
       COPY  CADFTH.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RGC          PIC  X(02).
           03  FST-AVC          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  TIP-REL          PIC  X(01).

           03  NIV-SEL          PIC  9(01).
           03  IND-NIV          PIC  9(02).
           03  NIV-TIT          PIC  9(01).
           03  NIV-MAX          PIC  9(01).
           03  QTD-EST          PIC  9(01).
           03  IND-TIT          PIC  9(02).
           03  QTD-TIT          PIC  9(02).
           03  COD-ANT          PIC  9(06).
           03  FLG-REN          PIC  X(01).
           03  FLG-AVC          PIC  X(01).
           03  DIF-DIA          PIC S9(05).
           03  ACM-CRT          PIC  9(05).
           03  ACM-TOT          PIC  9(09)V99.
           03  ULT-NIV          PIC  9(01).
           03  ULT-DTA          PIC  9(06).
           03  ANT-LIN          PIC  X(80).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-VEN.
               05  ANO-VEN      PIC  9(02).
               05  MES-VEN      PIC  9(02).
               05  DIA-VEN      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  CEP-AUX          PIC  9(08).
           03  RED-CEP          REDEFINES   CEP-AUX.
               05  CP1-AUX      PIC  9(05).
               05  CP2-AUX      PIC  9(03).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  DSE-SYS          PIC  9(08).
           03  DSE-FAT          PIC  9(08).

       01  TAB-RGC.
           03  ITM-RGC          OCCURS  09.
               05  DIA-TAB      PIC  9(03).
               05  DES-TAB      PIC  X(30).
               05  TX1-TAB      PIC  X(60).
               05  TX2-TAB      PIC  X(60).
               05  TX3-TAB      PIC  X(60).
               05  TX4-TAB      PIC  X(60).
               05  QTD-TAB      PIC  9(05).
               05  VAL-TAB      PIC  9(09)V99.

       01  TAB-TIT.
           03  ITM-TIT          OCCURS  30.
               05  SEQ-TBT      PIC  9(06).
               05  VEN-TBT      PIC  9(06).
               05  DIF-TBT      PIC  9(05).
               05  VAL-TBT      PIC  9(07)V99.
               05  TOT-TBT      PIC  9(08)V99.
               05  NIV-TBT      PIC  9(01).

       01  PRM-JUR.
           03  DTA-JUR          PIC  9(06).
           03  VAL-JUR          PIC  9(07)V99.
           03  JRS-JUR          PIC  9(07)V99.
           03  TOT-JUR          PIC  9(08)V99.

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  DES-CB2          PIC  X(68).
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CODIGO NOME             TITULO VENCTO   ".
           03  FILLER           PIC  X(40)  VALUE
               " DIAS E ESTAGIO      AVISO         VALOR".

       01  LET-001.
           03  FILLER           PIC  X(12)  VALUE  "Ao Cliente: ".
           03  NOM-LT1          PIC  X(40).
           03  FILLER           PIC  X(02)  VALUE  " (".
           03  COD-LT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  ")".

       01  LET-002.
           03  FILLER           PIC  X(12)  VALUE  SPACES.
           03  END-LT2          PIC  X(40).

       01  LET-003.
           03  FILLER           PIC  X(12)  VALUE  SPACES.
           03  CP1-LT3          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CP2-LT3          PIC  9(03).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  CID-LT3          PIC  X(27).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  EST-LT3          PIC  X(02).

       01  LET-004.
           03  FILLER           PIC  X(12)  VALUE  "Assunto ..: ".
           03  DES-LT4          PIC  X(30).

       01  LET-005.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  TXT-LT5          PIC  X(60).

       01  LET-006.
           03  FILLER           PIC  X(40)  VALUE
               "          TITULO   VENCTO     DIAS   VAL".
           03  FILLER           PIC  X(24)  VALUE
               "OR ORIG.    VALOR ATUAL.".

       01  LET-007.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  SEQ-LT7          PIC  9(06).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  DIA-LT7          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-LT7          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-LT7          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIF-LT7          PIC  ZZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-LT7          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  TOT-LT7          PIC  ZZ.ZZZ.ZZ9,99.

       01  LET-008.
           03  FILLER           PIC  X(10)  VALUE  SPACES.
           03  FILLER           PIC  X(41)  VALUE
               "TOTAL ATUALIZADO ........................".
           03  TOT-LT8          PIC  ZZ.ZZZ.ZZ9,99.

       01  LET-009.
           03  FILLER           PIC  X(34)  VALUE
               "Valores atualizados com juros e mu".
           03  FILLER           PIC  X(14)  VALUE
               "lta ate o dia ".
           03  DIA-LT9          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-LT9          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-LT9          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".

       01  LET-010.
           03  FILLER           PIC  X(35)  VALUE
               "Caso o pagamento ja tenha sido efet".
           03  FILLER           PIC  X(30)  VALUE
               "uado, desconsidere este aviso.".

       01  LET-011              PIC  X(80)  VALUE
           "Atenciosamente,".

       01  LET-012.
           03  CLI-LT12         PIC  X(40).

       01  DET-001.
           03  COD-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT1          PIC  ----9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NIV-DT1          PIC  9(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DAV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MAV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  AAV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ZZZ.ZZ9,99.

       01  TOT-001.
           03  FILLER           PIC  X(08)  VALUE  "ESTAGIO ".
           03  NIV-TT1          PIC  9(01).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-TT1          PIC  X(30).
           03  FILLER           PIC  X(11)  VALUE  " TITULOS .:".
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-TT1          PIC  ---.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(27)  VALUE
               "CARTAS EMITIDAS ..........:".
           03  CRT-TT2          PIC  ZZZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  41.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  41.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1559".
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
               05  LINE 04 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 05 COLUMN 11 VALUE " Controle de Clientes ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 06 COLUMN 13 VALUE " Regua de Cobranca ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 08 COLUMN 13 VALUE "Estagio (1-9) ..:".
           03  LINE 08 COLUMN 35 VALUE
               "F3=Emitir Cartas  F4=Relacao".
           03  LINE 10 COLUMN 13 VALUE "Dias de Atraso .:".
           03  LINE 11 COLUMN 13 VALUE "Assunto ........:".
           03  LINE 12 COLUMN 13 VALUE "Texto da Carta .:".

       01  ENTR-01.
           03  NIV-E01 LINE 08 COLUMN 31 PIC 9(01) USING NIV-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DIA-T02 LINE 10 COLUMN 31 PIC ZZ9      FROM DIA-RGC.
           03  DES-T02 LINE 11 COLUMN 31 PIC X(30)    FROM DES-RGC.
           03  TX1-T02 LINE 13 COLUMN 13 PIC X(60)    FROM TX1-RGC.
           03  TX2-T02 LINE 14 COLUMN 13 PIC X(60)    FROM TX2-RGC.
           03  TX3-T02 LINE 15 COLUMN 13 PIC X(60)    FROM TX3-RGC.
           03  TX4-T02 LINE 16 COLUMN 13 PIC X(60)    FROM TX4-RGC.

       01  ENTR-03.
           03  DIA-E03 LINE 10 COLUMN 31 PIC 9(03)    USING DIA-RGC.
           03  DES-E03 LINE 11 COLUMN 31 PIC X(30)    USING DES-RGC.
           03  TX1-E03 LINE 13 COLUMN 13 PIC X(60)    USING TX1-RGC.
           03  TX2-E03 LINE 14 COLUMN 13 PIC X(60)    USING TX2-RGC.
           03  TX3-E03 LINE 15 COLUMN 13 PIC X(60)    USING TX3-RGC.
           03  TX4-E03 LINE 16 COLUMN 13 PIC X(60)    USING TX4-RGC.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-04  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 18 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 18 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 20 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 21 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 21 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 20 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 21 COLUMN 13 VALUE
               "                                                  ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     I-O          CADRGC   CADAVC
                    INPUT        CADMDR   CADFAT   CADFTH
                    OUTPUT       CADTMP
           IF  FST-RGC   =  "35" OPEN     OUTPUT   CADRGC
                                 CLOSE    CADRGC
                                 OPEN     I-O      CADRGC.
           IF  FST-AVC   =  "35" OPEN     OUTPUT   CADAVC
                                 CLOSE    CADAVC
                                 OPEN     I-O      CADAVC.
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    MANUTENCAO DOS ESTAGIOS DA REGUA                *
      ******************************************************
       ROT-ESTG-00.
           MOVE     ZEROS    TO  NIV-SEL  DIA-RGC
           MOVE     SPACES   TO  DES-RGC  TXT-RGC
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ESTG-00.
           IF  TECLADO   =  "03" GO       ROT-CART-00.
           IF  TECLADO   =  "04" GO       ROT-RELA-00.
           IF  NIV-SEL   <    1  GO       ROT-ESTG-00.
           MOVE     NIV-SEL  TO  NIV-RGC
           READ     CADRGC
           IF  FST-RGC   NOT  =  "00"
                                 MOVE     NIV-SEL  TO  NIV-RGC
                                 MOVE     ZEROS    TO  DIA-RGC
                                 MOVE     SPACES   TO  DES-RGC
                                                       TXT-RGC.
           DISPLAY  ENTR-02.

       ROT-ESTG-10.
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ESTG-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ESTG-10.
           IF  DIA-RGC   >    0  AND  DES-RGC  =  SPACES
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ESTG-10.
           PERFORM  ROT-CONF-00  THRU  ROT-CONF-EXIT
           IF  RSP-OPC  NOT  =   "S"  GO  ROT-ESTG-00.
           IF  DIA-RGC   =    0  DELETE   CADRGC
                                 GO       ROT-ESTG-00.
           REWRITE  REG-RGC
           IF  FST-RGC   NOT  =  "00"  WRITE  REG-RGC.
           GO       ROT-ESTG-00.

      ******************************************************
      *    EMISSAO DAS CARTAS: varre CADFAT por cliente    *
      ******************************************************
       ROT-CART-00.
           PERFORM  ROT-CARG-00  THRU  ROT-CARG-EXIT
           IF  QTD-EST   =    0  MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ESTG-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-SYS = (SC-REG * 36000) + (ANO-SYS * 360)
                           + (MES-SYS * 30) + DIA-SYS
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  ACM-CRT  QTD-TIT
                                 COD-ANT
           MOVE     "N"      TO  FLG-REN
           MOVE     "C"      TO  TIP-REL
           MOVE     "AVISO DE COBRANCA"  TO  DES-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     CLI-NOM  TO  CLI-LT12
           MOVE     DIA-SYS  TO  DIA-LT9
           MOVE     MES-SYS  TO  MES-LT9
           MOVE     ANO-SYS  TO  ANO-LT9
           MOVE     SPACES   TO  CHV-FAT.

       ROT-CART-10.
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT   =  "23" GO       ROT-CART-80.
           READ     CADFAT  NEXT
           IF  FST-FAT   =  "10" GO       ROT-CART-80.
           IF  COD-FAT   NOT  =  COD-ANT
                                 PERFORM  ROT-LETR-00  THRU
                                          ROT-LETR-EXIT
                                 MOVE     COD-FAT  TO  COD-ANT
                                 PERFORM  ROT-RENE-00  THRU
                                          ROT-RENE-EXIT.
           IF  FLG-REN   =  "S"  GO       ROT-CART-10.
           IF  CBR-FAT   =  "R"  GO       ROT-CART-10.
           IF  QTD-TIT   NOT  <  30  GO   ROT-CART-10.
           MOVE     DTA-FAT  TO  DTA-VEN
           IF  VCT-FAT   NOT  =  ZEROS
                                 MOVE  VCT-FAT  TO  DTA-VEN.
           MOVE     DTA-VEN  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-FAT = (SC-REG * 36000) + (ANO-VEN * 360)
                           + (MES-VEN * 30) + DIA-VEN
           COMPUTE  DIF-DIA  =   DSE-SYS  -  DSE-FAT
           IF  DIF-DIA   NOT  >  0    GO  ROT-CART-10.
           PERFORM  ROT-NIVL-00  THRU  ROT-NIVL-EXIT
           IF  NIV-TIT   =    0  GO       ROT-CART-10.
           PERFORM  ROT-AVCJ-00  THRU  ROT-AVCJ-EXIT
           IF  FLG-AVC   =  "S"  GO       ROT-CART-10.
           MOVE     DTA-VEN  TO  DTA-JUR
           MOVE     VAL-FAT  TO  VAL-JUR
           CALL    "DYJURO"      USING    PRM-JUR
           ADD      1        TO  QTD-TIT
           MOVE     SEQ-FAT  TO  SEQ-TBT (QTD-TIT)
           MOVE     DTA-VEN  TO  VEN-TBT (QTD-TIT)
           MOVE     DIF-DIA  TO  DIF-TBT (QTD-TIT)
           MOVE     VAL-FAT  TO  VAL-TBT (QTD-TIT)
           MOVE     TOT-JUR  TO  TOT-TBT (QTD-TIT)
           MOVE     NIV-TIT  TO  NIV-TBT (QTD-TIT)
           GO       ROT-CART-10.

       ROT-CART-80.
           PERFORM  ROT-LETR-00  THRU  ROT-LETR-EXIT
           IF  ACM-CRT   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ESTG-00.
           MOVE     "RESUMO DA EMISSAO DE AVISOS"  TO  DES-CB2
           PERFORM  ROT-IMPR-10  THRU  ROT-IMPR-EXIT
           MOVE     ACM-CRT  TO  CRT-TT2
           MOVE     TOT-002  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     "CARTAS DE COBRANCA"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

      ******************************************************
      *    CARTA DO CLIENTE ANTERIOR (titulos em TAB-TIT): *
      *    uma pagina, grava o estagio de cada titulo no   *
      *    historico CADAVC                                *
      ******************************************************
       ROT-LETR-00.
           IF  QTD-TIT   =    0  GO       ROT-LETR-EXIT.
           MOVE     COD-ANT  TO  CHV-MDR
           READ     CADMDR
           IF  FST-MDR   NOT  =  "00"
                                 MOVE  SPACES  TO  NOM-MDR  END-MDR
                                                   CID-MDR  EST-MDR
                                                   ENC-MDR
                                 MOVE  ZEROS   TO  CEP-MDR.
           MOVE     NOM-MDR  TO  NOM-LT1
           MOVE     COD-ANT  TO  COD-LT1
           MOVE     END-MDR  TO  END-LT2
           MOVE     CEP-MDR  TO  CEP-AUX
           MOVE     CID-MDR  TO  CID-LT3
           MOVE     EST-MDR  TO  EST-LT3
           IF  ENC-MDR   NOT  =  SPACES
                                 MOVE  ENC-MDR  TO  END-LT2
                                 MOVE  CPC-MDR  TO  CEP-AUX
                                 MOVE  CDC-MDR  TO  CID-LT3
                                 MOVE  ETC-MDR  TO  EST-LT3.
           MOVE     CP1-AUX  TO  CP1-LT3
           MOVE     CP2-AUX  TO  CP2-LT3
           MOVE     ZEROS    TO  NIV-MAX  ACM-TOT
           MOVE     1        TO  IND-TIT.

       ROT-LETR-05.
           IF  NIV-TBT (IND-TIT)  >  NIV-MAX
                                 MOVE  NIV-TBT (IND-TIT)  TO  NIV-MAX.
           ADD      TOT-TBT (IND-TIT)  TO  ACM-TOT
           IF  IND-TIT   <   QTD-TIT
                                 ADD  1   TO  IND-TIT
                                 GO       ROT-LETR-05.
           MOVE     "AVISO DE COBRANCA"  TO  DES-CB2
           PERFORM  ROT-IMPR-10  THRU  ROT-IMPR-EXIT
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-001  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-002  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-003  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     DES-TAB (NIV-MAX)  TO  DES-LT4
           MOVE     LET-004  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     TX1-TAB (NIV-MAX)  TO  TXT-LT5
           PERFORM  ROT-LETR-80
           MOVE     TX2-TAB (NIV-MAX)  TO  TXT-LT5
           PERFORM  ROT-LETR-80
           MOVE     TX3-TAB (NIV-MAX)  TO  TXT-LT5
           PERFORM  ROT-LETR-80
           MOVE     TX4-TAB (NIV-MAX)  TO  TXT-LT5
           PERFORM  ROT-LETR-80
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-006  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     1        TO  IND-TIT.

       ROT-LETR-10.
           MOVE     SEQ-TBT (IND-TIT)  TO  SEQ-LT7
           MOVE     VEN-TBT (IND-TIT)  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-LT7
           MOVE     MES-AUX  TO  MES-LT7
           MOVE     ANO-AUX  TO  ANO-LT7
           MOVE     DIF-TBT (IND-TIT)  TO  DIF-LT7
           MOVE     VAL-TBT (IND-TIT)  TO  VAL-LT7
           MOVE     TOT-TBT (IND-TIT)  TO  TOT-LT7
           MOVE     LET-007  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     COD-ANT  TO  COD-AVC
           MOVE     SEQ-TBT (IND-TIT)  TO  SEQ-AVC
           MOVE     NIV-TBT (IND-TIT)  TO  NIV-AVC
           MOVE     DTA-SYS  TO  DTA-AVC
           MOVE     VAL-TBT (IND-TIT)  TO  VAL-AVC
           MOVE     TOT-TBT (IND-TIT)  TO  TOT-AVC
           MOVE     PRM-OPR  TO  OPR-AVC
           WRITE    REG-AVC
           MOVE     "CADAVC"  TO  ARQ-PRM
           MOVE     CHV-AVC   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-AVC   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  IND-TIT   <   QTD-TIT
                                 ADD  1   TO  IND-TIT
                                 GO       ROT-LETR-10.
           MOVE     ACM-TOT  TO  TOT-LT8
           MOVE     LET-008  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-009  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-010  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-011  TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     LET-012  TO  DET-TMP
           PERFORM  ROT-LINH-00
           ADD      1        TO  ACM-CRT
           MOVE     ZEROS    TO  QTD-TIT.
       ROT-LETR-EXIT.
           EXIT.

       ROT-LETR-80.
           IF  TXT-LT5   NOT  =  SPACES
                                 MOVE     LET-005  TO  DET-TMP
                                 PERFORM  ROT-LINH-00.

      ******************************************************
      *    CLIENTE COM RENEGOCIACAO (CADFTH origem "R")    *
      ******************************************************
       ROT-RENE-00.
           MOVE     "N"      TO  FLG-REN
           MOVE     "R"      TO  ORG-FTH
           MOVE     COD-ANT  TO  COD-FTH
           MOVE     ZEROS    TO  SEQ-FTH  LQD-FTH
           START    CADFTH       KEY  >   CHV-FTH
           IF  FST-FTH   =  "23" GO       ROT-RENE-EXIT.
           READ     CADFTH  NEXT
           IF  FST-FTH   =  "10" GO       ROT-RENE-EXIT.
           IF  ORG-FTH   =  "R"  AND  COD-FTH  =  COD-ANT
                                 MOVE     "S"  TO  FLG-REN.
       ROT-RENE-EXIT.
           EXIT.

      ******************************************************
      *    MAIOR ESTAGIO CUJO PRAZO O ATRASO JA ATINGIU    *
      ******************************************************
       ROT-NIVL-00.
           MOVE     ZEROS    TO  NIV-TIT
           MOVE     9        TO  IND-NIV.
       ROT-NIVL-10.
           IF  DIA-TAB (IND-NIV)  >  0  AND
               DIA-TAB (IND-NIV)  NOT  >  DIF-DIA
                                 MOVE     IND-NIV  TO  NIV-TIT
                                 GO       ROT-NIVL-EXIT.
           IF  IND-NIV   >    1  SUBTRACT  1  FROM  IND-NIV
                                 GO       ROT-NIVL-10.
       ROT-NIVL-EXIT.
           EXIT.

      ******************************************************
      *    ESTAGIO (OU OUTRO MAIS ALTO) JA ENVIADO P/ O    *
      *    TITULO ? FLG-AVC = "S"                          *
      ******************************************************
       ROT-AVCJ-00.
           MOVE     "N"      TO  FLG-AVC
           MOVE     COD-FAT  TO  COD-AVC
           MOVE     SEQ-FAT  TO  SEQ-AVC
           MOVE     NIV-TIT  TO  NIV-AVC
           START    CADAVC       KEY  NOT  <  CHV-AVC
           IF  FST-AVC   =  "23" GO       ROT-AVCJ-EXIT.
           READ     CADAVC  NEXT
           IF  FST-AVC   =  "10" GO       ROT-AVCJ-EXIT.
           IF  COD-AVC   =  COD-FAT  AND  SEQ-AVC  =  SEQ-FAT
                                 MOVE     "S"  TO  FLG-AVC.
       ROT-AVCJ-EXIT.
           EXIT.

      ******************************************************
      *    CARREGA OS ESTAGIOS DO CADRGC EM TAB-RGC        *
      ******************************************************
       ROT-CARG-00.
           MOVE     ZEROS    TO  QTD-EST
           MOVE     1        TO  IND-NIV.
       ROT-CARG-10.
           MOVE     IND-NIV  TO  NIV-RGC
           READ     CADRGC
           IF  FST-RGC   NOT  =  "00"
                                 MOVE  ZEROS   TO  DIA-RGC
                                 MOVE  SPACES  TO  DES-RGC  TXT-RGC.
           IF  DIA-RGC   >    0  ADD      1  TO  QTD-EST.
           MOVE     DIA-RGC  TO  DIA-TAB (IND-NIV)
           MOVE     DES-RGC  TO  DES-TAB (IND-NIV)
           MOVE     TX1-RGC  TO  TX1-TAB (IND-NIV)
           MOVE     TX2-RGC  TO  TX2-TAB (IND-NIV)
           MOVE     TX3-RGC  TO  TX3-TAB (IND-NIV)
           MOVE     TX4-RGC  TO  TX4-TAB (IND-NIV)
           MOVE     ZEROS    TO  QTD-TAB (IND-NIV)  VAL-TAB (IND-NIV)
           IF  IND-NIV   <    9  ADD      1  TO  IND-NIV
                                 GO       ROT-CARG-10.
       ROT-CARG-EXIT.
           EXIT.

      ******************************************************
      *    RELACAO: ULTIMO ESTAGIO ENVIADO POR TITULO      *
      ******************************************************
       ROT-RELA-00.
           PERFORM  ROT-CARG-00  THRU  ROT-CARG-EXIT
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-SYS = (SC-REG * 36000) + (ANO-SYS * 360)
                           + (MES-SYS * 30) + DIA-SYS
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  COD-ANT
           MOVE     "POSICAO DOS TITULOS NA REGUA DE COBRANCA"
                             TO  DES-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     "R"      TO  TIP-REL
           PERFORM  ROT-IMPR-10  THRU  ROT-IMPR-EXIT
           MOVE     SPACES   TO  CHV-FAT  NOM-MDR.

       ROT-RELA-10.
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT   =  "23" GO       ROT-RELA-80.
           READ     CADFAT  NEXT
           IF  FST-FAT   =  "10" GO       ROT-RELA-80.
           PERFORM  ROT-ULTA-00  THRU  ROT-ULTA-EXIT
           IF  ULT-NIV   =    0  GO       ROT-RELA-10.
           IF  COD-FAT   NOT  =  COD-ANT
                                 MOVE     COD-FAT  TO  COD-ANT
                                                       CHV-MDR
                                 READ     CADMDR
                                 IF  FST-MDR   NOT  =  "00"
                                     MOVE  SPACES  TO  NOM-MDR.
           MOVE     DTA-FAT  TO  DTA-VEN
           IF  VCT-FAT   NOT  =  ZEROS
                                 MOVE  VCT-FAT  TO  DTA-VEN.
           MOVE     DTA-VEN  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-FAT = (SC-REG * 36000) + (ANO-VEN * 360)
                           + (MES-VEN * 30) + DIA-VEN
           COMPUTE  DIF-DIA  =   DSE-SYS  -  DSE-FAT
           MOVE     COD-FAT  TO  COD-DT1
           MOVE     NOM-MDR  TO  NOM-DT1
           MOVE     SEQ-FAT  TO  SEQ-DT1
           MOVE     DIA-VEN  TO  DIA-DT1
           MOVE     MES-VEN  TO  MES-DT1
           MOVE     ANO-VEN  TO  ANO-DT1
           MOVE     DIF-DIA  TO  DIF-DT1
           MOVE     ULT-NIV  TO  NIV-DT1
           MOVE     DES-TAB (ULT-NIV)  TO  DES-DT1
           MOVE     ULT-DTA  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DAV-DT1
           MOVE     MES-AUX  TO  MAV-DT1
           MOVE     ANO-AUX  TO  AAV-DT1
           MOVE     VAL-FAT  TO  VAL-DT1
           MOVE     DET-001  TO  DET-TMP
           PERFORM  ROT-LINH-00
           ADD      1        TO  QTD-TAB (ULT-NIV)
           ADD      VAL-FAT  TO  VAL-TAB (ULT-NIV)
           GO       ROT-RELA-10.

       ROT-RELA-80.
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LINH-00
           MOVE     1        TO  IND-NIV.
       ROT-RELA-85.
           IF  QTD-TAB (IND-NIV)  =  0  GO  ROT-RELA-90.
           MOVE     IND-NIV  TO  NIV-TT1
           MOVE     DES-TAB (IND-NIV)  TO  DES-TT1
           MOVE     QTD-TAB (IND-NIV)  TO  QTD-TT1
           MOVE     VAL-TAB (IND-NIV)  TO  VAL-TT1
           MOVE     TOT-001  TO  DET-TMP
           PERFORM  ROT-LINH-00.
       ROT-RELA-90.
           IF  IND-NIV   <    9  ADD      1  TO  IND-NIV
                                 GO       ROT-RELA-85.
           MOVE     "REGUA DE COBRANCA"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

      ******************************************************
      *    ULTIMO ESTAGIO ENVIADO P/ O TITULO CADFAT       *
      *    (ULT-NIV zero = nenhum aviso)                   *
      ******************************************************
       ROT-ULTA-00.
           MOVE     ZEROS    TO  ULT-NIV  ULT-DTA
           MOVE     COD-FAT  TO  COD-AVC
           MOVE     SEQ-FAT  TO  SEQ-AVC
           MOVE     ZEROS    TO  NIV-AVC.
       ROT-ULTA-10.
           START    CADAVC       KEY  >   CHV-AVC
           IF  FST-AVC   =  "23" GO       ROT-ULTA-EXIT.
           READ     CADAVC  NEXT
           IF  FST-AVC   =  "10" GO       ROT-ULTA-EXIT.
           IF  COD-AVC   NOT  =  COD-FAT  OR
               SEQ-AVC   NOT  =  SEQ-FAT  GO  ROT-ULTA-EXIT.
           MOVE     NIV-AVC  TO  ULT-NIV
           MOVE     DTA-AVC  TO  ULT-DTA
           GO       ROT-ULTA-10.
       ROT-ULTA-EXIT.
           EXIT.

      ******************************************************
      *    IMPRESSAO                                       *
      ******************************************************
       ROT-LINH-00.
           IF  LIN-TMP   >   57  MOVE     DET-TMP  TO  ANT-LIN
                                 PERFORM  ROT-IMPR-10  THRU
                                          ROT-IMPR-EXIT
                                 MOVE     ANT-LIN  TO  DET-TMP.
           ADD      1        TO  CHV-TMP  LIN-TMP
           WRITE    REG-TMP.

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
           IF  TIP-REL   NOT  =  "R"  GO  ROT-IMPR-EXIT.
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.
       ROT-IMPR-EXIT.
           EXIT.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-ESTG-00.

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

       ROT-CONF-00.
           DISPLAY  TELA-04.

       ROT-CONF-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     "N"  TO  RSP-OPC
                                 DISPLAY  TELA-05
                                 GO       ROT-CONF-EXIT.
           IF  RSP-OPC  NOT  =   "S"  AND  NOT  =  "N"
                                 GO       ROT-CONF-10.
           DISPLAY  TELA-05.
       ROT-CONF-EXIT.
           EXIT.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

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
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADRGC  CADAVC  CADMDR  CADFAT  CADFTH  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
