       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1412.
       AUTHOR.         ADILSON.
      ******************************************************
      *    TENDENCIA DOS INDICADORES GERENCIAIS (CADIND):  *
      *    um indicador nos 24 meses ate o mes informado,  *
      *    com a variacao % sobre o mes anterior e sobre o *
      *    mesmo mes do ano anterior. A tela mostra 12     *
      *    meses por vez (1 = ultimos 12, 2 = os 12        *
      *    anteriores); F6 imprime os 24 meses do          *
      *    indicador, ou de todos (indicador 00).          *
      *    Mes sem fotografia (fechamento nao feito) sai   *
      *    sem valor e sem variacao. Base negativa usa o   *
      *    valor absoluto no calculo do %.                 *
      *    Indicadores 01-11 fixos, 12 em diante despesas  *
      *    por grupo (descricoes do CADCTR).               *
      *    Chamado pelo DY1575 (F3).                       *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADIND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IND
                       FILE          STATUS  IS  FST-IND.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADIND.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-IND          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  IND-SEL          PIC  9(02).
           03  FIM-SEL          PIC  9(06).
           03  FIM-RED   REDEFINES  FIM-SEL.
               05  ANO-FIM      PIC  9(04).
               05  MES-FIM      PIC  9(02).
           03  PAG-SEL          PIC  9(01).
           03  MAX-IND          PIC  9(02).
           03  NMF-AUX          PIC  9(06).
           03  NMS-AUX          PIC  9(06).
           03  RES-AUX          PIC  9(02).
           03  IDK-AUX          PIC  9(02).
           03  IDA-AUX          PIC  9(02).
           03  IDI-AUX          PIC  9(02).
           03  IDF-AUX          PIC  9(02).
           03  LIN-AUX          PIC  9(02).
           03  COL-AUX          PIC  9(02).
           03  VBS-AUX          PIC S9(11)V99.
           03  BAS-AUX          PIC S9(11)V99.
           03  DIF-AUX          PIC S9(11)V99.
           03  PCT-AUX          PIC S9(04)V9.
           03  PCT-EDT          PIC  -ZZZ9,9.
           03  PCX-AUX          PIC  X(08).
           03  FLG-DIF          PIC  X(01).
           03  DES-AUX          PIC  X(25).

           03  LEG-EDT.
               05  IND-LEG      PIC  9(02).
               05  FILLER       PIC  X(03)  VALUE  " - ".
               05  DES-LEG      PIC  X(25).

           03  LIN-EDT.
               05  MES-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  ANO-EDT      PIC  9(04).
               05  FILLER       PIC  X(03)  VALUE  SPACES.
               05  VAL-EDT      PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
               05  VAL-EDX   REDEFINES  VAL-EDT  PIC  X(18).
               05  FILLER       PIC  X(03)  VALUE  SPACES.
               05  PMS-EDX      PIC  X(08).
               05  FILLER       PIC  X(02)  VALUE  SPACES.
               05  PAN-EDX      PIC  X(08).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  AN4-REG.
               05  AN4-SC       PIC  9(02).
               05  AN4-AN       PIC  9(02).
           03  AN4-NUM   REDEFINES  AN4-REG  PIC  9(04).

           03  TB1-LDP.
               05  FILLER  PIC  X(20)  VALUE "OBRIG. TRABALHISTA  ".
               05  FILLER  PIC  X(20)  VALUE "OBRIGACOES FISCAIS  ".
               05  FILLER  PIC  X(20)  VALUE "DESP. OPERACIONAIS  ".
               05  FILLER  PIC  X(20)  VALUE "DESPESA DE CAPITAL  ".
               05  FILLER  PIC  X(20)  VALUE "CREDITOS DE SOCIOS  ".
               05  FILLER  PIC  X(20)  VALUE "DESPESAS COM PESSOAL".
               05  FILLER  PIC  X(20)  VALUE "DESPESAS FINANCEIRAS".
               05  FILLER  PIC  X(20)  VALUE "OUTRAS DESPESAS     ".
           03  RED-LDP   REDEFINES  TB1-LDP.
               05  DES-LDP      PIC  X(20)  OCCURS  08.

      ******************************************************
      *    INDICADORES: 01-11 FIXOS, 12-19 GRUPOS CADLDP   *
      ******************************************************
       01  TB1-IND.
           03  FILLER  PIC  X(25)  VALUE "VENDAS LIQUIDAS          ".
           03  FILLER  PIC  X(25)  VALUE "CUSTO DAS VENDAS         ".
           03  FILLER  PIC  X(25)  VALUE "MARGEM BRUTA             ".
           03  FILLER  PIC  X(25)  VALUE "MARGEM BRUTA %           ".
           03  FILLER  PIC  X(25)  VALUE "ESTOQUE A CUSTO          ".
           03  FILLER  PIC  X(25)  VALUE "GIRO DO ESTOQUE          ".
           03  FILLER  PIC  X(25)  VALUE "A RECEBER EM ABERTO      ".
           03  FILLER  PIC  X(25)  VALUE "A RECEBER VENCIDO        ".
           03  FILLER  PIC  X(25)  VALUE "A PAGAR EM ABERTO        ".
           03  FILLER  PIC  X(25)  VALUE "SALDO BANCARIO           ".
           03  FILLER  PIC  X(25)  VALUE "DESPESAS TOTAIS          ".
           03  FILLER  PIC  X(200) VALUE SPACES.
       01  RED-IND   REDEFINES  TB1-IND.
           03  DES-IND          PIC  X(25)  OCCURS  19.

      ******************************************************
      *    36 MESES (24 MOSTRADOS + 12 P/ O ANO ANTERIOR)  *
      ******************************************************
       01  TAB-MES.
           03  OCO-TMS          OCCURS  36.
               05  TEM-TMS      PIC  X(01).
               05  ANO-TMS      PIC  9(04).
               05  MES-TMS      PIC  9(02).
               05  VLR-TMS      PIC S9(11)V99  OCCURS  19.

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(38)  VALUE
               "INDICADORES GERENCIAIS - 24 MESES ATE ".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(04).
           03  FILLER           PIC  X(23)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(10)  VALUE  "MES/ANO".
           03  FILLER           PIC  X(18)  VALUE
               "             VALOR".
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(18)  VALUE
               "  DIF. MES ANTER. ".
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(08)  VALUE  "VAR.MES%".
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(08)  VALUE  "VAR.ANO%".

       01  TIT-001.
           03  FILLER           PIC  X(10)  VALUE  "INDICADOR ".
           03  IND-TT1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-TT1          PIC  X(25).

       01  DET-001.
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(04).
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  VAL-DT1          PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  VAL-DX1   REDEFINES  VAL-DT1  PIC  X(18).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIF-DT1          PIC  -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  DIF-DX1   REDEFINES  DIF-DT1  PIC  X(18).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PMS-DT1          PIC  X(08).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PAN-DT1          PIC  X(08).

       01  IDG-AUX              PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  82.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  82.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1412".
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
               05  LINE 03 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 04 COLUMN 11 VALUE " Indicadores Gerenciais ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 05 COLUMN 13 VALUE " Tendencia de 24 Meses ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 07 COLUMN 13 VALUE "Indicador .:".
           03  LINE 08 COLUMN 13 VALUE "Ate o Mes .:".
           03  LINE 08 COLUMN 33 VALUE
               "(AAAAMM)  F6=Imprimir (Indicador 00=Todos)".

       01  ENTR-01.
           03  IND-E01 LINE 07 COLUMN 26 PIC 9(02) USING IND-SEL.
           03  FIM-E01 LINE 08 COLUMN 26 PIC 9(06) USING FIM-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 07 COLUMN 30 PIC X(25) FROM DES-AUX.

       01  TELA-03 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano".
           03  LINE 09 COLUMN 36 VALUE "Valor".
           03  LINE 09 COLUMN 44 VALUE "Var.Mes%".
           03  LINE 09 COLUMN 54 VALUE "Var.Ano%".
           03  LINE 22 COLUMN 13 VALUE
               "Mostrar: 1-Ultimos 12 Meses  2-12 Anteriores [ ]".

       01  ENTR-03  BCK-CLR 02 FOR-CLR 15 AUTO
                    LINE 22 COLUMN 59 PIC 9(01) USING PAG-SEL.

       01  LEG-T10 BCK-CLR 02 FOR-CLR 15.
           03  LEG-D10 LINE LIN-AUX COLUMN COL-AUX PIC X(30)
                       FROM LEG-EDT.

       01  LIN-T10 BCK-CLR 02 FOR-CLR 15.
           03  LIN-D10 LINE LIN-AUX COLUMN 13 PIC X(49)
                       FROM LIN-EDT.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 09 COLUMN 13 VALUE
               "                                                 ".
           03  LINE 10 COLUMN 13 VALUE
               "                                                 ".
           03  LINE 10 COLUMN 45 VALUE
               "                              ".
           03  LINE 11 COLUMN 45 VALUE
               "                              ".
           03  LINE 12 COLUMN 45 VALUE
               "                              ".
           03  LINE 13 COLUMN 45 VALUE
               "                              ".
           03  LINE 14 COLUMN 45 VALUE
               "                              ".
           03  LINE 15 COLUMN 45 VALUE
               "                              ".
           03  LINE 16 COLUMN 45 VALUE
               "                              ".
           03  LINE 17 COLUMN 45 VALUE
               "                              ".
           03  LINE 18 COLUMN 45 VALUE
               "                              ".
           03  LINE 19 COLUMN 45 VALUE
               "                              ".
           03  LINE 22 COLUMN 13 VALUE
               "                                                 ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 21 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 11 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 12 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 12 COLUMN 39 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     4        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADIND
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-IND   =  "35" OPEN     OUTPUT   CADIND
                                 CLOSE    CADIND
                                 OPEN     INPUT    CADIND.
           IF  QTD-CTR   <    5  MOVE     5   TO  QTD-CTR.
           IF  QTD-CTR   >    8  MOVE     8   TO  QTD-CTR.
           PERFORM  ROT-DGRP-00  THRU  ROT-DGRP-20
           COMPUTE  MAX-IND  =   11  +  QTD-CTR
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     ANO-SYS  TO  AN4-AN
           IF  AN4-AN    >   79  MOVE  19  TO  AN4-SC
               ELSE              MOVE  20  TO  AN4-SC.
           COMPUTE  FIM-SEL  =   AN4-NUM  *  100  +  MES-SYS
           MOVE     999999   TO  CHV-IND
           START    CADIND       KEY  NOT  >  CHV-IND
           IF  FST-IND   =  "00" READ     CADIND   PREVIOUS
               IF  FST-IND   =  "00"
                                 MOVE     CHV-IND  TO  FIM-SEL.
           MOVE     01       TO  IND-SEL
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    INDICADOR E MES FINAL, COM A LEGENDA NA TELA    *
      ******************************************************
       ROT-PARM-00.
           DISPLAY  TELA-05
           MOVE     1        TO  IDI-AUX
           PERFORM  ROT-LEGE-00  THRU  ROT-LEGE-20.

       ROT-PARM-10.
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PARM-10.
           IF  MES-FIM   <    1  OR   >   12  OR  ANO-FIM  <  1980
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PARM-10.
           IF  TECLADO   =  "06"  AND  IND-SEL  NOT  >  MAX-IND
                                 GO       ROT-IMPR-00.
           IF  IND-SEL   <    1  OR   >   MAX-IND
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PARM-10.
           MOVE     DES-IND (IND-SEL)  TO  DES-AUX
           DISPLAY  ENTR-02
           PERFORM  ROT-CARG-00  THRU  ROT-CARG-20
           DISPLAY  TELA-05      TELA-03
           MOVE     1        TO  PAG-SEL.

       ROT-TELA-00.
           IF  PAG-SEL   =    1  MOVE     25  TO  IDK-AUX
               ELSE              MOVE     13  TO  IDK-AUX.
           MOVE     10       TO  LIN-AUX
           MOVE     IND-SEL  TO  IDI-AUX.

       ROT-TELA-10.
           PERFORM  ROT-VARI-00  THRU  ROT-VARI-90
           MOVE     MES-TMS (IDK-AUX)  TO  MES-EDT
           MOVE     ANO-TMS (IDK-AUX)  TO  ANO-EDT
           IF  TEM-TMS (IDK-AUX)  =  "S"
               MOVE     VLR-TMS (IDK-AUX IDI-AUX)  TO  VAL-EDT
           ELSE
               MOVE     "  sem fechamento  "       TO  VAL-EDX.
           DISPLAY  LIN-T10
           ADD      1        TO  IDK-AUX  LIN-AUX
           IF  LIN-AUX   <   22  GO       ROT-TELA-10.

       ROT-TELA-20.
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-PARM-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-TELA-20.
           IF  PAG-SEL   <    1  OR   >   2
                                 GO       ROT-TELA-20.
           GO       ROT-TELA-00.

      ******************************************************
      *    LEGENDA DOS INDICADORES EM DUAS COLUNAS         *
      ******************************************************
       ROT-LEGE-00.
           IF  IDI-AUX   >   10  COMPUTE  LIN-AUX  =  IDI-AUX  -  1
                                 MOVE     45  TO  COL-AUX
           ELSE
                                 COMPUTE  LIN-AUX  =  IDI-AUX  +  9
                                 MOVE     13  TO  COL-AUX.
           MOVE     IDI-AUX            TO  IND-LEG
           MOVE     DES-IND (IDI-AUX)  TO  DES-LEG
           DISPLAY  LEG-T10
           IF  IDI-AUX   <   MAX-IND  ADD  1  TO  IDI-AUX
                                 GO       ROT-LEGE-00.
       ROT-LEGE-20.
           EXIT.

      ******************************************************
      *    CARGA DOS 36 MESES ATE O MES FINAL (CADIND)     *
      ******************************************************
       ROT-CARG-00.
           COMPUTE  NMF-AUX  =   ANO-FIM  *  12  +  MES-FIM  -  1
           MOVE     1        TO  IDK-AUX.

       ROT-CARG-10.
           COMPUTE  NMS-AUX  =   NMF-AUX  -  36  +  IDK-AUX
           DIVIDE   NMS-AUX  BY  12  GIVING  ANO-TMS (IDK-AUX)
                                     REMAINDER  RES-AUX
           COMPUTE  MES-TMS (IDK-AUX)  =  RES-AUX  +  1
           MOVE     "N"      TO  TEM-TMS (IDK-AUX)
           MOVE     ANO-TMS (IDK-AUX)  TO  ANO-IND
           MOVE     MES-TMS (IDK-AUX)  TO  MES-IND
           READ     CADIND
           IF  FST-IND   =  "00" PERFORM  ROT-VLRS-00
                                    THRU  ROT-VLRS-20.
           IF  IDK-AUX   <   36  ADD  1   TO  IDK-AUX
                                 GO       ROT-CARG-10.
       ROT-CARG-20.
           EXIT.

       ROT-VLRS-00.
           MOVE     "S"      TO  TEM-TMS (IDK-AUX)
           MOVE     VND-IND  TO  VLR-TMS (IDK-AUX 1)
           MOVE     CMV-IND  TO  VLR-TMS (IDK-AUX 2)
           MOVE     MRG-IND  TO  VLR-TMS (IDK-AUX 3)
           MOVE     ZEROS    TO  VLR-TMS (IDK-AUX 4)
           IF  VND-IND   NOT  =  ZEROS
               COMPUTE  VLR-TMS (IDK-AUX 4)  ROUNDED  =
                        MRG-IND  *  100  /  VND-IND.
           MOVE     EST-IND  TO  VLR-TMS (IDK-AUX 5)
           MOVE     GIR-IND  TO  VLR-TMS (IDK-AUX 6)
           MOVE     REC-IND  TO  VLR-TMS (IDK-AUX 7)
           MOVE     VEN-IND  TO  VLR-TMS (IDK-AUX 8)
           MOVE     PAG-IND  TO  VLR-TMS (IDK-AUX 9)
           MOVE     BCO-IND  TO  VLR-TMS (IDK-AUX 10)
           MOVE     ZEROS    TO  VLR-TMS (IDK-AUX 11)
           MOVE     1        TO  IDG-AUX.
       ROT-VLRS-10.
           COMPUTE  IDF-AUX  =   IDG-AUX  +  11
           MOVE     DSP-IND (IDG-AUX)  TO  VLR-TMS (IDK-AUX IDF-AUX)
           ADD      DSP-IND (IDG-AUX)  TO  VLR-TMS (IDK-AUX 11)
           IF  IDG-AUX   <    8  ADD  1   TO  IDG-AUX
                                 GO       ROT-VLRS-10.
       ROT-VLRS-20.
           EXIT.

      ******************************************************
      *    VARIACAO DO MES IDK-AUX, INDICADOR IDI-AUX:     *
      *    DIF-AUX/PMS-EDX sobre o mes anterior e PAN-EDX  *
      *    sobre o mesmo mes do ano anterior               *
      ******************************************************
       ROT-VARI-00.
           MOVE     SPACES   TO  PMS-EDX  PAN-EDX
           MOVE     ZEROS    TO  DIF-AUX
           MOVE     "N"      TO  FLG-DIF
           IF  TEM-TMS (IDK-AUX)  NOT  =  "S"
                                 GO       ROT-VARI-90.
           COMPUTE  IDA-AUX  =   IDK-AUX  -  1
           IF  TEM-TMS (IDA-AUX)  NOT  =  "S"
                                 GO       ROT-VARI-10.
           MOVE     "S"      TO  FLG-DIF
           COMPUTE  DIF-AUX  =   VLR-TMS (IDK-AUX IDI-AUX)  -
                                 VLR-TMS (IDA-AUX IDI-AUX)
           PERFORM  ROT-PCTV-00  THRU  ROT-PCTV-90
           MOVE     PCX-AUX  TO  PMS-EDX.

       ROT-VARI-10.
           COMPUTE  IDA-AUX  =   IDK-AUX  -  12
           IF  TEM-TMS (IDA-AUX)  NOT  =  "S"
                                 GO       ROT-VARI-90.
           PERFORM  ROT-PCTV-00  THRU  ROT-PCTV-90
           MOVE     PCX-AUX  TO  PAN-EDX.

       ROT-VARI-90.
           EXIT.

       ROT-PCTV-00.
           MOVE     "      --"  TO  PCX-AUX
           MOVE     VLR-TMS (IDA-AUX IDI-AUX)  TO  VBS-AUX  BAS-AUX
           IF  BAS-AUX   =   ZEROS  GO    ROT-PCTV-90.
           IF  BAS-AUX   <   ZEROS  COMPUTE  BAS-AUX  =  0  -  BAS-AUX.
           COMPUTE  PCT-AUX  ROUNDED  =
                    (VLR-TMS (IDK-AUX IDI-AUX)  -  VBS-AUX)  *  100
                    /  BAS-AUX
               ON  SIZE  ERROR  MOVE  "   *****"  TO  PCX-AUX
                                GO    ROT-PCTV-90.
           MOVE     PCT-AUX  TO  PCT-EDT
           MOVE     SPACES   TO  PCX-AUX
           MOVE     PCT-EDT  TO  PCX-AUX (2: 7).
       ROT-PCTV-90.
           EXIT.

      ******************************************************
      *    RELATORIO: 24 MESES DO INDICADOR (00 = TODOS)   *
      ******************************************************
       ROT-IMPR-00.
           PERFORM  ROT-CARG-00  THRU  ROT-CARG-20
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           MOVE     MES-FIM  TO  MES-CB2
           MOVE     ANO-FIM  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           IF  IND-SEL   =    0  MOVE     1        TO  IDI-AUX
               ELSE              MOVE     IND-SEL  TO  IDI-AUX.

       ROT-IMPR-20.
           IF  LIN-TMP   >   32  PERFORM  ROT-IMPR-10.
           MOVE     IDI-AUX  TO  IND-TT1
           MOVE     DES-IND (IDI-AUX)  TO  DES-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TIT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     13       TO  IDK-AUX.

       ROT-IMPR-30.
           PERFORM  ROT-VARI-00  THRU  ROT-VARI-90
           MOVE     MES-TMS (IDK-AUX)  TO  MES-DT1
           MOVE     ANO-TMS (IDK-AUX)  TO  ANO-DT1
           MOVE     PMS-EDX  TO  PMS-DT1
           MOVE     PAN-EDX  TO  PAN-DT1
           IF  TEM-TMS (IDK-AUX)  =  "S"
               MOVE     VLR-TMS (IDK-AUX IDI-AUX)  TO  VAL-DT1
           ELSE
               MOVE     "  sem fechamento  "       TO  VAL-DX1.
           IF  FLG-DIF   =  "S"  MOVE     DIF-AUX  TO  DIF-DT1
               ELSE              MOVE     SPACES   TO  DIF-DX1.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           IF  IDK-AUX   <   36  ADD  1   TO  IDK-AUX
                                 GO       ROT-IMPR-30.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           IF  IND-SEL   =    0  AND  IDI-AUX  <  MAX-IND
                                 ADD      1  TO  IDI-AUX
                                 GO       ROT-IMPR-20.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-01      TELA-02
           GO       ROT-PARM-00.

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

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

      ******************************************************
      *    DESCRICOES DE GRUPO PARAMETRIZADAS (CADCTR):    *
      *    posicao nao vazia substitui o padrao TB1-LDP.   *
      ******************************************************
       ROT-DGRP-00.
           MOVE     1        TO  IDG-AUX.
       ROT-DGRP-10.
           IF  DES-CTR (IDG-AUX)  NOT  =  SPACES
               MOVE  DES-CTR (IDG-AUX)  TO  DES-LDP (IDG-AUX).
           COMPUTE  IDF-AUX  =   IDG-AUX  +  11
           MOVE     DES-LDP (IDG-AUX)  TO  DES-IND (IDF-AUX)
           IF  IDG-AUX   <    8  ADD  1   TO  IDG-AUX
                                 GO       ROT-DGRP-10.
       ROT-DGRP-20.
           EXIT.

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
           MOVE     "INDICADORES GERENCIAIS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADIND  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
