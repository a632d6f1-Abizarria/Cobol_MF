       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1353.
       AUTHOR.         ADILSON.
      ******************************************************
      *    ORCADO X REALIZADO POR CENTRO DE CUSTO E GRUPO  *
      *    NO MES. Realizado: CADLDP liquidado (L) menos   *
      *    reembolsos (R) do mes/ano. Lancamento com regra *
      *    de rateio (RAT-LDP) e repartido pela versao da  *
      *    regra vigente no mes (maior vigencia ate o mes  *
      *    do relatorio), com arredondamento e a sobra no  *
      *    ultimo centro da regra; sem versao vigente, o   *
      *    valor fica no centro 00. Lancamento sem regra   *
      *    vai para o centro CCU-LDP (00 = sem centro).    *
      *    Orcado do centro/grupo vem do CADOCC; sem       *
      *    orcamento, orcado, variacao e % ficam em branco.*
      *    Subtotal por centro e total geral.              *
      *    Chamado pelo DY1350 (F6).                       *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FST-RAT.

           SELECT      CADCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCU
                       FILE          STATUS  IS  FST-CCU.

           SELECT      CADOCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCC
                       FILE          STATUS  IS  FST-OCC.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADLDP.CPY.
       COPY  CADRAT.CPY.
       COPY  CADCCU.CPY.
       COPY  CADOCC.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-RAT          PIC  X(02).
           03  FST-CCU          PIC  X(02).
           03  FST-OCC          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  ANO-SEL          PIC  9(04).
           03  MES-SEL          PIC  9(02).
           03  VIG-SEL          PIC  9(06).
           03  IDC-AUX          PIC  9(03).
           03  IDG-TAB          PIC  9(01).
           03  IND-RAT          PIC  9(02).
           03  ULT-RAT          PIC  9(02).
           03  VAL-LCT          PIC S9(09)V99.
           03  SDO-RAT          PIC S9(09)V99.
           03  PRT-AUX          PIC S9(09)V99.
           03  CCU-AUX          PIC  9(02).
           03  FLG-ORC          PIC  X(01).
           03  VAR-AUX          PIC S9(09)V99.
           03  PCT-AUX          PIC  9(03)V9.
           03  CEN-ORC          PIC  9(09)V99.
           03  CEN-RLZ          PIC S9(09)V99.
           03  TOT-ORC          PIC  9(09)V99.
           03  TOT-RLZ          PIC S9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  AN4-REG.
               05  AN4-SC       PIC  9(02).
               05  AN4-AN       PIC  9(02).

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
      *    ACUMULADOS POR CENTRO (00 A 99 = 1 A 100) E     *
      *    GRUPO; TEM-TCC = "S" quando ha orcamento        *
      ******************************************************
       01  TAB-CCU.
           03  OCO-TCC          OCCURS  100.
               05  USO-TCC      PIC  X(01).
               05  GRP-TCC      OCCURS  08.
                   07  RLZ-TCC  PIC S9(09)V99.
                   07  ORC-TCC  PIC  9(09)V99.
                   07  TEM-TCC  PIC  X(01).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(41)  VALUE
               "ORCADO X REALIZADO POR CENTRO - PERIODO :".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(04).
           03  FILLER           PIC  X(20)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
           "GRUPO DE DESPESA            ORCADO      REALIZADO      VARI
      -    "ACAO   %CONS".

       01  CEN-001.
           03  FILLER           PIC  X(07)  VALUE  "CENTRO ".
           03  CCU-CN1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-CN1          PIC  X(25).

       01  DET-001.
           03  DES-DT1          PIC  X(20).
           03  ORC-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  ORC-DX1   REDEFINES  ORC-DT1  PIC  X(13).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RLZ-DT1          PIC  --.---.--9,99.
           03  VAR-DT1          PIC  --.---.--9,99.
           03  VAR-DX1   REDEFINES  VAR-DT1  PIC  X(13).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  ZZ9,9.
           03  PCT-DX1   REDEFINES  PCT-DT1  PIC  X(05).
           03  FLG-DT1          PIC  X(10).

       01  TOT-001.
           03  DES-TT1          PIC  X(20).
           03  ORC-TT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RLZ-TT1          PIC  --.---.--9,99.
           03  VAR-TT1          PIC  --.---.--9,99.

       01  IDG-AUX              PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  26.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  26.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1353".
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
               05  LINE 04 COLUMN 11 VALUE " Controle de Despesas ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 05 COLUMN 13 VALUE " Orcado x Realizado por Ce
      -            "ntro ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 07 COLUMN 13 VALUE "Ano ....:".
           03  LINE 07 COLUMN 32 VALUE "Mes:".

       01  ENTR-01.
           03  ANO-E01 LINE 07 COLUMN 23 PIC 9(04) USING ANO-SEL.
           03  MES-E01 LINE 07 COLUMN 37 PIC 9(02) USING MES-SEL.

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
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADLDP   CADRAT
                                 CADCCU   CADOCC
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-RAT   =  "35" OPEN     OUTPUT   CADRAT
                                 CLOSE    CADRAT
                                 OPEN     INPUT    CADRAT.
           IF  FST-CCU   =  "35" OPEN     OUTPUT   CADCCU
                                 CLOSE    CADCCU
                                 OPEN     INPUT    CADCCU.
           IF  FST-OCC   =  "35" OPEN     OUTPUT   CADOCC
                                 CLOSE    CADOCC
                                 OPEN     INPUT    CADOCC.
           IF  QTD-CTR   <    5  MOVE     5   TO  QTD-CTR.
           IF  QTD-CTR   >    8  MOVE     8   TO  QTD-CTR.
           PERFORM  ROT-DGRP-00  THRU  ROT-DGRP-20.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS (1: 2)  TO  AN4-AN
           IF  AN4-AN    >   79  MOVE  19  TO  AN4-SC
               ELSE              MOVE  20  TO  AN4-SC.
           DISPLAY  TELA-01      TELA-02.

       ROT-PERI-00.
           MOVE     AN4-REG  TO  ANO-SEL
           MOVE     MES-SYS  TO  MES-SEL
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PERI-00.
           IF  MES-SEL   <    1  OR   >   12  OR  ANO-SEL  <  1980
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PERI-00.
           COMPUTE  VIG-SEL  =   ANO-SEL  *  100  +  MES-SEL
           MOVE     1        TO  IDC-AUX
           PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20
           PERFORM  ROT-OCCL-00  THRU  ROT-OCCL-30
           PERFORM  ROT-RLZA-00  THRU  ROT-RLZA-30
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
                                 TOT-ORC  TOT-RLZ
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     ZEROS    TO  IDC-AUX.

      ******************************************************
      *    UM BLOCO POR CENTRO COM MOVIMENTO OU ORCAMENTO  *
      ******************************************************
       ROT-IMPR-20.
           ADD      1        TO  IDC-AUX
           IF  IDC-AUX   >  100  GO       ROT-IMPR-40.
           IF  USO-TCC (IDC-AUX)  NOT  =  "S"
                                 GO       ROT-IMPR-20.
           IF  LIN-TMP   >   50  PERFORM  ROT-IMPR-10.
           COMPUTE  CCU-AUX  =   IDC-AUX  -  1
           MOVE     CCU-AUX  TO  CCU-CN1  CHV-CCU
           IF  CCU-AUX   =    0
               MOVE     "SEM CENTRO DE CUSTO"  TO  DES-CN1
           ELSE
               READ     CADCCU
               IF  FST-CCU   =  "00"  MOVE  DES-CCU  TO  DES-CN1
                   ELSE      MOVE  "** NAO CADASTRADO **"  TO  DES-CN1.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CEN-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  CEN-ORC  CEN-RLZ
           MOVE     "N"      TO  FLG-ORC
           MOVE     ZEROS    TO  IDG-TAB.

       ROT-IMPR-30.
           ADD      1        TO  IDG-TAB
           IF  IDG-TAB   >   QTD-CTR  GO  ROT-IMPR-35.
           IF  TEM-TCC (IDC-AUX IDG-TAB)  NOT  =  "S"  AND
               RLZ-TCC (IDC-AUX IDG-TAB)  =  ZEROS
                                 GO       ROT-IMPR-30.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     DES-LDP (IDG-TAB)          TO  DES-DT1
           MOVE     RLZ-TCC (IDC-AUX IDG-TAB)  TO  RLZ-DT1
           ADD      RLZ-TCC (IDC-AUX IDG-TAB)  TO  CEN-RLZ
           MOVE     SPACES   TO  FLG-DT1
           IF  TEM-TCC (IDC-AUX IDG-TAB)  NOT  =  "S"
                                 MOVE  SPACES  TO  ORC-DX1  VAR-DX1
                                                   PCT-DX1
                                 GO       ROT-IMPR-32.
           MOVE     "S"      TO  FLG-ORC
           MOVE     ORC-TCC (IDC-AUX IDG-TAB)  TO  ORC-DT1
           ADD      ORC-TCC (IDC-AUX IDG-TAB)  TO  CEN-ORC
           COMPUTE  VAR-AUX  =   ORC-TCC (IDC-AUX IDG-TAB)  -
                                 RLZ-TCC (IDC-AUX IDG-TAB)
           MOVE     VAR-AUX  TO  VAR-DT1
           MOVE     ZEROS    TO  PCT-AUX
           IF  ORC-TCC (IDC-AUX IDG-TAB)  NOT  =  ZEROS  AND
               RLZ-TCC (IDC-AUX IDG-TAB)  >  ZEROS
               COMPUTE  PCT-AUX  ROUNDED  =
                        RLZ-TCC (IDC-AUX IDG-TAB)  *  100  /
                        ORC-TCC (IDC-AUX IDG-TAB)
               ON  SIZE  ERROR  MOVE  999,9  TO  PCT-AUX.
           MOVE     PCT-AUX  TO  PCT-DT1
           IF  RLZ-TCC (IDC-AUX IDG-TAB)  >
               ORC-TCC (IDC-AUX IDG-TAB)
                                 MOVE  " *ESTOUROU"  TO  FLG-DT1.

       ROT-IMPR-32.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-30.

       ROT-IMPR-35.
           MOVE     "  TOTAL DO CENTRO"  TO  DES-TT1
           MOVE     CEN-ORC  TO  ORC-TT1
           MOVE     CEN-RLZ  TO  RLZ-TT1
           COMPUTE  VAR-AUX  =   CEN-ORC  -  CEN-RLZ
           MOVE     VAR-AUX  TO  VAR-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           IF  FLG-ORC   =  "N"  MOVE  SPACES  TO  DET-TMP (21: 13)
                                                 DET-TMP (48: 13).
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      CEN-ORC  TO  TOT-ORC
           ADD      CEN-RLZ  TO  TOT-RLZ
           GO       ROT-IMPR-20.

       ROT-IMPR-40.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     "TOTAL GERAL"  TO  DES-TT1
           MOVE     TOT-ORC  TO  ORC-TT1
           MOVE     TOT-RLZ  TO  RLZ-TT1
           COMPUTE  VAR-AUX  =   TOT-ORC  -  TOT-RLZ
           MOVE     VAR-AUX  TO  VAR-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           GO       ROT-PERI-00.

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
      *    ZERA OS ACUMULADOS                              *
      ******************************************************
       ROT-ZERA-00.
           MOVE     "N"      TO  USO-TCC (IDC-AUX)
           MOVE     1        TO  IDG-TAB.
       ROT-ZERA-10.
           MOVE     ZEROS    TO  RLZ-TCC (IDC-AUX IDG-TAB)
                                 ORC-TCC (IDC-AUX IDG-TAB)
           MOVE     "N"      TO  TEM-TCC (IDC-AUX IDG-TAB)
           IF  IDG-TAB   <    8  ADD  1   TO  IDG-TAB
                                 GO       ROT-ZERA-10.
           IF  IDC-AUX   <  100  ADD  1   TO  IDC-AUX
                                 GO       ROT-ZERA-00.
       ROT-ZERA-20.
           EXIT.

      ******************************************************
      *    ORCAMENTO DO ANO POR CENTRO/GRUPO (CADOCC)      *
      ******************************************************
       ROT-OCCL-00.
           MOVE     ANO-SEL  TO  ANO-OCC
           MOVE     ZEROS    TO  GRP-OCC  CCU-OCC
           START    CADOCC       KEY  NOT  <  CHV-OCC
           IF  FST-OCC   NOT  =  "00"  GO  ROT-OCCL-30.

       ROT-OCCL-10.
           READ     CADOCC  NEXT
           IF  FST-OCC   NOT  =  "00"  GO  ROT-OCCL-30.
           IF  ANO-OCC   NOT  =  ANO-SEL  GO  ROT-OCCL-30.
           IF  GRP-OCC   <    1  OR   >   8
                                 GO       ROT-OCCL-10.
           COMPUTE  IDC-AUX  =   CCU-OCC  +  1
           MOVE     GRP-OCC  TO  IDG-TAB
           MOVE     VAL-OCC (MES-SEL)  TO  ORC-TCC (IDC-AUX IDG-TAB)
           MOVE     "S"      TO  TEM-TCC (IDC-AUX IDG-TAB)
                                 USO-TCC (IDC-AUX)
           GO       ROT-OCCL-10.

       ROT-OCCL-30.
           EXIT.

      ******************************************************
      *    REALIZADO DO MES/ANO (CADLDP) POR CENTRO        *
      ******************************************************
       ROT-RLZA-00.
           MOVE     ZEROS    TO  CHV-LDP
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   NOT  =  "00"  GO  ROT-RLZA-30.

       ROT-RLZA-10.
           READ     CADLDP  NEXT
           IF  FST-LDP   NOT  =  "00"  GO  ROT-RLZA-30.
           IF  PRX-LDP   <    1  OR   >   8
                                 GO       ROT-RLZA-10.
           IF  MES-LDP   NOT  =  MES-SEL  GO  ROT-RLZA-10.
           MOVE     ANO-LDP  TO  AN-REG
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.
           IF  SC-REG    NOT  =  ANO-SEL (1: 2)  OR
               AN-REG    NOT  =  ANO-SEL (3: 2)
                                 GO       ROT-RLZA-10.
           IF  FLG-LDP   =  "L"  MOVE     VAL-LDP  TO  VAL-LCT
               ELSE
               IF  FLG-LDP   =  "R"
                                 COMPUTE  VAL-LCT  =  0  -  VAL-LDP
                   ELSE          GO       ROT-RLZA-10.
           MOVE     PRX-LDP  TO  IDG-TAB
           IF  RAT-LDP   NUMERIC  AND  RAT-LDP  >  0
                                 PERFORM  ROT-RATE-00  THRU  ROT-RATE-90
                                 GO       ROT-RLZA-10.
           MOVE     1        TO  IDC-AUX
           IF  CCU-LDP   NUMERIC
                                 COMPUTE  IDC-AUX  =  CCU-LDP  +  1.
           ADD      VAL-LCT  TO  RLZ-TCC (IDC-AUX IDG-TAB)
           MOVE     "S"      TO  USO-TCC (IDC-AUX)
           GO       ROT-RLZA-10.

       ROT-RLZA-30.
           EXIT.

      ******************************************************
      *    RATEIO PELA VERSAO DA REGRA VIGENTE NO MES; O   *
      *    ULTIMO CENTRO DA REGRA FICA COM A SOBRA DO      *
      *    ARREDONDAMENTO                                  *
      ******************************************************
       ROT-RATE-00.
           MOVE     RAT-LDP  TO  COD-RAT
           MOVE     VIG-SEL  TO  VIG-RAT
           START    CADRAT       KEY  NOT  >  CHV-RAT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-RATE-80.
           READ     CADRAT       PREVIOUS
           IF  FST-RAT   NOT  =  "00"  OR  COD-RAT  NOT  =  RAT-LDP
                                 GO       ROT-RATE-80.
           MOVE     ZEROS    TO  ULT-RAT
           MOVE     1        TO  IND-RAT.

       ROT-RATE-10.
           IF  CCU-RAT (IND-RAT)  NOT  =  ZEROS  AND
               PCT-RAT (IND-RAT)  >  ZEROS
                                 MOVE     IND-RAT  TO  ULT-RAT.
           IF  IND-RAT   <   10  ADD  1   TO  IND-RAT
                                 GO       ROT-RATE-10.
           IF  ULT-RAT   =    0  GO       ROT-RATE-80.
           MOVE     VAL-LCT  TO  SDO-RAT
           MOVE     1        TO  IND-RAT.

       ROT-RATE-20.
           IF  CCU-RAT (IND-RAT)  =  ZEROS  OR
               PCT-RAT (IND-RAT)  =  ZEROS
                                 GO       ROT-RATE-30.
           IF  IND-RAT   =   ULT-RAT
                                 MOVE     SDO-RAT  TO  PRT-AUX
           ELSE
               COMPUTE  PRT-AUX  ROUNDED  =
                        VAL-LCT  *  PCT-RAT (IND-RAT)  /  100
               SUBTRACT PRT-AUX  FROM  SDO-RAT.
           COMPUTE  IDC-AUX  =   CCU-RAT (IND-RAT)  +  1
           ADD      PRT-AUX  TO  RLZ-TCC (IDC-AUX IDG-TAB)
           MOVE     "S"      TO  USO-TCC (IDC-AUX).

       ROT-RATE-30.
           IF  IND-RAT   <   10  ADD  1   TO  IND-RAT
                                 GO       ROT-RATE-20.
           GO       ROT-RATE-90.

       ROT-RATE-80.
           MOVE     1        TO  IDC-AUX
           ADD      VAL-LCT  TO  RLZ-TCC (IDC-AUX IDG-TAB)
           MOVE     "S"      TO  USO-TCC (IDC-AUX).

       ROT-RATE-90.
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
           MOVE     "ORCADO X REALIZADO CENTRO"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADLDP  CADRAT  CADCCU  CADOCC  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
