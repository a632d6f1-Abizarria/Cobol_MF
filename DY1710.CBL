       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1710.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CONTABILIZACAO MENSAL: para o mes/ano informado *
      *    apaga o diario (CADDIA) e os saldos (CADSCT) ja *
      *    gerados para o mes e refaz tudo a partir dos    *
      *    razoes: vendas (CADVND), cupons fechados        *
      *    (CADCPV), compras (CADLCP), despesas (CADLDP),  *
      *    titulos pagos (CADPAG), baixas de recebiveis    *
      *    (CADFTH), movimento bancario (CADLBC) e         *
      *    depreciacao do imobilizado (CADDPR).            *
      *    A compra inclui o rateio de frete, seguro e     *
      *    outras (RAT-LCP) quando somado ao titulo da     *
      *    nota (CADNFA, DY1216).                          *
      *    Cada evento vira um lancamento de partida       *
      *    dobrada com as contas do mapa CADMPC (DY1705);  *
      *    valor negativo inverte debito e credito.        *
      *    Evento sem mapa ou com conta fora do plano      *
      *    (CADPCT) sai no relatorio e nao e lancado -     *
      *    corrige-se o mapa e roda-se de novo, o mes      *
      *    aberto pode ser refeito quantas vezes for       *
      *    preciso. Mes que comeca ate o DTF-CTR esta      *
      *    fechado e e recusado. Gravacao auditada.        *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-CPV
                       FILE          STATUS  IS  FST-CPV.

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

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADFTH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTH
                       FILE          STATUS  IS  FST-FTH.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      CADMPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPC
                       FILE          STATUS  IS  FST-MPC.

           SELECT      CADPCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCT
                       FILE          STATUS  IS  FST-PCT.

           SELECT      CADDIA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DIA
                       FILE          STATUS  IS  FST-DIA.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADVND.CPY.
       COPY  CADCPV.CPY.
       COPY  CADLCP.CPY.
       COPY  CADNFA.CPY.
       COPY  CADLDP.CPY.
       COPY  CADPAG.CPY.
       COPY  CADFTH.CPY.
       COPY  CADLBC.CPY.
       COPY  CADDPR.CPY.
       COPY  CADMPC.CPY.
       COPY  CADPCT.CPY.
       COPY  CADDIA.CPY.
       COPY  CADSCT.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-CPV          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-NFA          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-MPC          PIC  X(02).
           03  FST-PCT          PIC  X(02).
           03  FST-DIA          PIC  X(02).
           03  FST-SCT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  IND-ORI          PIC  9(02).
           03  SEQ-LAN          PIC  9(06).
           03  QTD-LAN          PIC  9(06).
           03  QTD-EXC          PIC  9(06).
           03  VAL-EXC          PIC S9(11)V99.
           03  TOT-DEB          PIC S9(11)V99.
           03  TOT-CRD          PIC S9(11)V99.

           03  ORI-LAN          PIC  X(02).
           03  COD-LAN          PIC  9(03).
           03  DIA-LAN          PIC  9(02).
           03  VAL-LAN          PIC S9(09)V99.
           03  DEB-LAN          PIC  9(06).
           03  CRD-LAN          PIC  9(06).
           03  CTA-LAN          PIC  9(06).
           03  DOC-LAN          PIC  X(16).
           03  HST-LAN          PIC  X(30).
           03  MOT-LAN          PIC  X(12).

           03  HSA-AUX.
               05  TXT-HSA      PIC  X(20).
               05  NUM-HSA      PIC  Z(09).
               05  FILLER       PIC  X(01).

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
           03  D8-SEL           PIC  9(08).

           03  D6-SEL.
               05  AN6-SEL      PIC  9(02).
               05  MS6-SEL      PIC  9(02).
               05  DI6-SEL      PIC  9(02).

           03  AUD-AUX.
               05  FILLER       PIC  X(12)  VALUE  "LANCAMENTOS ".
               05  QTD-AAU      PIC  9(06).
               05  FILLER       PIC  X(08)  VALUE  " DEBITO ".
               05  VAL-AAU      PIC  9(11)V99.
               05  FILLER       PIC  X(08)  VALUE  " OCORR. ".
               05  EXC-AAU      PIC  9(03).

       01  TAB-ORI.
           03  FILLER           PIC  X(32)  VALUE
               "VDVENDAS".
           03  FILLER           PIC  X(32)  VALUE
               "VIICMS SOBRE VENDAS".
           03  FILLER           PIC  X(32)  VALUE
               "CVRECEBIMENTO DOS CUPONS".
           03  FILLER           PIC  X(32)  VALUE
               "CPCOMPRAS".
           03  FILLER           PIC  X(32)  VALUE
               "CIICMS SOBRE COMPRAS".
           03  FILLER           PIC  X(32)  VALUE
               "DPDESPESAS POR GRUPO".
           03  FILLER           PIC  X(32)  VALUE
               "DLDESPESAS LIQUIDADAS".
           03  FILLER           PIC  X(32)  VALUE
               "PGTITULOS PAGOS A FORNECEDOR".
           03  FILLER           PIC  X(32)  VALUE
               "FTBAIXAS DE RECEBIVEIS".
           03  FILLER           PIC  X(32)  VALUE
               "LBMOVIMENTO BANCARIO".
           03  FILLER           PIC  X(32)  VALUE
               "DRDEPRECIACAO DO IMOBILIZADO".
       01  RED-ORI   REDEFINES  TAB-ORI.
           03  ITM-ORI                      OCCURS  11.
               05  ORI-TAB      PIC  X(02).
               05  DES-TAB      PIC  X(30).

       01  ACM-ORI.
           03  ITM-ACM                      OCCURS  11.
               05  QTD-ACM      PIC  9(06).
               05  VAL-ACM      PIC S9(11)V99.

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
           03  FILLER           PIC  X(28)  VALUE
               "CONTABILIZACAO - MES/ANO:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(07)  VALUE  "OR EVT ".
           03  FILLER           PIC  X(05)  VALUE  "DIA".
           03  FILLER           PIC  X(18)  VALUE  "DOCUMENTO".
           03  FILLER           PIC  X(21)  VALUE  "HISTORICO".
           03  FILLER           PIC  X(13)  VALUE  "OCORRENCIA".
           03  FILLER           PIC  X(14)  VALUE  "         VALOR".

       01  DET-001.
           03  ORI-DT1          PIC  X(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COD-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DOC-DT1          PIC  X(16).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  HST-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT1          PIC  X(12).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  ---.---.--9,99.

       01  DET-002.
           03  ORI-DT2          PIC  X(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT2          PIC  X(30).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  QTD-DT2          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT2          PIC  ---.---.---.--9,99.

       01  DET-003              PIC  X(80).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  28.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  28.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1710".
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
               05  LINE 06 COLUMN 11 VALUE " Contabilidade ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Contabilizacao Mensal ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  TELA-04  BCK-CLR 4 FOR-CLR 12.
           03  LINE 11 COLUMN 13 VALUE
               "   Refazer os lancamentos do mes ?  [ ]   ".

       01  ENTR-02  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 11 COLUMN 50 PIC X(01) USING RSP-OPC.

       01  TELA-06  BCK-CLR 0 FOR-CLR 0.
           03  LINE 11 COLUMN 13 VALUE
               "                                          ".

       01  TELA-09 BCK-CLR 01 FOR-CLR 15.
           03  LINE 14 COLUMN 24 VALUE "Lancamentos .......:".
           03  QTD-T09 LINE 14 COLUMN 45 PIC ZZZ.ZZ9 FROM QTD-LAN.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 16 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 19 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 20 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 20 COLUMN 39 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADVND   CADCPV   CADLCP
                                 CADLDP   CADPAG   CADFTH   CADLBC
                                 CADDPR   CADNFA
                                 CADMPC   CADPCT
                    I-O          CADDIA   CADSCT
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-NFA   =  "35" OPEN     OUTPUT   CADNFA
                                 CLOSE    CADNFA
                                 OPEN     INPUT    CADNFA.
           IF  FST-DIA   =  "35" OPEN     OUTPUT   CADDIA
                                 CLOSE    CADDIA
                                 OPEN     I-O      CADDIA.
           IF  FST-SCT   =  "35" OPEN     OUTPUT   CADSCT
                                 CLOSE    CADSCT
                                 OPEN     I-O      CADSCT.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-MESA-00.
           IF  DTF-CTR   =   ZEROS  GO    ROT-MESA-10.
           MOVE     ANO-SEL  TO  AN6-SEL
           MOVE     MES-SEL  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-SEL
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-SEL    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-MESA-00.

       ROT-MESA-10.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-06
                                 GO       ROT-MESA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-06
                                 GO       ROT-MESA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-06
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  SEQ-LAN  QTD-LAN
                                 QTD-EXC  VAL-EXC  TOT-DEB  TOT-CRD
           MOVE     1        TO  IND-ORI
           PERFORM  ROT-ZACM-00  THRU  ROT-ZACM-20
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07  TELA-09
           PERFORM  ROT-IMPR-10
           PERFORM  ROT-LDIA-00  THRU  ROT-LDIA-20
           PERFORM  ROT-LSCT-00  THRU  ROT-LSCT-20
           PERFORM  ROT-EVND-00  THRU  ROT-EVND-20
           PERFORM  ROT-ECPV-00  THRU  ROT-ECPV-20
           PERFORM  ROT-ELCP-00  THRU  ROT-ELCP-20
           PERFORM  ROT-ELDP-00  THRU  ROT-ELDP-20
           PERFORM  ROT-EPAG-00  THRU  ROT-EPAG-20
           PERFORM  ROT-EFTH-00  THRU  ROT-EFTH-20
           PERFORM  ROT-ELBC-00  THRU  ROT-ELBC-20
           PERFORM  ROT-EDPR-00  THRU  ROT-EDPR-20
           PERFORM  ROT-AUDG-00
           GO       ROT-IMPR-00.

       ROT-ZACM-00.
           MOVE     ZEROS    TO  QTD-ACM (IND-ORI)  VAL-ACM (IND-ORI)
           ADD      1        TO  IND-ORI
           IF  IND-ORI   NOT  >  11  GO   ROT-ZACM-00.

       ROT-ZACM-20.
           EXIT.

      ******************************************************
      *    APAGA O DIARIO DO MES (a chave comeca por ano e *
      *    mes, basta ler em sequencia a partir do mes)    *
      ******************************************************
       ROT-LDIA-00.
           MOVE     ANO-SEL  TO  ANO-DIA
           MOVE     MES-SEL  TO  MES-DIA
           MOVE     ZEROS    TO  SEQ-DIA.

       ROT-LDIA-10.
           START    CADDIA       KEY  >   CHV-DIA
           IF  FST-DIA   NOT  =  "00"  GO  ROT-LDIA-20.
           READ     CADDIA  NEXT
           IF  FST-DIA   NOT  =  "00"  GO  ROT-LDIA-20.
           IF  ANO-DIA   NOT  =  ANO-SEL  OR
               MES-DIA   NOT  =  MES-SEL  GO  ROT-LDIA-20.
           DELETE   CADDIA
           GO       ROT-LDIA-10.

       ROT-LDIA-20.
           EXIT.

      ******************************************************
      *    APAGA OS SALDOS DO MES DE TODAS AS CONTAS       *
      ******************************************************
       ROT-LSCT-00.
           MOVE     SPACES   TO  CHV-SCT.

       ROT-LSCT-10.
           START    CADSCT       KEY  >   CHV-SCT
           IF  FST-SCT   NOT  =  "00"  GO  ROT-LSCT-20.
           READ     CADSCT  NEXT
           IF  FST-SCT   NOT  =  "00"  GO  ROT-LSCT-20.
           IF  ANO-SCT   NOT  =  ANO-SEL  OR
               MES-SCT   NOT  =  MES-SEL  GO  ROT-LSCT-10.
           DELETE   CADSCT
           GO       ROT-LSCT-10.

       ROT-LSCT-20.
           EXIT.

      ******************************************************
      *    VENDAS (VD) E ICMS DAS VENDAS (VI) - CADVND     *
      ******************************************************
       ROT-EVND-00.
           MOVE     SPACES   TO  CHV-VND.

       ROT-EVND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-EVND-20.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-EVND-20.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-EVND-10.
           MOVE     DIA-VND  TO  DIA-LAN
           MOVE     CHV-VND  TO  DOC-LAN
           MOVE     DOC-VND  TO  NUM-HSA
           MOVE     "VD"     TO  ORI-LAN
           MOVE     ZEROS    TO  COD-LAN
           MOVE     1        TO  IND-ORI
           MOVE     VAL-VND  TO  VAL-LAN
           MOVE     "VENDA DOC"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     "VI"     TO  ORI-LAN
           MOVE     2        TO  IND-ORI
           MOVE     ICM-VND  TO  VAL-LAN
           MOVE     "ICMS S/VENDA DOC"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-EVND-10.

       ROT-EVND-20.
           EXIT.

      ******************************************************
      *    RECEBIMENTO DOS CUPONS FECHADOS (CV) - CADCPV   *
      *    000 dinheiro, 001 a faturar, 002 cheque, o      *
      *    cartao pela bandeira (BND-CPV = PRX-CRD), 009   *
      *    vale-troca e 010 desconto do resgate de pontos  *
      *    de fidelidade                                   *
      ******************************************************
       ROT-ECPV-00.
           MOVE     ZEROS    TO  NUM-CPV.

       ROT-ECPV-10.
           START    CADCPV       KEY  >   NUM-CPV
           IF  FST-CPV   =  "23" GO       ROT-ECPV-20.
           READ     CADCPV  NEXT
           IF  FST-CPV   =  "10" GO       ROT-ECPV-20.
           IF  SIT-CPV   NOT  =  "F"  GO  ROT-ECPV-10.
           MOVE     DTA-CPV  TO  DTA-AUX
           IF  ANO-AUX   NOT  =  ANO-SEL  OR
               MES-AUX   NOT  =  MES-SEL  GO  ROT-ECPV-10.
           MOVE     DIA-AUX  TO  DIA-LAN
           MOVE     NUM-CPV  TO  DOC-LAN  NUM-HSA
           MOVE     "CV"     TO  ORI-LAN
           MOVE     3        TO  IND-ORI
           MOVE     "RECEBIMENTO CUPOM"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           MOVE     0        TO  COD-LAN
           MOVE     DIN-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     1        TO  COD-LAN
           MOVE     NTA-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     2        TO  COD-LAN
           MOVE     CHQ-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     BND-CPV  TO  COD-LAN
           MOVE     CRT-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     9        TO  COD-LAN
           MOVE     VLT-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     10       TO  COD-LAN
           MOVE     DSP-CPV  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-ECPV-10.

       ROT-ECPV-20.
           EXIT.

      ******************************************************
      *    COMPRAS (CP) E ICMS DAS COMPRAS (CI) - CADLCP   *
      ******************************************************
       ROT-ELCP-00.
           MOVE     SPACES   TO  CHV-LCP.

       ROT-ELCP-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-ELCP-20.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-ELCP-20.
           IF  ANO-LCP   NOT  =  ANO-SEL  OR
               MES-LCP   NOT  =  MES-SEL  GO  ROT-ELCP-10.
           MOVE     DIA-LCP  TO  DIA-LAN
           MOVE     CHV-LCP  TO  DOC-LAN
           MOVE     NTF-LCP  TO  NUM-HSA
           MOVE     ZEROS    TO  COD-LAN
           MOVE     "CP"     TO  ORI-LAN
           MOVE     4        TO  IND-ORI
           MOVE     VAL-LCP  TO  VAL-LAN
           MOVE     FOR-LCP  TO  FOR-NFA
           MOVE     NTF-LCP  TO  NTF-NFA
           READ     CADNFA
           IF  FST-NFA   =  "00"  AND  TIT-NFA  =  "S"
                                 ADD      RAT-LCP  TO  VAL-LAN.
           MOVE     "COMPRA NF"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           MOVE     "CI"     TO  ORI-LAN
           MOVE     5        TO  IND-ORI
           MOVE     ICM-LCP  TO  VAL-LAN
           MOVE     "ICMS S/COMPRA NF"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-ELCP-10.

       ROT-ELCP-20.
           EXIT.

      ******************************************************
      *    DESPESAS (DP) dos grupos 1 a 8 a pagar e        *
      *    liquidadas, reembolso invertido; liquidadas     *
      *    geram tambem a baixa da obrigacao (DL). O grupo *
      *    9 sao compras de produtos, ja lancadas em CP.   *
      ******************************************************
       ROT-ELDP-00.
           MOVE     SPACES   TO  CHV-LDP.

       ROT-ELDP-10.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-ELDP-20.
           READ     CADLDP  NEXT
           IF  FST-LDP   =  "10" GO       ROT-ELDP-20.
           IF  PRX-LDP   <    1  OR  >  8 GO  ROT-ELDP-10.
           IF  ANO-LDP   NOT  =  ANO-SEL  OR
               MES-LDP   NOT  =  MES-SEL  GO  ROT-ELDP-10.
           IF  FLG-LDP   NOT  =  "P"  AND  NOT  =  "L"  AND
                         NOT  =  "R"  GO  ROT-ELDP-10.
           MOVE     DIA-LDP  TO  DIA-LAN
           MOVE     CHV-LDP  TO  DOC-LAN
           MOVE     HST-LDP  TO  HST-LAN
           MOVE     "DP"     TO  ORI-LAN
           MOVE     PRX-LDP  TO  COD-LAN
           MOVE     6        TO  IND-ORI
           IF  FLG-LDP   =  "R"  COMPUTE  VAL-LAN  =  VAL-LDP  *  -1
           ELSE                  MOVE     VAL-LDP  TO  VAL-LAN.
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           IF  FLG-LDP   NOT  =  "L"  GO  ROT-ELDP-10.
           MOVE     "DL"     TO  ORI-LAN
           MOVE     ZEROS    TO  COD-LAN
           MOVE     7        TO  IND-ORI
           MOVE     VAL-LDP  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-ELDP-10.

       ROT-ELDP-20.
           EXIT.

      ******************************************************
      *    TITULOS PAGOS A FORNECEDOR (PG) pela data da    *
      *    baixa - CADPAG                                  *
      ******************************************************
       ROT-EPAG-00.
           MOVE     SPACES   TO  CHV-PAG.

       ROT-EPAG-10.
           START    CADPAG       KEY  >   CHV-PAG
           IF  FST-PAG   =  "23" GO       ROT-EPAG-20.
           READ     CADPAG  NEXT
           IF  FST-PAG   =  "10" GO       ROT-EPAG-20.
           IF  SIT-PAG   NOT  =  "P"  GO  ROT-EPAG-10.
           MOVE     DTB-PAG  TO  DTA-AUX
           IF  ANO-AUX   NOT  =  ANO-SEL  OR
               MES-AUX   NOT  =  MES-SEL  GO  ROT-EPAG-10.
           MOVE     DIA-AUX  TO  DIA-LAN
           MOVE     CHV-PAG  TO  DOC-LAN
           MOVE     NTF-PAG  TO  NUM-HSA
           MOVE     "PAGAMENTO NF"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           MOVE     "PG"     TO  ORI-LAN
           MOVE     ZEROS    TO  COD-LAN
           MOVE     8        TO  IND-ORI
           MOVE     VAL-PAG  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-EPAG-10.

       ROT-EPAG-20.
           EXIT.

      ******************************************************
      *    BAIXAS DE RECEBIVEIS (FT) pela data da baixa,   *
      *    evento pelo tipo PRX-FTH - CADFTH               *
      ******************************************************
       ROT-EFTH-00.
           MOVE     SPACES   TO  CHV-FTH.

       ROT-EFTH-10.
           START    CADFTH       KEY  >   CHV-FTH
           IF  FST-FTH   =  "23" GO       ROT-EFTH-20.
           READ     CADFTH  NEXT
           IF  FST-FTH   =  "10" GO       ROT-EFTH-20.
           MOVE     DTB-FTH  TO  DTA-AUX
           IF  ANO-AUX   NOT  =  ANO-SEL  OR
               MES-AUX   NOT  =  MES-SEL  GO  ROT-EFTH-10.
           MOVE     DIA-AUX  TO  DIA-LAN
           MOVE     CHV-FTH  TO  DOC-LAN
           MOVE     COD-FTH  TO  NUM-HSA
           MOVE     "BAIXA RECEBIVEL"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           MOVE     "FT"     TO  ORI-LAN
           MOVE     PRX-FTH  TO  COD-LAN
           MOVE     9        TO  IND-ORI
           MOVE     VAL-FTH  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-EFTH-10.

       ROT-EFTH-20.
           EXIT.

      ******************************************************
      *    MOVIMENTO BANCARIO (LB) por banco - CADLBC      *
      *    creditos (COD-LBC 4-5) positivos, debitos       *
      *    (1-3) negativos, estornados (0/2/6) fora        *
      ******************************************************
       ROT-ELBC-00.
           MOVE     SPACES   TO  CHV-LBC.

       ROT-ELBC-10.
           START    CADLBC       KEY  >   CHV-LBC
           IF  FST-LBC   =  "23" GO       ROT-ELBC-20.
           READ     CADLBC  NEXT
           IF  FST-LBC   =  "10" GO       ROT-ELBC-20.
           IF  ANO-LBC   NOT  =  ANO-SEL  OR
               MES-LBC   NOT  =  MES-SEL  GO  ROT-ELBC-10.
           IF  COD-LBC   =  0  OR  2  OR  6
                                 GO       ROT-ELBC-10.
           MOVE     DIA-LBC  TO  DIA-LAN
           MOVE     CHV-LBC  TO  DOC-LAN
           MOVE     HST-LBC  TO  HST-LAN
           MOVE     "LB"     TO  ORI-LAN
           MOVE     BCO-LBC  TO  COD-LAN
           MOVE     10       TO  IND-ORI
           IF  COD-LBC   >    3  MOVE     VAL-LBC  TO  VAL-LAN
           ELSE                  COMPUTE  VAL-LAN  =  VAL-LBC  *  -1.
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-ELBC-10.

       ROT-ELBC-20.
           EXIT.

      ******************************************************
      *    DEPRECIACAO DO MES (DR) por classe - CADDPR,    *
      *    lancada no ultimo dia do mes                    *
      ******************************************************
       ROT-EDPR-00.
           MOVE     ZEROS    TO  CHV-DPR.

       ROT-EDPR-10.
           START    CADDPR       KEY  >   CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-EDPR-20.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-EDPR-20.
           IF  ANO-DPR   NOT  =  ANO-SEL  OR
               MES-DPR   NOT  =  MES-SEL  GO  ROT-EDPR-10.
           MOVE     31       TO  DIA-LAN
           IF  MES-SEL   =  4  OR  6  OR  9  OR  11
                                 MOVE     30  TO  DIA-LAN.
           IF  MES-SEL   =  2    MOVE     28  TO  DIA-LAN.
           MOVE     CHV-DPR  TO  DOC-LAN
           MOVE     IMB-DPR  TO  NUM-HSA
           MOVE     "DEPRECIACAO BEM"  TO  TXT-HSA
           MOVE     HSA-AUX  TO  HST-LAN
           MOVE     "DR"     TO  ORI-LAN
           MOVE     CLS-DPR  TO  COD-LAN
           MOVE     11       TO  IND-ORI
           MOVE     VAL-DPR  TO  VAL-LAN
           PERFORM  ROT-LANC-00  THRU  ROT-LANC-20
           GO       ROT-EDPR-10.

       ROT-EDPR-20.
           EXIT.

      ******************************************************
      *    LANCAMENTO DE UM EVENTO: contas pelo mapa,      *
      *    valor negativo inverte as contas; grava o       *
      *    diario e soma nos saldos do mes das duas contas *
      ******************************************************
       ROT-LANC-00.
           IF  VAL-LAN   =   ZEROS  GO    ROT-LANC-20.
           MOVE     ORI-LAN  TO  ORI-MPC
           MOVE     COD-LAN  TO  COD-MPC
           READ     CADMPC
           IF  FST-MPC   NOT  =  "00"
                                 MOVE  "SEM MAPA"  TO  MOT-LAN
                                 GO       ROT-LANC-10.
           MOVE     DEB-MPC  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   NOT  =  "00"
                                 MOVE  "CTA INEXIST."  TO  MOT-LAN
                                 GO       ROT-LANC-10.
           MOVE     CRD-MPC  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   NOT  =  "00"
                                 MOVE  "CTA INEXIST."  TO  MOT-LAN
                                 GO       ROT-LANC-10.
           IF  VAL-LAN   <   ZEROS
                                 MOVE     CRD-MPC  TO  DEB-LAN
                                 MOVE     DEB-MPC  TO  CRD-LAN
                                 COMPUTE  VAL-LAN  =  VAL-LAN  *  -1
           ELSE
                                 MOVE     DEB-MPC  TO  DEB-LAN
                                 MOVE     CRD-MPC  TO  CRD-LAN.
           PERFORM  ROT-GDIA-00  THRU  ROT-GDIA-20
           MOVE     DEB-LAN  TO  CTA-LAN
           PERFORM  ROT-GSCT-00  THRU  ROT-GSCT-20
           MOVE     CRD-LAN  TO  CTA-LAN
           PERFORM  ROT-GSCT-00  THRU  ROT-GSCT-20
           ADD      1        TO  QTD-LAN  QTD-ACM (IND-ORI)
           ADD      VAL-LAN  TO  TOT-DEB  TOT-CRD  VAL-ACM (IND-ORI)
           DISPLAY  QTD-T09
           GO       ROT-LANC-20.

       ROT-LANC-10.
           ADD      1        TO  QTD-EXC
           ADD      VAL-LAN  TO  VAL-EXC
           MOVE     ORI-LAN  TO  ORI-DT1
           MOVE     COD-LAN  TO  COD-DT1
           MOVE     DIA-LAN  TO  DIA-DT1
           MOVE     DOC-LAN  TO  DOC-DT1
           MOVE     HST-LAN  TO  HST-DT1
           MOVE     MOT-LAN  TO  MOT-DT1
           MOVE     VAL-LAN  TO  VAL-DT1
           MOVE     DET-001  TO  DET-003
           PERFORM  ROT-IMPD-00.

       ROT-LANC-20.
           EXIT.

       ROT-GDIA-00.
           ADD      1        TO  SEQ-LAN
           MOVE     ANO-SEL  TO  ANO-DIA
           MOVE     MES-SEL  TO  MES-DIA
           MOVE     SEQ-LAN  TO  SEQ-DIA
           MOVE     DIA-LAN  TO  DIA-DIA
           MOVE     ORI-LAN  TO  ORI-DIA
           MOVE     COD-LAN  TO  COD-DIA
           MOVE     DEB-LAN  TO  DEB-DIA
           MOVE     CRD-LAN  TO  CRD-DIA
           MOVE     VAL-LAN  TO  VAL-DIA
           MOVE     DOC-LAN  TO  DOC-DIA
           MOVE     HST-LAN  TO  HST-DIA.

       ROT-GDIA-10.
           WRITE    REG-DIA
           IF  FST-DIA   =  "22" ADD      1        TO  SEQ-LAN
                                 MOVE     SEQ-LAN  TO  SEQ-DIA
                                 GO       ROT-GDIA-10.

       ROT-GDIA-20.
           EXIT.

       ROT-GSCT-00.
           MOVE     CTA-LAN  TO  CTA-SCT
           MOVE     ANO-SEL  TO  ANO-SCT
           MOVE     MES-SEL  TO  MES-SCT
           READ     CADSCT
           IF  FST-SCT   NOT  =  "00"
                                 MOVE     ZEROS    TO  DEB-SCT  CRD-SCT.
           IF  CTA-LAN   =   DEB-LAN
                                 ADD      VAL-LAN  TO  DEB-SCT
           ELSE
                                 ADD      VAL-LAN  TO  CRD-SCT.
           IF  FST-SCT   =  "00" REWRITE  REG-SCT
           ELSE                  WRITE    REG-SCT.

       ROT-GSCT-20.
           EXIT.

      ******************************************************
      *    AUDITORIA DA CONTABILIZACAO DO MES              *
      ******************************************************
       ROT-AUDG-00.
           MOVE     QTD-LAN  TO  QTD-AAU
           MOVE     TOT-DEB  TO  VAL-AAU
           MOVE     QTD-EXC  TO  EXC-AAU
           MOVE     "CADDIA"  TO  ARQ-PRM
           MOVE     SPACES    TO  CHR-PRM  ANT-PRM
           MOVE     ANO-SEL   TO  CHR-PRM (1: 2)
           MOVE     MES-SEL   TO  CHR-PRM (3: 2)
           MOVE     "I"       TO  OPC-PRM
           MOVE     AUD-AUX   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    RELATORIO: ocorrencias ja listadas durante o    *
      *    processamento, resumo por origem e totais       *
      ******************************************************
       ROT-IMPR-00.
           IF  QTD-EXC   =   ZEROS
                                 MOVE  "NENHUMA OCORRENCIA"  TO  DET-003
                                 PERFORM  ROT-IMPD-00.
           MOVE     SPACES   TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "RESUMO POR ORIGEM"  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     1        TO  IND-ORI.

       ROT-IMPR-20.
           MOVE     ORI-TAB (IND-ORI)  TO  ORI-DT2
           MOVE     DES-TAB (IND-ORI)  TO  DES-DT2
           MOVE     QTD-ACM (IND-ORI)  TO  QTD-DT2
           MOVE     VAL-ACM (IND-ORI)  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           ADD      1        TO  IND-ORI
           IF  IND-ORI   NOT  >  11  GO   ROT-IMPR-20.
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     SPACES   TO  ORI-DT2
           MOVE     "TOTAL A DEBITO"  TO  DES-DT2
           MOVE     QTD-LAN  TO  QTD-DT2
           MOVE     TOT-DEB  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "TOTAL A CREDITO"  TO  DES-DT2
           MOVE     TOT-CRD  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "EVENTOS NAO CONTABILIZADOS"  TO  DES-DT2
           MOVE     QTD-EXC  TO  QTD-DT2
           MOVE     VAL-EXC  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-01      TELA-02
           GO       ROT-MESA-00.

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

       ROT-IMPD-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
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
           MOVE     "CONTABILIZACAO MENSAL"
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
           CLOSE    CADCTR  CADVND  CADCPV  CADLCP  CADLDP  CADPAG
                    CADFTH  CADLBC  CADDPR  CADMPC  CADPCT  CADDIA
                    CADSCT  CADTMP  CADNFA
           DELETE   FILE    CADTMP  GOBACK.
