       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1181.
       AUTHOR.         ADILSON.
      ******************************************************
      *    ROTAS DE ENTREGA A DOMICILIO (CADRTA/CADRTI):   *
      *    - rota 0 = montar: data pedida, cidade          *
      *      (brancos = todas), faixa de CEP e motorista;  *
      *      entram todas as entregas pendentes (CADENT    *
      *      "P" marcadas no DY1160/DY1169) da regiao com  *
      *      data pedida ate a da rota, que passam a "R"   *
      *      em rota; as paradas ficam na ordem de CEP e   *
      *      o romaneio sai na hora com itens, endereco,   *
      *      janela de horario e valor a cobrar;           *
      *    - consulta por numero, com F4 = reimprimir o    *
      *      romaneio e F6 = cancelar a rota aberta sem    *
      *      retorno lancado (entregas voltam a "P");      *
      *    - F3 = relatorio das entregas em atraso sobre a *
      *      data pedida num periodo: entregues depois da  *
      *      data e as ainda em aberto ja vencidas, com os *
      *      dias de atraso (base 360, como o DYJURO).     *
      *    Retorno do motorista no DY1183. Alteracoes      *
      *    auditadas via DYAUDT.                           *
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

           SELECT      CADENT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENT
                       FILE          STATUS  IS  FST-ENT.

           SELECT      CADENI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENI
                       FILE          STATUS  IS  FST-ENI.

           SELECT      CADRTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-RTA
                       FILE          STATUS  IS  FST-RTA.

           SELECT      CADRTI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RTI
                       FILE          STATUS  IS  FST-RTI.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADENT.CPY.
       COPY  CADENI.CPY.
       COPY  CADRTA.CPY.
       COPY  CADRTI.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-ENT          PIC  X(02).
           03  FST-ENI          PIC  X(02).
           03  FST-RTA          PIC  X(02).
           03  FST-RTI          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).

           03  NUM-AUX          PIC  9(06).
           03  NUM-NOV          PIC  9(06).
           03  CID-AUX          PIC  X(27).
           03  CEI-AUX          PIC  9(08).
           03  CEF-AUX          PIC  9(08).
           03  MOT-AUX          PIC  X(20).
           03  QTE-AUX          PIC  9(03).
           03  VAL-AUX          PIC  9(08)V99.
           03  VCB-AUX          PIC  9(08)V99.
           03  SIT-DSC          PIC  X(10).
           03  FLG-GRV          PIC  9(01).
           03  FLG-OK           PIC  9(01).
           03  ORD-AUX          PIC  9(03).

           03  CNT-PER          PIC  9(05).
           03  CNT-PRZ          PIC  9(05).
           03  CNT-ATR          PIC  9(05).
           03  CNT-ABT          PIC  9(05).
           03  DSE-PED          PIC  9(08).
           03  DSE-ENT          PIC  9(08).
           03  DIF-DIA          PIC S9(06).

           03  HRA-AUX.
               05  HH-AUX       PIC  9(02).
               05  MM-AUX       PIC  9(02).

           03  CEP-AUX.
               05  CP5-AUX      PIC  9(05).
               05  CP3-AUX      PIC  9(03).

           03  DTA-EXB.
               05  DIA-EXB      PIC  9(02).
               05  MES-EXB      PIC  9(02).
               05  ANO-EXB      PIC  9(02).

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
                   07  MS-REG   PIC  9(02).
                   07  DI-REG   PIC  9(02).
           03  D8-ROT           PIC  9(08).
           03  D8-INI           PIC  9(08).
           03  D8-FIM           PIC  9(08).
           03  D8-HOJ           PIC  9(08).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  LIN-DET              PIC  X(80).

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

       01  TIT-ROM.
           03  FILLER           PIC  X(26)  VALUE
               "ROMANEIO DE ENTREGA  ROTA ".
           03  NUM-TRM          PIC  9(06).
           03  FILLER           PIC  X(13)  VALUE
               "  MOTORISTA: ".
           03  MOT-TRM          PIC  X(20).

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "PAR DOCUMENTO CLIENTE                   ".
           03  FILLER           PIC  X(40)  VALUE
               "       HORARIO           VALOR A COBRAR ".

       01  CAB-005.
           03  FILLER           PIC  X(40)  VALUE
               "DOCUMENTO CLIENTE                 CIDADE".
           03  FILLER           PIC  X(40)  VALUE
               "           PEDIDA ENTREGUE DIAS   ROTA S".

       01  DET-001.
           03  ORD-DT1          PIC  ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ORI-DT1          PIC  X(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  DOC-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(30).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  JAN-DT1          PIC  X(11).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(07)  VALUE  "COBRAR ".
           03  VCB-DT1          PIC  Z.ZZZ.ZZ9,99.

       01  EDT-JAN.
           03  HHI-EDJ          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MMI-EDJ          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  HHF-EDJ          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MMF-EDJ          PIC  9(02).

       01  DET-002.
           03  FILLER           PIC  X(05)  VALUE  SPACES.
           03  END-DT2          PIC  X(40).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CP5-DT2          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  CP3-DT2          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CID-DT2          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EST-DT2          PIC  X(02).

       01  DET-003.
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  PRX-DT3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT3          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT3          PIC  X(25).
           03  FILLER           PIC  X(08)  VALUE  "  QTDE: ".
           03  QTD-DT3          PIC  ZZZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT3          PIC  Z.ZZZ.ZZ9,99.

       01  DET-004.
           03  FILLER           PIC  X(40)  VALUE
               "     RECEBIDO POR: ___________________  ".
           03  FILLER           PIC  X(40)  VALUE
               "[ ] ENTREGUE  [ ] PARCIAL  [ ] RECUSADO ".

       01  DET-005.
           03  FILLER           PIC  X(09)  VALUE  "PARADAS: ".
           03  QTE-DT5          PIC  ZZ9.
           03  FILLER           PIC  X(17)  VALUE
               "  VALOR DA ROTA: ".
           03  VAL-DT5          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(12)  VALUE  "  A COBRAR: ".
           03  VCB-DT5          PIC  ZZ.ZZZ.ZZ9,99.

       01  DET-006.
           03  FILLER           PIC  X(40)  VALUE
               "SAIDA: ___:___   RETORNO: ___:___   CONF".
           03  FILLER           PIC  X(40)  VALUE
               "ERIDO POR: ____________________         ".

       01  DET-007.
           03  ORI-DT7          PIC  X(01).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  DOC-DT7          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT7          PIC  X(24).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CID-DT7          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTS-DT7          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTE-DT7          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT7          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RTA-DT7          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT7          PIC  X(01).

       01  EDT-DTA.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

       01  DET-008.
           03  FILLER           PIC  X(21)  VALUE
               "ENTREGAS NO PERIODO: ".
           03  PER-DT8          PIC  ZZZZ9.
           03  FILLER           PIC  X(12)  VALUE  "  NO PRAZO: ".
           03  PRZ-DT8          PIC  ZZZZ9.
           03  FILLER           PIC  X(13)  VALUE  "  ATRASADAS: ".
           03  ATR-DT8          PIC  ZZZZ9.
           03  FILLER           PIC  X(13)  VALUE  "  EM ABERTO: ".
           03  ABT-DT8          PIC  ZZZZ9.

       01  DET-009.
           03  FILLER           PIC  X(40)  VALUE
               "S: E=ENTREGUE A=PARCIAL P=PENDENTE R=EM ".
           03  FILLER           PIC  X(40)  VALUE
               "ROTA  (EM ABERTO: DIAS ATE HOJE)        ".

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  96.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  96.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1181".
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

       01  PRM-DTF.
           03  DTA-DTF          PIC  9(06).
           03  LIN-DTF          PIC  9(02)  VALUE  10.
           03  COL-DTF          PIC  9(02)  VALUE  39.
           03  BCK-DTF          PIC  9(01)  VALUE  2.
           03  FOR-DTF          PIC  9(01)  VALUE  7.
           03  FLG-DTF          PIC  9(01).

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
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Rotas de Entrega ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Rota .......:".
           03  LINE 09 COLUMN 36 VALUE
               "(0 = Montar; F3 = Entregas em Atraso)".
           03  LINE 10 COLUMN 13 VALUE "Data Pedida :".
           03  LINE 11 COLUMN 13 VALUE "Cidade .....:".
           03  LINE 11 COLUMN 57 VALUE "(brancos=todas)".
           03  LINE 12 COLUMN 13 VALUE "Faixa CEP ..:".
           03  LINE 12 COLUMN 37 VALUE "a".
           03  LINE 13 COLUMN 13 VALUE "Motorista ..:".
           03  LINE 14 COLUMN 13 VALUE "Paradas ....:".
           03  LINE 14 COLUMN 36 VALUE "Situacao:".
           03  LINE 15 COLUMN 13 VALUE "Valor ......:".
           03  LINE 16 COLUMN 13 VALUE "A Cobrar ...:".
           03  LINE 17 COLUMN 13 VALUE
               "F4 = Reimprimir o Romaneio   F6 = Cancelar a Rota".

       01  ENTR-01.
           03  NUM-E01 LINE 09 COLUMN 28 PIC 9(06) USING NUM-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  NUM-T02 LINE 09 COLUMN 28 PIC 9(06)   FROM NUM-AUX.
           03  DTA-T02 LINE 10 COLUMN 28 PIC 99/99/99
                                                     FROM DTA-EXB.
           03  CID-T02 LINE 11 COLUMN 28 PIC X(27)   FROM CID-AUX.
           03  CEI-T02 LINE 12 COLUMN 28 PIC 9(08)   FROM CEI-AUX.
           03  CEF-T02 LINE 12 COLUMN 39 PIC 9(08)   FROM CEF-AUX.
           03  MOT-T02 LINE 13 COLUMN 28 PIC X(20)   FROM MOT-AUX.
           03  QTE-T02 LINE 14 COLUMN 28 PIC ZZ9     FROM QTE-AUX.
           03  SIT-T02 LINE 14 COLUMN 46 PIC X(10)   FROM SIT-DSC.
           03  VAL-T02 LINE 15 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                                                     FROM VAL-AUX.
           03  VCB-T02 LINE 16 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                                                     FROM VCB-AUX.

       01  ENTR-03.
           03  CID-E03 LINE 11 COLUMN 28 PIC X(27) USING CID-AUX.

       01  ENTR-04.
           03  CEI-E04 LINE 12 COLUMN 28 PIC 9(08) USING CEI-AUX.
           03  CEF-E04 LINE 12 COLUMN 39 PIC 9(08) USING CEF-AUX.

       01  ENTR-05.
           03  MOT-E05 LINE 13 COLUMN 28 PIC X(20) USING MOT-AUX.

       01  TELA-03  BCK-CLR 02 FOR-CLR 14.
           03  LINE 10 COLUMN 37 VALUE "a".

       01  TELA-06  BCK-CLR 0 FOR-CLR 0.
           03  LINE 10 COLUMN 37 VALUE "             ".

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Operacao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
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
           OPEN     INPUT        CADEST   CADENI
                    I-O          CADENT   CADRTA   CADRTI
                    OUTPUT       CADTMP
           IF  FST-ENI   =  "35" OPEN     OUTPUT   CADENI
                                 CLOSE    CADENI
                                 OPEN     INPUT    CADENI.
           IF  FST-ENT   =  "35" OPEN     OUTPUT   CADENT
                                 CLOSE    CADENT
                                 OPEN     I-O      CADENT.
           IF  FST-RTA   =  "35" OPEN     OUTPUT   CADRTA
                                 CLOSE    CADRTA
                                 OPEN     I-O      CADRTA.
           IF  FST-RTI   =  "35" OPEN     OUTPUT   CADRTI
                                 CLOSE    CADRTI
                                 OPEN     I-O      CADRTI.
           DISPLAY  TELA-01      TELA-02.

       ROT-ROTA-00.
           MOVE     ZEROS    TO  NUM-AUX  CEI-AUX  CEF-AUX  QTE-AUX
                                 VAL-AUX  VCB-AUX  DTA-EXB
           MOVE     SPACES   TO  CID-AUX  MOT-AUX  SIT-DSC
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ROTA-00.
           IF  TECLADO   =  "03" GO       ROT-ATRA-00.
           IF  NUM-AUX   =    0  GO       ROT-NOVA-00.
           MOVE     NUM-AUX  TO  NUM-RTA
           READ     CADRTA       MOVE 21  TO  IND-MSG
           IF  FST-RTA   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ROTA-00.
           PERFORM  ROT-EXBE-00
           DISPLAY  ENTR-02.

       ROT-FUNC-00.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TCL-MSG   =   04  GO       ROT-ROMA-00.
           IF  TCL-MSG   =   06  GO       ROT-CANC-00.
           IF  TCL-MSG   >   00  GO       ROT-FUNC-00.
           GO       ROT-ROTA-00.

      ******************************************************
      *    MONTAGEM DA ROTA: data, regiao e motorista      *
      ******************************************************
       ROT-NOVA-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA.

       ROT-NOVA-05.
           CALL    "DYDATA"  USING  PRM-DTA  PRM-HLP
           IF  FLG-DTA   =    0  GO       ROT-ROTA-00.
           MOVE     DIA-DTA  TO  DIA-EXB
           MOVE     MES-DTA  TO  MES-EXB
           MOVE     ANO-DTA  TO  ANO-EXB
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-ROT.

       ROT-NOVA-10.
           ACCEPT   ENTR-03      DISPLAY  CID-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-NOVA-05.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NOVA-10.

       ROT-NOVA-20.
           ACCEPT   ENTR-04      DISPLAY  CEI-T02  CEF-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-NOVA-10.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NOVA-20.
           IF  CEF-AUX   =    0  MOVE     99999999  TO  CEF-AUX.
           IF  CEI-AUX   >       CEF-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-NOVA-20.
           DISPLAY  ENTR-02.

       ROT-NOVA-30.
           ACCEPT   ENTR-05      DISPLAY  MOT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-NOVA-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NOVA-30.
           IF  MOT-AUX   =   SPACES  GO   ROT-NOVA-30.
           MOVE     0        TO  FLG-GRV
           PERFORM  ROT-SELE-00  THRU  ROT-SELE-EXIT
           DISPLAY  ENTR-02
           IF  QTE-AUX   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-NOVA-10.
           DISPLAY  TELA-04.

       ROT-NOVA-40.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-NOVA-30.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-ROTA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-NOVA-40.
           DISPLAY  TELA-05
           MOVE     999999   TO  NUM-RTA
           START    CADRTA       KEY  NOT  >  NUM-RTA
           IF  FST-RTA   =  "23" MOVE     1  TO  NUM-NOV
                                 GO       ROT-NOVA-50.
           READ     CADRTA       PREVIOUS
           IF  FST-RTA   NOT  =  "00"
                                 MOVE     1  TO  NUM-NOV
           ELSE
                                 COMPUTE  NUM-NOV  =  NUM-RTA  +  1.

       ROT-NOVA-50.
           MOVE     NUM-NOV  TO  NUM-RTA
           MOVE     DTA-DTA  TO  DTA-RTA
           MOVE     CID-AUX  TO  CID-RTA
           MOVE     CEI-AUX  TO  CEI-RTA
           MOVE     CEF-AUX  TO  CEF-RTA
           MOVE     MOT-AUX  TO  MOT-RTA
           MOVE     ZEROS    TO  QTE-RTA  VAL-RTA  VCB-RTA  DTF-RTA
           MOVE     "A"      TO  SIT-RTA
           MOVE     PRM-OPR  TO  OPR-RTA
           WRITE    REG-RTA
           IF  FST-RTA   =  "22" ADD      1  TO  NUM-NOV
                                 GO       ROT-NOVA-50.
           MOVE     1        TO  FLG-GRV
           PERFORM  ROT-SELE-00  THRU  ROT-SELE-EXIT
           MOVE     NUM-NOV  TO  NUM-RTA
           READ     CADRTA
           MOVE     QTE-AUX  TO  QTE-RTA
           MOVE     VAL-AUX  TO  VAL-RTA
           MOVE     VCB-AUX  TO  VCB-RTA
           REWRITE  REG-RTA
           MOVE     "CADRTA"  TO  ARQ-PRM
           MOVE     NUM-RTA   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-RTA   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-EXBE-00
           DISPLAY  ENTR-02
           GO       ROT-ROMA-00.

      ******************************************************
      *    ENTREGAS PENDENTES DA REGIAO COM DATA PEDIDA    *
      *    ATE A DA ROTA. FLG-GRV = 1 inclui as paradas na *
      *    rota NUM-RTA e passa as entregas a "R".         *
      ******************************************************
       ROT-SELE-00.
           MOVE     ZEROS    TO  QTE-AUX  VAL-AUX  VCB-AUX  DOC-ENT
           MOVE     SPACES   TO  ORI-ENT.

       ROT-SELE-10.
           START    CADENT       KEY  >   CHV-ENT
           IF  FST-ENT   =  "23" GO       ROT-SELE-EXIT.
           READ     CADENT  NEXT
           IF  FST-ENT   =  "10" GO       ROT-SELE-EXIT.
           IF  SIT-ENT   NOT  =  "P"  GO  ROT-SELE-10.
           IF  CID-AUX   NOT  =  SPACES  AND
               CID-ENT   NOT  =  CID-AUX  GO  ROT-SELE-10.
           IF  CEP-ENT   <   CEI-AUX  OR  >  CEF-AUX
                                 GO       ROT-SELE-10.
           MOVE     DTS-ENT  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    >       D8-ROT   GO  ROT-SELE-10.
           IF  QTE-AUX   =   999  GO      ROT-SELE-EXIT.
           ADD      1        TO  QTE-AUX
           ADD      VAL-ENT  TO  VAL-AUX
           ADD      VCB-ENT  TO  VCB-AUX
           IF  FLG-GRV   =    1  PERFORM  ROT-GRTI-00.
           GO       ROT-SELE-10.

       ROT-SELE-EXIT.
           EXIT.

       ROT-GRTI-00.
           MOVE     NUM-RTA  TO  NUM-RTI
           MOVE     CEP-ENT  TO  CEP-RTI
           MOVE     ORI-ENT  TO  ORI-RTI
           MOVE     DOC-ENT  TO  DOC-RTI
           WRITE    REG-RTI
           MOVE     "CADRTI"  TO  ARQ-PRM
           MOVE     CHV-RTI   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-RTI   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     REG-ENT (1: 50)  TO  ANT-AUX
           MOVE     "R"      TO  SIT-ENT
           MOVE     NUM-RTA  TO  RTA-ENT
           REWRITE  REG-ENT
           MOVE     "CADENT"  TO  ARQ-PRM
           MOVE     CHV-ENT   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "ENTREGA INCLUIDA NA ROTA"  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

      ******************************************************
      *    EXIBE A ROTA LIDA                               *
      ******************************************************
       ROT-EXBE-00.
           MOVE     NUM-RTA  TO  NUM-AUX
           MOVE     DTA-RTA  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-EXB
           MOVE     MES-AUX  TO  MES-EXB
           MOVE     ANO-AUX  TO  ANO-EXB
           MOVE     CID-RTA  TO  CID-AUX
           MOVE     CEI-RTA  TO  CEI-AUX
           MOVE     CEF-RTA  TO  CEF-AUX
           MOVE     MOT-RTA  TO  MOT-AUX
           MOVE     QTE-RTA  TO  QTE-AUX
           MOVE     VAL-RTA  TO  VAL-AUX
           MOVE     VCB-RTA  TO  VCB-AUX
           MOVE     SPACES   TO  SIT-DSC
           IF  SIT-RTA   =  "A"  MOVE  "ABERTA"     TO  SIT-DSC.
           IF  SIT-RTA   =  "F"  MOVE  "FECHADA"    TO  SIT-DSC.
           IF  SIT-RTA   =  "X"  MOVE  "CANCELADA"  TO  SIT-DSC.

      ******************************************************
      *    CANCELAMENTO DA ROTA ABERTA: so sem retorno     *
      *    lancado; as entregas voltam a pendentes.        *
      ******************************************************
       ROT-CANC-00.
           IF  SIT-RTA   NOT  =  "A"
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           PERFORM  ROT-VRET-00  THRU  ROT-VRET-EXIT
           IF  FLG-OK    =    0  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           DISPLAY  TELA-04.

       ROT-CANC-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-FUNC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-FUNC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CANC-10.
           DISPLAY  TELA-05
           MOVE     NUM-RTA  TO  NUM-RTI
           MOVE     ZEROS    TO  CEP-RTI  DOC-RTI
           MOVE     SPACES   TO  ORI-RTI.

       ROT-CANC-20.
           START    CADRTI       KEY  >   CHV-RTI
           IF  FST-RTI   =  "23" GO       ROT-CANC-30.
           READ     CADRTI  NEXT
           IF  FST-RTI   =  "10" GO       ROT-CANC-30.
           IF  NUM-RTI   NOT  =  NUM-RTA  GO  ROT-CANC-30.
           MOVE     ORI-RTI  TO  ORI-ENT
           MOVE     DOC-RTI  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   =  "00" PERFORM  ROT-PEND-00.
           DELETE   CADRTI
           MOVE     "CADRTI"  TO  ARQ-PRM
           MOVE     CHV-RTI   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     REG-RTI   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CANC-20.

       ROT-CANC-30.
           MOVE     REG-RTA  TO  ANT-AUX
           MOVE     "X"      TO  SIT-RTA
           MOVE     PRM-OPR  TO  OPR-RTA
           REWRITE  REG-RTA
           MOVE     "CADRTA"  TO  ARQ-PRM
           MOVE     NUM-RTA   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-RTA   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-EXBE-00
           DISPLAY  ENTR-02
           GO       ROT-ROTA-00.

       ROT-PEND-00.
           MOVE     REG-ENT (1: 50)  TO  ANT-AUX
           MOVE     "P"      TO  SIT-ENT
           MOVE     ZEROS    TO  RTA-ENT
           REWRITE  REG-ENT
           MOVE     "CADENT"  TO  ARQ-PRM
           MOVE     CHV-ENT   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "ENTREGA DEVOLVIDA A PENDENTE"  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

      ******************************************************
      *    CONFERE SE ALGUMA PARADA JA TEVE RETORNO        *
      *    (FLG-OK = 0)                                    *
      ******************************************************
       ROT-VRET-00.
           MOVE     1        TO  FLG-OK
           MOVE     NUM-RTA  TO  NUM-RTI
           MOVE     ZEROS    TO  CEP-RTI  DOC-RTI
           MOVE     SPACES   TO  ORI-RTI.

       ROT-VRET-10.
           START    CADRTI       KEY  >   CHV-RTI
           IF  FST-RTI   =  "23" GO       ROT-VRET-EXIT.
           READ     CADRTI  NEXT
           IF  FST-RTI   =  "10" GO       ROT-VRET-EXIT.
           IF  NUM-RTI   NOT  =  NUM-RTA  GO  ROT-VRET-EXIT.
           MOVE     ORI-RTI  TO  ORI-ENT
           MOVE     DOC-RTI  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   =  "00"  AND  SIT-ENT  NOT  =  "R"
                                 MOVE     0  TO  FLG-OK
                                 GO       ROT-VRET-EXIT.
           GO       ROT-VRET-10.

       ROT-VRET-EXIT.
           EXIT.

      ******************************************************
      *    ROMANEIO DA ROTA: paradas em ordem de CEP com   *
      *    cliente, janela, valor a cobrar, endereco e     *
      *    itens; totais e linha de conferencia.           *
      ******************************************************
       ROT-ROMA-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  ORD-AUX
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     NUM-RTA  TO  NUM-TRM
           MOVE     MOT-RTA  TO  MOT-TRM
           MOVE     TIT-ROM  TO  TIT-CB2
           MOVE     CAB-004  TO  CAB-COL
           PERFORM  ROT-IMPR-10
           MOVE     NUM-RTA  TO  NUM-RTI
           MOVE     ZEROS    TO  CEP-RTI  DOC-RTI
           MOVE     SPACES   TO  ORI-RTI.

       ROT-ROMA-10.
           START    CADRTI       KEY  >   CHV-RTI
           IF  FST-RTI   =  "23" GO       ROT-ROMA-50.
           READ     CADRTI  NEXT
           IF  FST-RTI   =  "10" GO       ROT-ROMA-50.
           IF  NUM-RTI   NOT  =  NUM-RTA  GO  ROT-ROMA-50.
           MOVE     ORI-RTI  TO  ORI-ENT
           MOVE     DOC-RTI  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   NOT  =  "00"  GO  ROT-ROMA-10.
           IF  LIN-TMP   >   52  PERFORM  ROT-IMPR-10.
           ADD      1        TO  ORD-AUX
           MOVE     ORD-AUX  TO  ORD-DT1
           MOVE     ORI-ENT  TO  ORI-DT1
           MOVE     DOC-ENT  TO  DOC-DT1
           MOVE     NOM-ENT  TO  NOM-DT1
           MOVE     "SEM HORARIO"  TO  JAN-DT1
           IF  HRI-ENT   NOT  =  ZEROS  OR
               HRF-ENT   NOT  =  ZEROS  PERFORM  ROT-EJAN-00.
           MOVE     VCB-ENT  TO  VCB-DT1
           MOVE     SPACES   TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     DET-001  TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     END-ENT  TO  END-DT2
           MOVE     CEP-ENT  TO  CEP-AUX
           MOVE     CP5-AUX  TO  CP5-DT2
           MOVE     CP3-AUX  TO  CP3-DT2
           MOVE     CID-ENT  TO  CID-DT2
           MOVE     EST-ENT  TO  EST-DT2
           MOVE     DET-002  TO  LIN-DET
           PERFORM  ROT-LINH-00
           PERFORM  ROT-RITM-00  THRU  ROT-RITM-EXIT
           MOVE     DET-004  TO  LIN-DET
           PERFORM  ROT-LINH-00
           GO       ROT-ROMA-10.

       ROT-ROMA-50.
           MOVE     SPACES   TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     ORD-AUX  TO  QTE-DT5
           MOVE     VAL-RTA  TO  VAL-DT5
           MOVE     VCB-RTA  TO  VCB-DT5
           MOVE     DET-005  TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     DET-006  TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     "ROMANEIO DE ENTREGA"  TO  TIT-SPO-P
           PERFORM  ROT-FIMP-00
           GO       ROT-ROTA-00.

       ROT-EJAN-00.
           MOVE     HRI-ENT  TO  HRA-AUX
           MOVE     HH-AUX   TO  HHI-EDJ
           MOVE     MM-AUX   TO  MMI-EDJ
           MOVE     HRF-ENT  TO  HRA-AUX
           MOVE     HH-AUX   TO  HHF-EDJ
           MOVE     MM-AUX   TO  MMF-EDJ
           MOVE     EDT-JAN  TO  JAN-DT1.

      ******************************************************
      *    ITENS DA PARADA                                 *
      ******************************************************
       ROT-RITM-00.
           MOVE     ORI-ENT  TO  ORI-ENI
           MOVE     DOC-ENT  TO  DOC-ENI
           MOVE     ZEROS    TO  ITM-ENI.

       ROT-RITM-10.
           START    CADENI       KEY  >   CHV-ENI
           IF  FST-ENI   =  "23" GO       ROT-RITM-EXIT.
           READ     CADENI  NEXT
           IF  FST-ENI   =  "10" GO       ROT-RITM-EXIT.
           IF  ORI-ENI   NOT  =  ORI-ENT  OR
               DOC-ENI   NOT  =  DOC-ENT  GO  ROT-RITM-EXIT.
           MOVE     PRX-ENI  TO  PRX-EST  PRX-DT3
           MOVE     SUF-ENI  TO  SUF-EST  SUF-DT3
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     DES-EST  TO  DES-DT3
           ELSE                  MOVE     SPACES   TO  DES-DT3.
           MOVE     QTD-ENI  TO  QTD-DT3
           MOVE     VAL-ENI  TO  VAL-DT3
           MOVE     DET-003  TO  LIN-DET
           PERFORM  ROT-LINH-00
           GO       ROT-RITM-10.

       ROT-RITM-EXIT.
           EXIT.

      ******************************************************
      *    ENTREGAS EM ATRASO: periodo da data pedida      *
      ******************************************************
       ROT-ATRA-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA  DTA-DTF
           MOVE     01       TO  DIA-DTA
           DISPLAY  TELA-03.

       ROT-ATRA-05.
           CALL    "DYDATA"  USING  PRM-DTA  PRM-HLP
           IF  FLG-DTA   =    0  DISPLAY  TELA-06
                                 GO       ROT-ROTA-00.

       ROT-ATRA-10.
           CALL    "DYDATA"  USING  PRM-DTF  PRM-HLP
           IF  FLG-DTF   =    0  GO       ROT-ATRA-05.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTA-DTF  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-FIM
           IF  D8-INI    >       D8-FIM
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ATRA-10.
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  CNT-PER  CNT-PRZ
                                 CNT-ATR  CNT-ABT  DOC-ENT
           MOVE     SPACES   TO  ORI-ENT
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     "ENTREGAS EM ATRASO SOBRE A DATA PEDIDA"
                             TO  TIT-CB2
           MOVE     CAB-005  TO  CAB-COL
           PERFORM  ROT-IMPR-10.

       ROT-ATRA-20.
           START    CADENT       KEY  >   CHV-ENT
           IF  FST-ENT   =  "23" GO       ROT-ATRA-50.
           READ     CADENT  NEXT
           IF  FST-ENT   =  "10" GO       ROT-ATRA-50.
           IF  SIT-ENT   =  "X"  GO       ROT-ATRA-20.
           MOVE     DTS-ENT  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <   D8-INI  OR  >  D8-FIM
                                 GO       ROT-ATRA-20.
           COMPUTE  DSE-PED  =  (SC-REG * 36000) + (AN-REG * 360)
                             +  (MS-REG * 30) + DI-REG
           ADD      1        TO  CNT-PER
           MOVE     SPACES   TO  DTE-DT7
           IF  SIT-ENT   =  "P"  OR  =  "R"
                                 MOVE     DTA-SYS  TO  D6-REG
                                 MOVE     "ABERTA"  TO  DTE-DT7
           ELSE
                                 MOVE     DTE-ENT  TO  D6-REG.
           PERFORM  ROT-SECU-00
           COMPUTE  DSE-ENT  =  (SC-REG * 36000) + (AN-REG * 360)
                             +  (MS-REG * 30) + DI-REG
           COMPUTE  DIF-DIA  =   DSE-ENT  -  DSE-PED
           IF  DIF-DIA   NOT  >  0
                                 GO       ROT-ATRA-30.
           IF  SIT-ENT   =  "P"  OR  =  "R"
                                 ADD      1  TO  CNT-ABT
           ELSE
                                 ADD      1  TO  CNT-ATR.
           MOVE     ORI-ENT  TO  ORI-DT7
           MOVE     DOC-ENT  TO  DOC-DT7
           MOVE     NOM-ENT  TO  NOM-DT7
           MOVE     CID-ENT  TO  CID-DT7
           MOVE     DTS-ENT  TO  DTA-AUX
           PERFORM  ROT-EDTD-00
           MOVE     EDT-DTA  TO  DTS-DT7
           IF  DTE-DT7   =   SPACES
                                 MOVE     DTE-ENT  TO  DTA-AUX
                                 PERFORM  ROT-EDTD-00
                                 MOVE     EDT-DTA  TO  DTE-DT7.
           MOVE     DIF-DIA  TO  DIA-DT7
           MOVE     RTA-ENT  TO  RTA-DT7
           MOVE     SIT-ENT  TO  SIT-DT7
           MOVE     DET-007  TO  LIN-DET
           PERFORM  ROT-LINH-00
           GO       ROT-ATRA-20.

       ROT-ATRA-30.
           IF  SIT-ENT   =  "E"  OR  =  "A"
                                 ADD      1  TO  CNT-PRZ.
           GO       ROT-ATRA-20.

       ROT-ATRA-50.
           DISPLAY  TELA-06
           IF  CNT-ATR   =    0  AND  CNT-ABT  =  0
                                 MOVE     31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    CADTMP
                                 DELETE   FILE     CADTMP
                                 OPEN     OUTPUT   CADTMP
                                 DISPLAY  TELA-09
                                 GO       ROT-ROTA-00.
           MOVE     SPACES   TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     CNT-PER  TO  PER-DT8
           MOVE     CNT-PRZ  TO  PRZ-DT8
           MOVE     CNT-ATR  TO  ATR-DT8
           MOVE     CNT-ABT  TO  ABT-DT8
           MOVE     DET-008  TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     SPACES   TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     DET-009  TO  LIN-DET
           PERFORM  ROT-LINH-00
           MOVE     "ENTREGAS EM ATRASO"  TO  TIT-SPO-P
           PERFORM  ROT-FIMP-00
           GO       ROT-ROTA-00.

       ROT-EDTD-00.
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT.

      ******************************************************
      *    LINHA DO RELATORIO (LIN-DET) COM QUEBRA DE      *
      *    PAGINA                                          *
      ******************************************************
       ROT-LINH-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     LIN-DET  TO  DET-TMP
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
           MOVE     PRM-OPR  TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

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

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-SPLS-00.
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADEST  CADENT  CADENI  CADRTA  CADRTI  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
