       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1183.
       AUTHOR.         ADILSON.
      ******************************************************
      *    RETORNO DE ENTREGAS: baixa as paradas da rota   *
      *    aberta do DY1181 (CADRTA "A") na ordem de CEP,  *
      *    parada a parada, com a situacao informada pelo  *
      *    motorista:                                      *
      *      E = entregue (todos os itens);                *
      *      A = entregue em parte (quantidade entregue    *
      *          por item);                                *
      *      X = recusada (nada entregue).                 *
      *    O que nao foi entregue volta automaticamente    *
      *    como devolucao de venda, pela mesma regra do    *
      *    DY1161: contra-venda CADVND negativa com o ICMS *
      *    estornado a aliquota da venda original, estoque *
      *    e kardex (DYMOVE tipo "D"; kit pelo DYKITM),    *
      *    estorno dos acumuladores QVM/QVA-EST e, no      *
      *    cupom, dos pontos de fidelidade.                *
      *    O valor devolvido menos o que deixou de ser     *
      *    cobrado na porta (VCB-ENT menos o cobrado) vira *
      *    vale-troca CADVLT (validade PVT-CTR), numero    *
      *    exibido na tela e guardado em NVL-ENT; abate de *
      *    fatura ou reembolso pelo banco continuam no     *
      *    DY1161.                                         *
      *    Com todas as paradas baixadas a rota fica "F"   *
      *    fechada. Data do retorno dentro do periodo      *
      *    aberto do CADCTR. Tudo auditado via DYAUDT.     *
      *    Filial do lancamento e do local do kardex =     *
      *    a do operador (DYFILI).                         *
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

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-VLT
                       FILE          STATUS  IS  FST-VLT.

           SELECT      CADCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-CPV
                       FILE          STATUS  IS  FST-CPV.

           SELECT      CADRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  GRP-RPT
                       FILE          STATUS  IS  FST-RPT.

           SELECT      CADPRO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRO
                       FILE          STATUS  IS  FST-PRO.

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

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADEST.CPY.
       COPY  CADVND.CPY.
       COPY  CADVLT.CPY.
       COPY  CADCPV.CPY.
       COPY  CADRPT.CPY.
       COPY  CADPRO.CPY.
       COPY  CADENT.CPY.
       COPY  CADENI.CPY.
       COPY  CADRTA.CPY.
       COPY  CADRTI.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-VLT          PIC  X(02).
           03  FST-CPV          PIC  X(02).
           03  FST-RPT          PIC  X(02).
           03  FST-PRO          PIC  X(02).
           03  FST-ENT          PIC  X(02).
           03  FST-ENI          PIC  X(02).
           03  FST-RTA          PIC  X(02).
           03  FST-RTI          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).

           03  NUM-AUX          PIC  9(06).
           03  SIT-AUX          PIC  X(01).
           03  VRC-AUX          PIC  9(07)V99.
           03  OBS-AUX          PIC  X(30).
           03  QEN-AUX          PIC  9(06).
           03  VDV-AUX          PIC  9(07)V99.
           03  CRD-AUX          PIC S9(08)V99.
           03  NVL-AUX          PIC  9(06).
           03  PRX-VLE          PIC  9(02).
           03  SUF-VLE          PIC  9(03).
           03  FLG-PEN          PIC  9(01).

           03  DOC-AUX          PIC  9(06).
           03  CLI-AUX          PIC  9(06).
           03  VDD-AUX          PIC  9(03).
           03  ALQ-ORI          PIC  9(02)V99.
           03  ACH-VND          PIC  9(01).
           03  QTD-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(07)V99.
           03  QTD-MOV          PIC S9(06)V9.
           03  QTD-NEG          PIC S9(06).
           03  VAL-NEG          PIC S9(07)V99.
           03  PTE-AUX          PIC  9(07).
           03  PTD-AUX          PIC  9(07).

           03  TAB-QEN.
               05  QEN-TAB      PIC  9(06)  OCCURS  99.

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
           03  D8-CPV           PIC  9(08).
           03  D8-PRI           PIC  9(08).
           03  D8-PRF           PIC  9(08).

       01  PRM-SOM.
           03  DT6-SOM          PIC  9(06).
           03  QTD-SOM          PIC  9(03).
           03  RSL-SOM          PIC  9(06).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPA-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

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
           03  PRG-SPL          PIC  9(02)  VALUE  97.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  97.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1183".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Retorno de Entregas ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Rota .......:".
           03  LINE 10 COLUMN 13 VALUE "Data Retorno:".
           03  LINE 11 COLUMN 13 VALUE "Parada .....:".
           03  LINE 12 COLUMN 13 VALUE "Endereco ...:".
           03  LINE 13 COLUMN 13 VALUE "Valor ......:".
           03  LINE 13 COLUMN 43 VALUE "A Cobrar:".
           03  LINE 14 COLUMN 13 VALUE "Situacao ...:".
           03  LINE 14 COLUMN 36 VALUE
               "(E=Entregue A=Parcial X=Recusada)".
           03  LINE 15 COLUMN 13 VALUE "Cobrado ....:".
           03  LINE 16 COLUMN 13 VALUE "Observacao .:".
           03  LINE 17 COLUMN 13 VALUE "Item .......:".
           03  LINE 18 COLUMN 13 VALUE "Qtde Vendida:".
           03  LINE 18 COLUMN 40 VALUE "Entregue:".

       01  ENTR-01.
           03  NUM-E01 LINE 09 COLUMN 28 PIC 9(06) USING NUM-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  NUM-T02 LINE 09 COLUMN 28 PIC 9(06)   FROM NUM-AUX.
           03  MOT-T02 LINE 09 COLUMN 36 PIC X(20)   FROM MOT-RTA.
           03  ORI-T02 LINE 11 COLUMN 28 PIC X(01)   FROM ORI-ENT.
           03  DOC-T02 LINE 11 COLUMN 29 PIC 9(06)   FROM DOC-ENT.
           03  NOM-T02 LINE 11 COLUMN 36 PIC X(40)   FROM NOM-ENT.
           03  END-T02 LINE 12 COLUMN 28 PIC X(40)   FROM END-ENT.
           03  VAL-T02 LINE 13 COLUMN 28 PIC ZZ.ZZZ.ZZ9,99
                                                     FROM VAL-ENT.
           03  VCB-T02 LINE 13 COLUMN 53 PIC Z.ZZZ.ZZ9,99
                                                     FROM VCB-ENT.
           03  SIT-T02 LINE 14 COLUMN 28 PIC X(01)   FROM SIT-AUX.
           03  VRC-T02 LINE 15 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                     FROM VRC-AUX.
           03  OBS-T02 LINE 16 COLUMN 28 PIC X(30)   FROM OBS-AUX.

       01  ENTR-03  AUTO.
           03  SIT-E03 LINE 14 COLUMN 28 PIC X(01) USING SIT-AUX.

       01  ENTR-04.
           03  VRC-E04 LINE 15 COLUMN 28 PIC 9(07)V99 USING VRC-AUX.

       01  ENTR-05.
           03  OBS-E05 LINE 16 COLUMN 28 PIC X(30) USING OBS-AUX.

       01  ENTR-06  BCK-CLR 02 FOR-CLR 15.
           03  PRX-T06 LINE 17 COLUMN 28 PIC 9(02)   FROM PRX-ENI.
           03  LINE 17 COLUMN 30 VALUE ".".
           03  SUF-T06 LINE 17 COLUMN 31 PIC 9(03)   FROM SUF-ENI.
           03  DES-T06 LINE 17 COLUMN 36 PIC X(25)   FROM DES-EST.
           03  QTD-T06 LINE 18 COLUMN 28 PIC ZZZZZ9  FROM QTD-ENI.
           03  QEN-T06 LINE 18 COLUMN 50 PIC ZZZZZ9  FROM QEN-AUX.

       01  ENTR-07.
           03  QEN-E07 LINE 18 COLUMN 50 PIC 9(06) USING QEN-AUX.

       01  TELA-06  BCK-CLR 0 FOR-CLR 0.
           03  LINE 17 COLUMN 28 VALUE
               "                                  ".
           03  LINE 18 COLUMN 28 VALUE "      ".
           03  LINE 18 COLUMN 50 VALUE "      ".

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "   Confirma o Retorno ? [ ]    ".

       01  ENTR-09  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 38 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 19 COLUMN 13 VALUE
               "                               ".

       01  TELA-10 BCK-CLR 01 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE "Devolvido ..:".
           03  VDV-T10 LINE 21 COLUMN 27 PIC Z.ZZZ.ZZ9,99
                                                     FROM VDV-AUX.
           03  LINE 21 COLUMN 41 VALUE "Vale-Troca Numero .:".
           03  NVL-T10 LINE 21 COLUMN 62 PIC ZZZZZ9  FROM NVL-AUX.

       01  TELA-12  BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                                                     ".
           03  LINE 21 COLUMN 66 VALUE "  ".

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
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           OPEN     INPUT        CADCTR   CADRPT   CADPRO   CADRTI
                    I-O          CADEST   CADVND   CADVLT   CADCPV
                                 CADENT   CADENI   CADRTA
                    READ         CADCTR
           IF  FST-VLT   =  "35" OPEN     OUTPUT   CADVLT
                                 CLOSE    CADVLT
                                 OPEN     I-O      CADVLT.
           IF  FST-CPV   =  "35" OPEN     OUTPUT   CADCPV
                                 CLOSE    CADCPV
                                 OPEN     I-O      CADCPV.
           IF  FST-RPT   =  "35" OPEN     OUTPUT   CADRPT
                                 CLOSE    CADRPT
                                 OPEN     INPUT    CADRPT.
           IF  FST-PRO   =  "35" OPEN     OUTPUT   CADPRO
                                 CLOSE    CADPRO
                                 OPEN     INPUT    CADPRO.
           IF  FST-ENT   =  "35" OPEN     OUTPUT   CADENT
                                 CLOSE    CADENT
                                 OPEN     I-O      CADENT.
           IF  FST-ENI   =  "35" OPEN     OUTPUT   CADENI
                                 CLOSE    CADENI
                                 OPEN     I-O      CADENI.
           IF  FST-RTA   =  "35" OPEN     OUTPUT   CADRTA
                                 CLOSE    CADRTA
                                 OPEN     I-O      CADRTA.
           IF  FST-RTI   =  "35" OPEN     OUTPUT   CADRTI
                                 CLOSE    CADRTI
                                 OPEN     INPUT    CADRTI.
           DISPLAY  TELA-01      TELA-02.

       ROT-ROTA-00.
           MOVE     ZEROS    TO  NUM-AUX  DOC-ENT  VAL-ENT  VCB-ENT
                                 VRC-AUX
           MOVE     SPACES   TO  MOT-RTA  ORI-ENT  NOM-ENT  END-ENT
                                 SIT-AUX  OBS-AUX
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ROTA-00.
           MOVE     NUM-AUX  TO  NUM-RTA
           READ     CADRTA       MOVE 21  TO  IND-MSG
           IF  FST-RTA   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ROTA-00.
           IF  SIT-RTA   NOT  =  "A"
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ROTA-00.
           DISPLAY  ENTR-02
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-DTA.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-ROTA-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     DTA-RTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-INI    <       D8-REG
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.
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
           MOVE     NUM-RTA  TO  NUM-RTI
           MOVE     ZEROS    TO  CEP-RTI  DOC-RTI
           MOVE     SPACES   TO  ORI-RTI.

      ******************************************************
      *    PROXIMA PARADA AINDA EM ROTA                    *
      ******************************************************
       ROT-PARA-00.
           START    CADRTI       KEY  >   CHV-RTI
           IF  FST-RTI   =  "23" GO       ROT-FECH-00.
           READ     CADRTI  NEXT
           IF  FST-RTI   =  "10" GO       ROT-FECH-00.
           IF  NUM-RTI   NOT  =  NUM-RTA  GO  ROT-FECH-00.
           MOVE     ORI-RTI  TO  ORI-ENT
           MOVE     DOC-RTI  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   NOT  =  "00"  GO  ROT-PARA-00.
           IF  SIT-ENT   NOT  =  "R"   GO  ROT-PARA-00.
           MOVE     SPACES   TO  SIT-AUX  OBS-AUX
           MOVE     VCB-ENT  TO  VRC-AUX
           DISPLAY  TELA-06      ENTR-02.

       ROT-SITU-00.
           ACCEPT   ENTR-03      DISPLAY  SIT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-12
                                 GO       ROT-ROTA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-SITU-00.
           IF  SIT-AUX   NOT  =  "E"  AND  NOT  =  "A"  AND
                         NOT  =  "X"
                                 GO       ROT-SITU-00.
           DISPLAY  TELA-12
           IF  SIT-AUX   =  "X"  MOVE     ZEROS  TO  VRC-AUX
                                 DISPLAY  VRC-T02
                                 GO       ROT-OBSV-00.
           IF  VRC-AUX   >       VCB-ENT
                                 MOVE     VCB-ENT  TO  VRC-AUX.

       ROT-COBR-00.
           ACCEPT   ENTR-04      DISPLAY  VRC-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-SITU-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-COBR-00.
           IF  VRC-AUX   >       VCB-ENT
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-COBR-00.

       ROT-OBSV-00.
           ACCEPT   ENTR-05      DISPLAY  OBS-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  SIT-AUX  =  "X"
                                 GO       ROT-SITU-00.
           IF  TECLADO   =  "01" GO       ROT-COBR-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OBSV-00.
           IF  SIT-AUX   NOT  =  "A"
                                 DISPLAY  TELA-04
                                 GO       ROT-CONF-00.
           MOVE     ORI-ENT  TO  ORI-ENI
           MOVE     DOC-ENT  TO  DOC-ENI
           MOVE     ZEROS    TO  ITM-ENI.

      ******************************************************
      *    ENTREGA PARCIAL: quantidade entregue por item   *
      ******************************************************
       ROT-ITEM-00.
           START    CADENI       KEY  >   CHV-ENI
           IF  FST-ENI   =  "23" GO       ROT-ITEM-20.
           READ     CADENI  NEXT
           IF  FST-ENI   =  "10" GO       ROT-ITEM-20.
           IF  ORI-ENI   NOT  =  ORI-ENT  OR
               DOC-ENI   NOT  =  DOC-ENT  GO  ROT-ITEM-20.
           IF  ITM-ENI   =    0  GO       ROT-ITEM-00.
           MOVE     PRX-ENI  TO  PRX-EST
           MOVE     SUF-ENI  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE     SPACES   TO  DES-EST.
           MOVE     QTD-ENI  TO  QEN-AUX
           DISPLAY  ENTR-06.

       ROT-ITEM-10.
           ACCEPT   ENTR-07      DISPLAY  QEN-T06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-06
                                 GO       ROT-OBSV-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ITEM-10.
           IF  QEN-AUX   >       QTD-ENI
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ITEM-10.
           MOVE     QEN-AUX  TO  QEN-TAB (ITM-ENI)
           GO       ROT-ITEM-00.

       ROT-ITEM-20.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-OBSV-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05  TELA-06
                                 GO       ROT-PARA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05      TELA-06.

      ******************************************************
      *    GRAVACAO: quantidade entregue por item,         *
      *    devolucao automatica do que voltou e credito    *
      ******************************************************
       ROT-GRVA-00.
           MOVE     ZEROS    TO  VDV-AUX  NVL-AUX  PRX-VLE  SUF-VLE
           MOVE     DOC-ENT  TO  DOC-AUX
           MOVE     CLI-ENT  TO  CLI-AUX
           MOVE     ORI-ENT  TO  ORI-ENI
           MOVE     DOC-ENT  TO  DOC-ENI
           MOVE     ZEROS    TO  ITM-ENI.

       ROT-GRVA-10.
           START    CADENI       KEY  >   CHV-ENI
           IF  FST-ENI   =  "23" GO       ROT-GRVA-40.
           READ     CADENI  NEXT
           IF  FST-ENI   =  "10" GO       ROT-GRVA-40.
           IF  ORI-ENI   NOT  =  ORI-ENT  OR
               DOC-ENI   NOT  =  DOC-ENT  GO  ROT-GRVA-40.
           MOVE     REG-ENI  TO  ANT-AUX
           IF  SIT-AUX   =  "E"  MOVE     QTD-ENI  TO  QEN-ENI.
           IF  SIT-AUX   =  "X"  MOVE     ZEROS    TO  QEN-ENI.
           IF  SIT-AUX   =  "A"  AND  ITM-ENI  >  0
                                 MOVE     QEN-TAB (ITM-ENI)
                                                   TO  QEN-ENI.
           REWRITE  REG-ENI
           MOVE     "CADENI"  TO  ARQ-PRM
           MOVE     CHV-ENI   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-ENI   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           COMPUTE  QTD-AUX  =   QTD-ENI  -  QEN-ENI
           IF  QTD-AUX   >    0  PERFORM  ROT-DEVL-00  THRU
                                          ROT-DEVL-EXIT.
           GO       ROT-GRVA-10.

       ROT-GRVA-40.
           COMPUTE  CRD-AUX  =   VDV-AUX  -  VCB-ENT  +  VRC-AUX
           IF  CRD-AUX   >   ZEROS
                                 PERFORM  ROT-VALE-00  THRU
                                          ROT-VALE-90.
           MOVE     REG-ENT (1: 50)  TO  ANT-AUX
           MOVE     SIT-AUX  TO  SIT-ENT
           MOVE     DTA-DTA  TO  DTE-ENT
           MOVE     VRC-AUX  TO  VRC-ENT
           MOVE     VDV-AUX  TO  VDV-ENT
           MOVE     NVL-AUX  TO  NVL-ENT
           MOVE     OBS-AUX  TO  OBS-ENT
           MOVE     PRM-OPR  TO  OPR-ENT
           REWRITE  REG-ENT
           MOVE     "CADENT"  TO  ARQ-PRM
           MOVE     CHV-ENT   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "RETORNO DA ENTREGA LANCADO"  TO  NOV-PRM
           MOVE     SIT-ENT   TO  NOV-PRM (29: 1)
           PERFORM  ROT-AUDG-00
           DISPLAY  TELA-10
           GO       ROT-PARA-00.

      ******************************************************
      *    DEVOLUCAO AUTOMATICA DO ITEM (QTD-AUX): mesma   *
      *    gravacao do DY1161 sobre a venda original do    *
      *    documento. O produto e relido e travado         *
      *    (DYLOCK) so durante a sua regravacao.           *
      ******************************************************
       ROT-DEVL-00.
           MOVE     PRX-ENI  TO  PRX-EST
           MOVE     SUF-ENI  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  GO  ROT-DEVL-EXIT.
           COMPUTE  VAL-AUX  ROUNDED  =
                    VAL-ENI  *  QTD-AUX  /  QTD-ENI
           ADD      VAL-AUX  TO  VDV-AUX
           IF  PRX-VLE   =    0  MOVE     PRX-ENI  TO  PRX-VLE
                                 MOVE     SUF-ENI  TO  SUF-VLE.
           MOVE     0        TO  ACH-VND
           MOVE     ZEROS    TO  VDD-AUX  ALQ-ORI
           MOVE     PRX-EST  TO  PRX-VND
           MOVE     SUF-EST  TO  SUF-VND
           MOVE     ZEROS    TO  SEQ-VND.

       ROT-DEVL-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-DEVL-20.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-DEVL-20.
           IF  PRX-VND   NOT  =  PRX-EST  OR
               SUF-VND   NOT  =  SUF-EST  GO  ROT-DEVL-20.
           IF  DOC-VND   NOT  =  DOC-AUX  OR
               CLI-VND   NOT  =  CLI-AUX  OR
               QTD-VND   NOT  >  ZEROS    GO  ROT-DEVL-10.
           MOVE     1        TO  ACH-VND
           MOVE     VDD-VND  TO  VDD-AUX
           MOVE     ALQ-VND  TO  ALQ-ORI.

       ROT-DEVL-20.
           MOVE     PRX-EST  TO  PRX-VND
           MOVE     SUF-EST  TO  SUF-VND
           MOVE     9999     TO  SEQ-VND
           START    CADVND       KEY  NOT  >  CHV-VND
           IF  FST-VND   =  "23" MOVE     1  TO  SEQ-VND
                                 GO       ROT-DEVL-30.
           READ     CADVND       PREVIOUS
           IF  FST-VND   NOT  =  "00"  OR
               PRX-VND   NOT  =  PRX-EST  OR
               SUF-VND   NOT  =  SUF-EST
                                 MOVE     PRX-EST  TO  PRX-VND
                                 MOVE     SUF-EST  TO  SUF-VND
                                 MOVE     1        TO  SEQ-VND
           ELSE
                                 ADD      1        TO  SEQ-VND.

       ROT-DEVL-30.
           MOVE     DTA-DTA  TO  DTA-VND
           MOVE     DOC-AUX  TO  DOC-VND
           MOVE     CLI-AUX  TO  CLI-VND
           COMPUTE  QTD-NEG  =   QTD-AUX  *  -1
           COMPUTE  VAL-NEG  =   VAL-AUX  *  -1
           MOVE     QTD-NEG  TO  QTD-VND
           MOVE     VAL-NEG  TO  VAL-VND
           MOVE     VDD-AUX  TO  VDD-VND
           MOVE     ZEROS    TO  BCI-VND  ICM-VND
           MOVE     ALQ-ORI  TO  ALQ-VND
           IF  ALQ-ORI   NOT  =  ZEROS
               MOVE     VAL-NEG  TO  BCI-VND
               COMPUTE  ICM-VND  ROUNDED  =
                        VAL-NEG  *  ALQ-ORI  /  100.

       ROT-DEVL-40.
           MOVE     FIL-FLI  TO  FIL-VND
           WRITE    REG-VND
           IF  FST-VND   =  "22" ADD      1  TO  SEQ-VND
                                 GO       ROT-DEVL-40.
           MOVE     "CADVND"  TO  ARQ-PRM
           MOVE     CHV-VND   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-VND   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "E"      TO  OPC-KIT
           MOVE     "D"      TO  TIP-KIT
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
                                 GO       ROT-DEVL-50.
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
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  FLG-KIT   =    1  GO       ROT-DEVL-50.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-DTA  TO  DTA-PRM
           MOVE     "D"      TO  TIP-PRM
           MOVE     QTD-AUX  TO  QTD-MOV
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE.

       ROT-DEVL-50.
           IF  ORI-ENT   =  "C"  AND  CLI-AUX  NOT  =  ZEROS
                                 PERFORM  ROT-PNTS-00  THRU
                                          ROT-PNTS-30.

       ROT-DEVL-EXIT.
           EXIT.

      ******************************************************
      *    ESTORNO DOS PONTOS DE FIDELIDADE DO CUPOM: a    *
      *    mesma regra do DY1161 (valor devolvido vezes os *
      *    pontos por real do grupo, limitado ao ganho).   *
      ******************************************************
       ROT-PNTS-00.
           MOVE     DOC-AUX  TO  NUM-CPV
           READ     CADCPV
           IF  FST-CPV   NOT  =  "00"  GO  ROT-PNTS-30.
           IF  CLI-CPV   NOT  =  CLI-AUX  OR
               PTG-CPV   NOT  >  PTE-CPV  OR
               VAL-CPV   =   ZEROS    GO  ROT-PNTS-30.
           MOVE     PRX-EST  TO  GRP-RPT
           READ     CADRPT
           IF  FST-RPT   NOT  =  "00"
                                 MOVE     ZEROS  TO  GRP-RPT
                                 READ     CADRPT.
           IF  FST-RPT   NOT  =  "00"  OR
               PTS-RPT   =   ZEROS    GO  ROT-PNTS-30.
           IF  PRO-RPT   =  "S"  GO       ROT-PNTS-10.
           MOVE     PRX-EST  TO  PRX-PRO
           MOVE     SUF-EST  TO  SUF-PRO
           READ     CADPRO
           IF  FST-PRO   NOT  =  "00"  GO  ROT-PNTS-10.
           MOVE     DTA-CPV  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-CPV
           MOVE     DTI-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRI
           MOVE     DTF-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRF
           IF  D8-CPV    NOT  <  D8-PRI  AND
               D8-CPV    NOT  >  D8-PRF   GO  ROT-PNTS-30.

       ROT-PNTS-10.
           COMPUTE  PTE-AUX  =   VAL-AUX  *  PTS-RPT
                             *   (VAL-CPV  -  DSP-CPV)  /  VAL-CPV
           COMPUTE  PTD-AUX  =   PTG-CPV  -  PTE-CPV
           IF  PTE-AUX   >       PTD-AUX
                                 MOVE     PTD-AUX  TO  PTE-AUX.
           IF  PTE-AUX   =   ZEROS    GO  ROT-PNTS-30.
           MOVE     "D"      TO  OPC-PNT
           MOVE     CLI-AUX  TO  CLI-PNT
           MOVE     DTA-DTA  TO  DTA-PNT
           MOVE     "E"      TO  TIP-PNT
           MOVE     PTE-AUX  TO  QTD-PNT
           MOVE     DOC-AUX  TO  DOC-PNT
           MOVE     PRM-OPR  TO  OPR-PNT
           CALL     "DYPNTS"     USING    PRM-PNT
           MOVE     REG-CPV (77: 50)  TO  ANT-AUX
           ADD      PTE-AUX  TO  PTE-CPV
           REWRITE  REG-CPV
           MOVE     "CADCPV"  TO  ARQ-PRM
           MOVE     NUM-CPV   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-CPV (77: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-PNTS-30.
           EXIT.

      ******************************************************
      *    VALE-TROCA DO CREDITO (CRD-AUX): proximo numero *
      *    e validade pelo PVT-CTR                         *
      ******************************************************
       ROT-VALE-00.
           MOVE     999999   TO  NUM-VLT
           START    CADVLT       KEY  NOT  >  NUM-VLT
           IF  FST-VLT   =  "23" MOVE     1  TO  NVL-AUX
                                 GO       ROT-VALE-10.
           READ     CADVLT       PREVIOUS
           IF  FST-VLT   NOT  =  "00"
                                 MOVE     1  TO  NVL-AUX
           ELSE
                                 COMPUTE  NVL-AUX  =  NUM-VLT  +  1.

       ROT-VALE-10.
           MOVE     DTA-DTA  TO  DT6-SOM
           MOVE     PVT-CTR  TO  QTD-SOM
           IF  PVT-CTR   =   ZEROS  MOVE  90  TO  QTD-SOM.
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     DTA-DTA  TO  DTA-VLT  ULT-VLT
           MOVE     RSL-SOM  TO  VCT-VLT
           MOVE     CRD-AUX  TO  VAL-VLT  SDO-VLT
           MOVE     PRX-VLE  TO  PRX-VLT
           MOVE     SUF-VLE  TO  SUF-VLT
           MOVE     DOC-AUX  TO  DOC-VLT
           MOVE     CLI-AUX  TO  CLI-VLT
           MOVE     ZEROS    TO  CPV-VLT
           MOVE     "A"      TO  SIT-VLT
           MOVE     PRM-OPR  TO  OPR-VLT.

       ROT-VALE-20.
           MOVE     NVL-AUX  TO  NUM-VLT
           WRITE    REG-VLT
           IF  FST-VLT   =  "22" ADD      1  TO  NVL-AUX
                                 GO       ROT-VALE-20.
           MOVE     "CADVLT"  TO  ARQ-PRM
           MOVE     NUM-VLT   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-VLT   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-VALE-90.
           EXIT.

      ******************************************************
      *    FIM DAS PARADAS: fecha a rota sem pendencia     *
      ******************************************************
       ROT-FECH-00.
           PERFORM  ROT-VPEN-00  THRU  ROT-VPEN-EXIT
           IF  FLG-PEN   =    1  GO       ROT-ROTA-00.
           MOVE     NUM-AUX  TO  NUM-RTA
           READ     CADRTA
           IF  FST-RTA   NOT  =  "00"  GO  ROT-ROTA-00.
           MOVE     REG-RTA  TO  ANT-AUX
           MOVE     "F"      TO  SIT-RTA
           MOVE     DTA-DTA  TO  DTF-RTA
           MOVE     PRM-OPR  TO  OPR-RTA
           REWRITE  REG-RTA
           MOVE     "CADRTA"  TO  ARQ-PRM
           MOVE     NUM-RTA   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-RTA   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-ROTA-00.

       ROT-VPEN-00.
           MOVE     0        TO  FLG-PEN
           MOVE     NUM-AUX  TO  NUM-RTI
           MOVE     ZEROS    TO  CEP-RTI  DOC-RTI
           MOVE     SPACES   TO  ORI-RTI.

       ROT-VPEN-10.
           START    CADRTI       KEY  >   CHV-RTI
           IF  FST-RTI   =  "23" GO       ROT-VPEN-EXIT.
           READ     CADRTI  NEXT
           IF  FST-RTI   =  "10" GO       ROT-VPEN-EXIT.
           IF  NUM-RTI   NOT  =  NUM-AUX  GO  ROT-VPEN-EXIT.
           MOVE     ORI-RTI  TO  ORI-ENT
           MOVE     DOC-RTI  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   =  "00"  AND  SIT-ENT  =  "R"
                                 MOVE     1  TO  FLG-PEN
                                 GO       ROT-VPEN-EXIT.
           GO       ROT-VPEN-10.

       ROT-VPEN-EXIT.
           EXIT.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    TRAVA DO PRODUTO CHV-EST P/ A REGRAVACAO: em    *
      *    uso, mostra quem tem, espera o Esc e tenta de   *
      *    novo (a devolucao ja comecou)                   *
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
           CLOSE    CADCTR  CADEST  CADVND  CADVLT  CADCPV
                    CADRPT  CADPRO  CADENT  CADENI  CADRTA
                    CADRTI
           GOBACK.
