       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1180.
       AUTHOR.         ADILSON.
      ******************************************************
      *    APURACAO MENSAL DO ICMS: para o mes/ano         *
      *    informado soma os debitos das vendas (ICM-VND   *
      *    positivo em CADVND), os estornos de debito das  *
      *    devolucoes de venda (DY1161, negativos), os     *
      *    creditos das compras (ICM-LCP em CADLCP) e os   *
      *    estornos de credito das devolucoes a fornecedor *
      *    (DY1225), abate o saldo credor do mes anterior  *
      *    e imprime o ICMS a recolher ou o saldo credor a *
      *    transportar.                                    *
      *    Mes ainda aberto (DTF-CTR nao cobre o mes       *
      *    inteiro) sai como PREVIA e nao grava nada; mes  *
      *    fechado sai como DEFINITIVA e grava/atualiza a  *
      *    apuracao em CADAPU, de onde o mes seguinte tira *
      *    o saldo credor. Gravacao auditada (DYAUDT).     *
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

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADAPU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APU
                       FILE          STATUS  IS  FST-APU.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADVND.CPY.
       COPY  CADLCP.CPY.
       COPY  CADAPU.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-APU          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ANT-AUX          PIC  X(50).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  MES-ANT          PIC  9(02).
           03  ANO-ANT          PIC  9(02).
           03  FLG-FCH          PIC  9(01).
           03  FLG-NOV          PIC  9(01).

           03  BAS-DEB          PIC S9(09)V99.
           03  TOT-DEB          PIC S9(09)V99.
           03  BAS-EDV          PIC S9(09)V99.
           03  TOT-EDV          PIC S9(09)V99.
           03  BAS-CRD          PIC S9(09)V99.
           03  TOT-CRD          PIC S9(09)V99.
           03  BAS-ECR          PIC S9(09)V99.
           03  TOT-ECR          PIC S9(09)V99.
           03  SAN-AUX          PIC S9(09)V99.
           03  SDO-AUX          PIC S9(09)V99.

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
           03  D8-FIM           PIC  9(08).

           03  D6-SEL.
               05  AN6-SEL      PIC  9(02).
               05  MS6-SEL      PIC  9(02).
               05  DI6-SEL      PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SOM.
           03  DT6-SOM          PIC  9(06).
           03  QTD-SOM          PIC  9(03).
           03  RSL-SOM          PIC  9(06).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "APURACAO DO ICMS - MES/ANO:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-CB2          PIC  X(21).
           03  FILLER           PIC  X(12)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
           "DESCRICAO                                   BASE DE CALCU
      -    "LO    VALOR ICMS".

       01  DET-001.
           03  DES-DT1          PIC  X(44).
           03  BAS-DT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT1          PIC  ---.---.--9,99.

       01  DET-002.
           03  DES-DT2          PIC  X(60).
           03  VAL-DT2          PIC  ---.---.--9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  08.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  08.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1180".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Apuracao do ICMS ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".
           03  LINE 10 COLUMN 13 VALUE "Situacao ...:".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  SIT-T02 LINE 10 COLUMN 28 PIC X(21) FROM SIT-CB2.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 16 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 12 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 13 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 13 COLUMN 39 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADVND   CADLCP
                    I-O          CADAPU
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-APU   =  "35" OPEN     OUTPUT   CADAPU
                                 CLOSE    CADAPU
                                 OPEN     I-O      CADAPU.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           MOVE     SPACES   TO  SIT-CB2
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-MESA-00.
           PERFORM  ROT-FECH-00  THRU  ROT-FECH-20
           IF  FLG-FCH   =    1  MOVE  "APURACAO DEFINITIVA"
                                       TO  SIT-CB2
           ELSE                  MOVE  "PREVIA - MES ABERTO"
                                       TO  SIT-CB2.
           DISPLAY  ENTR-02
           PERFORM  ROT-SANT-00  THRU  ROT-SANT-20
           PERFORM  ROT-SVND-00  THRU  ROT-SVND-20
           PERFORM  ROT-SLCP-00  THRU  ROT-SLCP-20
           COMPUTE  SDO-AUX  =   TOT-DEB  -  TOT-EDV  -  TOT-CRD
                             +   TOT-ECR  -  SAN-AUX
           IF  FLG-FCH   =    1  PERFORM  ROT-GRVA-00  THRU
                                          ROT-GRVA-20.
           GO       ROT-IMPR-00.

      ******************************************************
      *    MES FECHADO: o dia seguinte ao DTF-CTR ja cai   *
      *    num mes posterior ao apurado (FLG-FCH = 1).     *
      ******************************************************
       ROT-FECH-00.
           MOVE     0        TO  FLG-FCH
           IF  DTF-CTR   =   ZEROS  GO    ROT-FECH-20.
           MOVE     ANO-SEL  TO  AN6-SEL
           MOVE     MES-SEL  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-SEL
           MOVE     DTF-CTR  TO  DT6-SOM
           MOVE     1        TO  QTD-SOM
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     RSL-SOM  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-FIM
           IF  D8-FIM (1: 6)  >  D8-SEL (1: 6)
                                 MOVE     1  TO  FLG-FCH.

       ROT-FECH-20.
           EXIT.

      ******************************************************
      *    SALDO CREDOR DO MES ANTERIOR (apuracao gravada  *
      *    com SDO-APU negativo)                           *
      ******************************************************
       ROT-SANT-00.
           MOVE     ZEROS    TO  SAN-AUX
           IF  MES-SEL   =    1  MOVE     12       TO  MES-ANT
                                 IF  ANO-SEL  =  0
                                     MOVE  99  TO  ANO-ANT
                                 ELSE
                                     COMPUTE  ANO-ANT  =  ANO-SEL - 1
           ELSE
                                 COMPUTE  MES-ANT  =  MES-SEL  -  1
                                 MOVE     ANO-SEL  TO  ANO-ANT.
           MOVE     ANO-ANT  TO  ANO-APU
           MOVE     MES-ANT  TO  MES-APU
           READ     CADAPU
           IF  FST-APU   NOT  =  "00"  GO  ROT-SANT-20.
           IF  SDO-APU   <   ZEROS
                                 COMPUTE  SAN-AUX  =  SDO-APU  *  -1.

       ROT-SANT-20.
           EXIT.

      ******************************************************
      *    DEBITOS: vendas (positivos) e estornos das      *
      *    devolucoes de venda (negativos)                 *
      ******************************************************
       ROT-SVND-00.
           MOVE     ZEROS    TO  BAS-DEB  TOT-DEB  BAS-EDV  TOT-EDV
           MOVE     SPACES   TO  CHV-VND.

       ROT-SVND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-SVND-20.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-SVND-20.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-SVND-10.
           IF  ICM-VND   >   ZEROS
                                 ADD      BCI-VND  TO  BAS-DEB
                                 ADD      ICM-VND  TO  TOT-DEB.
           IF  ICM-VND   <   ZEROS
                                 SUBTRACT BCI-VND  FROM  BAS-EDV
                                 SUBTRACT ICM-VND  FROM  TOT-EDV.
           GO       ROT-SVND-10.

       ROT-SVND-20.
           EXIT.

      ******************************************************
      *    CREDITOS: compras (positivos) e estornos das    *
      *    devolucoes a fornecedor (negativos)             *
      ******************************************************
       ROT-SLCP-00.
           MOVE     ZEROS    TO  BAS-CRD  TOT-CRD  BAS-ECR  TOT-ECR
           MOVE     SPACES   TO  CHV-LCP.

       ROT-SLCP-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-SLCP-20.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-SLCP-20.
           IF  ANO-LCP   NOT  =  ANO-SEL  OR
               MES-LCP   NOT  =  MES-SEL  GO  ROT-SLCP-10.
           IF  ICM-LCP   >   ZEROS
                                 ADD      BCI-LCP  TO  BAS-CRD
                                 ADD      ICM-LCP  TO  TOT-CRD.
           IF  ICM-LCP   <   ZEROS
                                 SUBTRACT BCI-LCP  FROM  BAS-ECR
                                 SUBTRACT ICM-LCP  FROM  TOT-ECR.
           GO       ROT-SLCP-10.

       ROT-SLCP-20.
           EXIT.

      ******************************************************
      *    GRAVA A APURACAO DEFINITIVA DO MES FECHADO      *
      ******************************************************
       ROT-GRVA-00.
           MOVE     0        TO  FLG-NOV
           MOVE     SPACES   TO  ANT-AUX
           MOVE     ANO-SEL  TO  ANO-APU
           MOVE     MES-SEL  TO  MES-APU
           READ     CADAPU
           IF  FST-APU   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     ANO-SEL  TO  ANO-APU
                                 MOVE     MES-SEL  TO  MES-APU
           ELSE
                                 MOVE     REG-APU  TO  ANT-AUX.
           MOVE     TOT-DEB  TO  DEB-APU
           MOVE     TOT-EDV  TO  EDV-APU
           MOVE     TOT-CRD  TO  CRD-APU
           MOVE     TOT-ECR  TO  ECR-APU
           MOVE     SAN-AUX  TO  SAN-APU
           MOVE     SDO-AUX  TO  SDO-APU
           MOVE     PRM-OPR  TO  OPR-APU
           ACCEPT   DTA-APU  FROM  DATE
           IF  FLG-NOV   =    1  WRITE    REG-APU
                                 MOVE     "I"      TO  OPC-PRM
           ELSE
                                 REWRITE  REG-APU
                                 MOVE     "A"      TO  OPC-PRM.
           MOVE     "CADAPU"  TO  ARQ-PRM
           MOVE     CHV-APU   TO  CHR-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-APU   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-GRVA-20.
           EXIT.

      ******************************************************
      *    RELATORIO DA APURACAO                           *
      ******************************************************
       ROT-IMPR-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     "DEBITOS POR SAIDAS (VENDAS)"  TO  DES-DT1
           MOVE     BAS-DEB  TO  BAS-DT1
           MOVE     TOT-DEB  TO  VAL-DT1
           PERFORM  ROT-IMPD-00
           MOVE     "(-) ESTORNO DE DEBITOS (DEVOLUCOES VENDA)"
                             TO  DES-DT1
           MOVE     BAS-EDV  TO  BAS-DT1
           MOVE     TOT-EDV  TO  VAL-DT1
           PERFORM  ROT-IMPD-00
           MOVE     "CREDITOS POR ENTRADAS (COMPRAS)"  TO  DES-DT1
           MOVE     BAS-CRD  TO  BAS-DT1
           MOVE     TOT-CRD  TO  VAL-DT1
           PERFORM  ROT-IMPD-00
           MOVE     "(-) ESTORNO DE CREDITOS (DEVOL. FORNECEDOR)"
                             TO  DES-DT1
           MOVE     BAS-ECR  TO  BAS-DT1
           MOVE     TOT-ECR  TO  VAL-DT1
           PERFORM  ROT-IMPD-00
           MOVE     SPACES   TO  DET-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           WRITE    REG-TMP
           MOVE     "SALDO CREDOR DO MES ANTERIOR"  TO  DES-DT2
           MOVE     SAN-AUX  TO  VAL-DT2
           PERFORM  ROT-IMPT-00
           IF  SDO-AUX   <   ZEROS
               MOVE     "SALDO CREDOR A TRANSPORTAR"  TO  DES-DT2
               COMPUTE  VAL-DT2  =  SDO-AUX  *  -1
           ELSE
               MOVE     "ICMS A RECOLHER"  TO  DES-DT2
               MOVE     SDO-AUX  TO  VAL-DT2.
           PERFORM  ROT-IMPT-00.

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
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPT-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
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
           MOVE     "APURACAO DO ICMS"
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
           CLOSE    CADCTR  CADVND  CADLCP  CADAPU  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
