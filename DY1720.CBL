       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1720.
       AUTHOR.         ADILSON.
      ******************************************************
      *    BALANCETE E RAZAO CONTABIL do mes/ano informado *
      *    a partir dos saldos mensais (CADSCT) e do       *
      *    diario (CADDIA) gerados pelo DY1710.            *
      *    1-Balancete: por conta do plano (CADPCT) o      *
      *    saldo anterior (soma dos meses anteriores), os  *
      *    debitos e creditos do mes e o saldo atual, com  *
      *    subtotal por classe e total geral; contas sem   *
      *    saldo nem movimento nao saem.                   *
      *    2-Razao: para a conta informada (ou todas, com  *
      *    conta zero) os lancamentos do mes com o saldo   *
      *    acumulado a partir do saldo anterior.           *
      *    Saldos com D (devedor) ou C (credor).           *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADPCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCT
                       FILE          STATUS  IS  FST-PCT.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

           SELECT      CADDIA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DIA
                       FILE          STATUS  IS  FST-DIA.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPCT.CPY.
       COPY  CADSCT.CPY.
       COPY  CADDIA.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PCT          PIC  X(02).
           03  FST-SCT          PIC  X(02).
           03  FST-DIA          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  TIP-SEL          PIC  9(01).
           03  CTA-SEL          PIC  9(06).
           03  DES-SEL          PIC  X(30).

           03  CTA-AUX          PIC  9(06).
           03  RED-CTA   REDEFINES  CTA-AUX.
               05  CLS-CTA      PIC  9(01).
               05  FILLER       PIC  9(05).
           03  CLS-ANT          PIC  9(01).
           03  QTD-CTA          PIC  9(06).

           03  SAN-AUX          PIC S9(11)V99.
           03  DEB-AUX          PIC S9(11)V99.
           03  CRD-AUX          PIC S9(11)V99.
           03  SDO-AUX          PIC S9(11)V99.
           03  SAN-CLS          PIC S9(11)V99.
           03  DEB-CLS          PIC S9(11)V99.
           03  CRD-CLS          PIC S9(11)V99.
           03  SDO-CLS          PIC S9(11)V99.
           03  SAN-TOT          PIC S9(11)V99.
           03  DEB-TOT          PIC S9(11)V99.
           03  CRD-TOT          PIC S9(11)V99.
           03  SDO-TOT          PIC S9(11)V99.

           03  VAL-SIN          PIC S9(11)V99.
           03  VAL-ABS          PIC  9(11)V99.
           03  NAT-ABS          PIC  X(01).

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

       01  TAB-CLS.
           03  FILLER           PIC  X(14)  VALUE  "ATIVO".
           03  FILLER           PIC  X(14)  VALUE  "PASSIVO E PL".
           03  FILLER           PIC  X(14)  VALUE  "RECEITAS".
           03  FILLER           PIC  X(14)  VALUE  "CUSTOS E DESP.".
       01  RED-CLS   REDEFINES  TAB-CLS.
           03  DES-CLS          PIC  X(14)  OCCURS  04.

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  TIT-CB2          PIC  X(28).
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(07)  VALUE  "CONTA".
           03  FILLER           PIC  X(15)  VALUE  "DESCRICAO".
           03  FILLER           PIC  X(15)  VALUE  "SALDO ANTERIOR".
           03  FILLER           PIC  X(14)  VALUE  "      DEBITOS ".
           03  FILLER           PIC  X(14)  VALUE  "     CREDITOS ".
           03  FILLER           PIC  X(14)  VALUE  "   SALDO ATUAL".

       01  CAB-005.
           03  FILLER           PIC  X(10)  VALUE  "DI OR EVT ".
           03  FILLER           PIC  X(25)  VALUE  "HISTORICO".
           03  FILLER           PIC  X(14)  VALUE  "      DEBITOS ".
           03  FILLER           PIC  X(14)  VALUE  "     CREDITOS ".
           03  FILLER           PIC  X(14)  VALUE  "        SALDO ".

       01  DET-001.
           03  CTA-DT1          PIC  Z(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SAN-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  SNA-DT1          PIC  X(01).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DEB-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRD-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZ.ZZZ.ZZ9,99.
           03  SNS-DT1          PIC  X(01).

       01  DET-002.
           03  DIA-DT2          PIC  X(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ORI-DT2          PIC  X(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COD-DT2          PIC  X(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  HST-DT2          PIC  X(24).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DEB-DT2          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CRD-DT2          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT2          PIC  ZZ.ZZZ.ZZ9,99.
           03  SNA-DT2          PIC  X(01).

       01  DET-003.
           03  FILLER           PIC  X(06)  VALUE  "CONTA ".
           03  CTA-DT3          PIC  9(06).
           03  FILLER           PIC  X(03)  VALUE  " - ".
           03  DES-DT3          PIC  X(30).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(16)  VALUE  "SALDO ANTERIOR: ".
           03  SAN-DT3          PIC  ZZ.ZZZ.ZZ9,99.
           03  SNA-DT3          PIC  X(01).

       01  DET-IMP              PIC  X(80).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  29.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  29.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1720".
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
               05  LINE 07 COLUMN 13 VALUE " Balancete e Razao ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".
           03  LINE 10 COLUMN 13 VALUE "Relatorio ..:".
           03  LINE 10 COLUMN 31 VALUE "(1-Balancete  2-Razao)".
           03  LINE 11 COLUMN 13 VALUE "Conta ......:".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  ENTR-02  AUTO.
           03  TIP-E02 LINE 10 COLUMN 28 PIC 9(01) USING TIP-SEL.

       01  ENTR-03.
           03  CTA-E03 LINE 11 COLUMN 28 PIC 9(06) USING CTA-SEL.

       01  ENTR-04  BCK-CLR 02 FOR-CLR 15.
           03  DES-T04 LINE 11 COLUMN 36 PIC X(30) FROM DES-SEL.

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
           OPEN     INPUT        CADPCT   CADSCT   CADDIA
                    OUTPUT       CADTMP
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           MOVE     1        TO  TIP-SEL
           MOVE     ZEROS    TO  CTA-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-MESA-00.
           MOVE     ANO-SEL  TO  AN6-SEL
           MOVE     MES-SEL  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-SEL.

       ROT-TIPO-00.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-MESA-00.
           IF  TIP-SEL   =    1  GO       ROT-IMPR-00.
           IF  TIP-SEL   NOT  =  2  GO    ROT-TIPO-00.

       ROT-CONT-00.
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     SPACES   TO  DES-SEL
                                 DISPLAY  ENTR-04
                                 GO       ROT-TIPO-00.
           IF  CTA-SEL   =   ZEROS
                                 MOVE  "TODAS AS CONTAS"  TO  DES-SEL
                                 DISPLAY  ENTR-04
                                 GO       ROT-RAZA-00.
           MOVE     CTA-SEL  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   NOT  =  "00"
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CONT-00.
           MOVE     DES-PCT  TO  DES-SEL
           DISPLAY  ENTR-04
           GO       ROT-RAZA-00.

      ******************************************************
      *    SALDO DA CONTA CTA-AUX: anterior (meses antes   *
      *    do selecionado) e debitos/creditos do mes       *
      ******************************************************
       ROT-SALD-00.
           MOVE     ZEROS    TO  SAN-AUX  DEB-AUX  CRD-AUX
           MOVE     CTA-AUX  TO  CTA-SCT
           MOVE     ZEROS    TO  ANO-SCT  MES-SCT
           START    CADSCT       KEY  NOT  <  CHV-SCT
           IF  FST-SCT   NOT  =  "00"  GO  ROT-SALD-20.

       ROT-SALD-10.
           READ     CADSCT  NEXT
           IF  FST-SCT   NOT  =  "00"  GO  ROT-SALD-20.
           IF  CTA-SCT   NOT  =  CTA-AUX  GO  ROT-SALD-20.
           MOVE     ANO-SCT  TO  AN6-SEL
           MOVE     MES-SCT  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <   D8-SEL
                                 ADD      DEB-SCT  TO  SAN-AUX
                                 SUBTRACT CRD-SCT  FROM  SAN-AUX.
           IF  D8-REG    =   D8-SEL
                                 ADD      DEB-SCT  TO  DEB-AUX
                                 ADD      CRD-SCT  TO  CRD-AUX.
           GO       ROT-SALD-10.

       ROT-SALD-20.
           COMPUTE  SDO-AUX  =   SAN-AUX  +  DEB-AUX  -  CRD-AUX.

      ******************************************************
      *    VALOR ABSOLUTO E NATUREZA (D/C) DE VAL-SIN      *
      ******************************************************
       ROT-NATU-00.
           IF  VAL-SIN   <   ZEROS
                                 COMPUTE  VAL-ABS  =  VAL-SIN  *  -1
                                 MOVE     "C"      TO  NAT-ABS
           ELSE
                                 MOVE     VAL-SIN  TO  VAL-ABS
                                 MOVE     "D"      TO  NAT-ABS.
           IF  VAL-SIN   =   ZEROS  MOVE  SPACES   TO  NAT-ABS.

      ******************************************************
      *    BALANCETE                                       *
      ******************************************************
       ROT-IMPR-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  CLS-ANT  QTD-CTA
                                 SAN-CLS  DEB-CLS  CRD-CLS  SDO-CLS
                                 SAN-TOT  DEB-TOT  CRD-TOT  SDO-TOT
           MOVE     "BALANCETE - MES/ANO:"  TO  TIT-CB2
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     ZEROS    TO  CHV-PCT.

       ROT-IMPR-20.
           START    CADPCT       KEY  >   CHV-PCT
           IF  FST-PCT   NOT  =  "00"  GO  ROT-IMPR-40.
           READ     CADPCT  NEXT
           IF  FST-PCT   NOT  =  "00"  GO  ROT-IMPR-40.
           MOVE     CHV-PCT  TO  CTA-AUX
           PERFORM  ROT-SALD-00  THRU  ROT-SALD-20
           IF  SAN-AUX   =   ZEROS  AND  DEB-AUX  =  ZEROS  AND
               CRD-AUX   =   ZEROS  GO    ROT-IMPR-20.
           IF  CLS-CTA   NOT  =  CLS-ANT  AND  CLS-ANT  NOT  =  0
                                 PERFORM  ROT-SUBT-00.
           MOVE     CLS-CTA  TO  CLS-ANT
           MOVE     CHV-PCT  TO  CTA-DT1
           MOVE     DES-PCT  TO  DES-DT1
           MOVE     SAN-AUX  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SAN-DT1
           MOVE     NAT-ABS  TO  SNA-DT1
           MOVE     DEB-AUX  TO  DEB-DT1
           MOVE     CRD-AUX  TO  CRD-DT1
           MOVE     SDO-AUX  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SDO-DT1
           MOVE     NAT-ABS  TO  SNS-DT1
           MOVE     DET-001  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           ADD      1        TO  QTD-CTA
           ADD      SAN-AUX  TO  SAN-CLS  SAN-TOT
           ADD      DEB-AUX  TO  DEB-CLS  DEB-TOT
           ADD      CRD-AUX  TO  CRD-CLS  CRD-TOT
           ADD      SDO-AUX  TO  SDO-CLS  SDO-TOT
           GO       ROT-IMPR-20.

       ROT-IMPR-40.
           IF  CLS-ANT   NOT  =  0  PERFORM  ROT-SUBT-00.
           MOVE     CAB-003  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           MOVE     ZEROS    TO  CTA-DT1
           MOVE     "TOTAL GERAL"  TO  DES-DT1
           MOVE     SAN-TOT  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SAN-DT1
           MOVE     NAT-ABS  TO  SNA-DT1
           MOVE     DEB-TOT  TO  DEB-DT1
           MOVE     CRD-TOT  TO  CRD-DT1
           MOVE     SDO-TOT  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SDO-DT1
           MOVE     NAT-ABS  TO  SNS-DT1
           MOVE     DET-001  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           GO       ROT-IMPR-60.

       ROT-SUBT-00.
           MOVE     ZEROS    TO  CTA-DT1
           MOVE     DES-CLS (CLS-ANT)  TO  DES-DT1
           MOVE     SAN-CLS  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SAN-DT1
           MOVE     NAT-ABS  TO  SNA-DT1
           MOVE     DEB-CLS  TO  DEB-DT1
           MOVE     CRD-CLS  TO  CRD-DT1
           MOVE     SDO-CLS  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SDO-DT1
           MOVE     NAT-ABS  TO  SNS-DT1
           MOVE     DET-001  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           MOVE     SPACES   TO  DET-IMP
           PERFORM  ROT-IMPD-00
           MOVE     ZEROS    TO  SAN-CLS  DEB-CLS  CRD-CLS  SDO-CLS.

      ******************************************************
      *    RAZAO: conta informada ou todas as contas com   *
      *    saldo ou movimento no mes                       *
      ******************************************************
       ROT-RAZA-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           MOVE     "RAZAO CONTABIL - MES/ANO:"  TO  TIT-CB2
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           IF  CTA-SEL   NOT  =  ZEROS
                                 MOVE     CTA-SEL  TO  CHV-PCT
                                 READ     CADPCT
                                 PERFORM  ROT-RCTA-00  THRU
                                          ROT-RCTA-20
                                 GO       ROT-IMPR-60.
           MOVE     ZEROS    TO  CHV-PCT.

       ROT-RAZA-10.
           START    CADPCT       KEY  >   CHV-PCT
           IF  FST-PCT   NOT  =  "00"  GO  ROT-IMPR-60.
           READ     CADPCT  NEXT
           IF  FST-PCT   NOT  =  "00"  GO  ROT-IMPR-60.
           PERFORM  ROT-RCTA-00  THRU  ROT-RCTA-20
           GO       ROT-RAZA-10.

       ROT-RCTA-00.
           MOVE     CHV-PCT  TO  CTA-AUX
           PERFORM  ROT-SALD-00  THRU  ROT-SALD-20
           IF  SAN-AUX   =   ZEROS  AND  DEB-AUX  =  ZEROS  AND
               CRD-AUX   =   ZEROS  AND  CTA-SEL  =  ZEROS
                                 GO       ROT-RCTA-20.
           IF  LIN-TMP   >   53  PERFORM  ROT-IMPR-10.
           MOVE     CHV-PCT  TO  CTA-DT3
           MOVE     DES-PCT  TO  DES-DT3
           MOVE     SAN-AUX  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SAN-DT3
           MOVE     NAT-ABS  TO  SNA-DT3
           MOVE     DET-003  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           MOVE     SAN-AUX  TO  SDO-AUX
           MOVE     ANO-SEL  TO  ANO-DIA
           MOVE     MES-SEL  TO  MES-DIA
           MOVE     ZEROS    TO  SEQ-DIA
           START    CADDIA       KEY  >   CHV-DIA
           IF  FST-DIA   NOT  =  "00"  GO  ROT-RCTA-15.

       ROT-RCTA-10.
           READ     CADDIA  NEXT
           IF  FST-DIA   NOT  =  "00"  GO  ROT-RCTA-15.
           IF  ANO-DIA   NOT  =  ANO-SEL  OR
               MES-DIA   NOT  =  MES-SEL  GO  ROT-RCTA-15.
           IF  DEB-DIA   NOT  =  CTA-AUX  AND
               CRD-DIA   NOT  =  CTA-AUX  GO  ROT-RCTA-10.
           MOVE     DIA-DIA  TO  DIA-DT2
           MOVE     ORI-DIA  TO  ORI-DT2
           MOVE     COD-DIA  TO  COD-DT2
           MOVE     HST-DIA  TO  HST-DT2
           MOVE     ZEROS    TO  DEB-DT2  CRD-DT2
           IF  DEB-DIA   =   CTA-AUX
                                 MOVE     VAL-DIA  TO  DEB-DT2
                                 ADD      VAL-DIA  TO  SDO-AUX
           ELSE
                                 MOVE     VAL-DIA  TO  CRD-DT2
                                 SUBTRACT VAL-DIA  FROM  SDO-AUX.
           MOVE     SDO-AUX  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SDO-DT2
           MOVE     NAT-ABS  TO  SNA-DT2
           MOVE     DET-002  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           GO       ROT-RCTA-10.

       ROT-RCTA-15.
           MOVE     SPACES   TO  DIA-DT2  ORI-DT2  COD-DT2
           MOVE     "TOTAL DO MES / SALDO ATUAL"  TO  HST-DT2
           MOVE     DEB-AUX  TO  DEB-DT2
           MOVE     CRD-AUX  TO  CRD-DT2
           MOVE     SDO-AUX  TO  VAL-SIN
           PERFORM  ROT-NATU-00
           MOVE     VAL-ABS  TO  SDO-DT2
           MOVE     NAT-ABS  TO  SNA-DT2
           MOVE     DET-002  TO  DET-IMP
           PERFORM  ROT-IMPD-00
           MOVE     SPACES   TO  DET-IMP
           PERFORM  ROT-IMPD-00.

       ROT-RCTA-20.
           EXIT.

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
           IF  TIP-SEL   =    1  MOVE     CAB-004  TO  DET-TMP
           ELSE                  MOVE     CAB-005  TO  DET-TMP.
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPD-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-IMP  TO  DET-TMP
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
           IF  TIP-SEL   =    1  MOVE  "BALANCETE"  TO  TIT-SPO-P
           ELSE                  MOVE  "RAZAO CONTABIL"  TO  TIT-SPO-P.
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
           CLOSE    CADPCT  CADSCT  CADDIA  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
