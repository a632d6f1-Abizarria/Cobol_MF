       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1176.
       AUTHOR.         ADILSON.
      ******************************************************
      *    METAS MENSAIS DE VENDAS (CADMTA):               *
      *    - manutencao da meta do mes por vendedor        *
      *      (CADVDD) e por grupo de atividade (CADATV),   *
      *      com o percentual de bonus do vendedor que     *
      *      atingir a meta (pago no DY1166);              *
      *    - relatorio F3 de atingimento do mes: meta,     *
      *      realizado (CADVND liquido de devolucoes, por  *
      *      VDD-VND e por PRX-VND), percentual atingido e *
      *      projecao para o fim do mes pelos dias uteis   *
      *      decorridos (calendario CADFER via DYDUTL).    *
      *    F4 = excluir a meta.                            *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADMTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MTA
                       FILE          STATUS  IS  FST-MTA.

           SELECT      CADVDD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDD
                       FILE          STATUS  IS  FST-VDD.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV
                       FILE          STATUS  IS  FST-ATV.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMTA.CPY.
       COPY  CADVDD.CPY.
       COPY  CADATV.CPY.
       COPY  CADVND.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MTA          PIC  X(02).
           03  FST-VDD          PIC  X(02).
           03  FST-ATV          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  TIP-AUX          PIC  X(01).
           03  COD-AUX          PIC  9(03).
           03  DES-AUX          PIC  X(30).

           03  DUT-MES          PIC  9(02).
           03  DUT-DEC          PIC  9(02).
           03  DIM-AUX          PIC  9(02).
           03  DIA-AUX          PIC  9(02).
           03  QOC-AUX          PIC  9(02).
           03  RST-AUX          PIC  9(02).
           03  ACT-AUX          PIC S9(09)V99.
           03  PCT-AUX          PIC  9(04)V9.
           03  PRJ-AUX          PIC S9(09)V99.
           03  SEM-VND          PIC S9(09)V99.
           03  TOT-MTA          PIC  9(09)V99.
           03  TOT-ACT          PIC S9(09)V99.
           03  TOT-PRJ          PIC S9(09)V99.

           03  TAB-VDD.
               05  ACM-VDD      PIC S9(09)V99  OCCURS  999.
           03  TAB-GRP.
               05  ACM-GRP      PIC S9(09)V99  OCCURS  99.
           03  IND-ACM          PIC  9(03).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-HOJ           PIC  9(08).

           03  TB1-DIM.
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "28".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
               05  FILLER       PIC  X(02)  VALUE  "30".
               05  FILLER       PIC  X(02)  VALUE  "31".
           03  RED-DIM   REDEFINES  TB1-DIM.
               05  QTD-DIM      PIC  9(02)  OCCURS  12.

       01  PRM-DUT.
           03  DT6-DUT.
               05  AN6-DUT      PIC  9(02).
               05  MS6-DUT      PIC  9(02).
               05  DI6-DUT      PIC  9(02).
           03  RSL-DUT          PIC  9(06).

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
           03  FILLER           PIC  X(35)  VALUE
               "ATINGIMENTO DAS METAS - MES/ANO:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(15)  VALUE
               "   DIAS UTEIS: ".
           03  DEC-CB2          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-UT2          PIC  Z9.
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "COD  NOME                             ME".
           03  FILLER           PIC  X(40)  VALUE
               "TA    REALIZADO  PCT %     PROJECAO     ".

       01  DET-001.
           03  COD-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(25).
           03  MTA-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACT-DT1          PIC  -.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-DT1          PIC  ZZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRJ-DT1          PIC  -.---.--9,99.

       01  DET-002.
           03  TIT-DT2          PIC  X(80).

       01  TOT-001.
           03  FILLER           PIC  X(30)  VALUE
               "TOTAL".
           03  MTA-TT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACT-TT1          PIC  -.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PCT-TT1          PIC  ZZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRJ-TT1          PIC  -.---.--9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  46.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  46.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1176".
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
               05  LINE 07 COLUMN 13 VALUE " Metas de Vendas ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".
           03  LINE 09 COLUMN 36 VALUE "(F3 = Atingimento do Mes)".
           03  LINE 10 COLUMN 13 VALUE "Tipo .......:".
           03  LINE 10 COLUMN 36 VALUE "(V=Vendedor G=Grupo)".
           03  LINE 11 COLUMN 13 VALUE "Codigo .....:".
           03  LINE 13 COLUMN 13 VALUE "Meta R$ ....:".
           03  LINE 14 COLUMN 13 VALUE "Bonus % ....:".
           03  LINE 14 COLUMN 36 VALUE "(vendedor; 0 = sem bonus)".
           03  LINE 16 COLUMN 13 VALUE "F4 = Excluir a Meta".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  ENTR-02.
           03  TIP-E02 LINE 10 COLUMN 28 PIC X(01) USING TIP-AUX.

       01  ENTR-03.
           03  COD-E03 LINE 11 COLUMN 28 PIC 9(03) USING COD-AUX.

       01  ENTR-04  BCK-CLR 02 FOR-CLR 15.
           03  DES-T04 LINE 11 COLUMN 33 PIC X(30)  FROM DES-AUX.
           03  VAL-T04 LINE 13 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                                    FROM VAL-MTA.
           03  BON-T04 LINE 14 COLUMN 28 PIC Z9,99  FROM BON-MTA.

       01  ENTR-05.
           03  VAL-E05 LINE 13 COLUMN 28 PIC 9(09)V99 USING VAL-MTA.

       01  ENTR-06.
           03  BON-E06 LINE 14 COLUMN 28 PIC 9(02)V99 USING BON-MTA.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

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
           OPEN     I-O          CADMTA
                    INPUT        CADVDD   CADATV   CADVND
                    OUTPUT       CADTMP
           IF  FST-MTA   =  "35" OPEN     OUTPUT   CADMTA
                                 CLOSE    CADMTA
                                 OPEN     I-O      CADMTA.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           MOVE     SPACES   TO  TIP-AUX  DES-AUX
           MOVE     ZEROS    TO  COD-AUX  VAL-MTA  BON-MTA
           DISPLAY  ENTR-02      ENTR-03  ENTR-04
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 MOVE     20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-MESA-00.
           IF  TECLADO   =  "03" GO       ROT-IMPR-00.

       ROT-TIPO-00.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-MESA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-TIPO-00.
           IF  TIP-AUX   NOT  =  "V"  AND  NOT  =  "G"
                                 GO       ROT-TIPO-00.

       ROT-CODI-00.
           MOVE     SPACES   TO  DES-AUX
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-TIPO-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CODI-00.
           IF  COD-AUX   =    0  GO       ROT-CODI-00.
           MOVE     21       TO  IND-MSG
           IF  TIP-AUX   =  "G"  GO       ROT-CODI-10.
           MOVE     COD-AUX  TO  CHV-VDD
           READ     CADVDD
           IF  FST-VDD   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CODI-00.
           MOVE     NOM-VDD  TO  DES-AUX
           GO       ROT-CODI-20.

       ROT-CODI-10.
           IF  COD-AUX   >   99  PERFORM  ROT-MSGM-00
                                 GO       ROT-CODI-00.
           MOVE     COD-AUX  TO  CHV-ATV
           READ     CADATV
           IF  FST-ATV   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CODI-00.
           MOVE     DES-ATV  TO  DES-AUX.

       ROT-CODI-20.
           MOVE     0        TO  FLG-NOV
           MOVE     ANO-SEL  TO  ANO-MTA
           MOVE     MES-SEL  TO  MES-MTA
           MOVE     TIP-AUX  TO  TIP-MTA
           MOVE     COD-AUX  TO  COD-MTA
           READ     CADMTA
           IF  FST-MTA   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     ANO-SEL  TO  ANO-MTA
                                 MOVE     MES-SEL  TO  MES-MTA
                                 MOVE     TIP-AUX  TO  TIP-MTA
                                 MOVE     COD-AUX  TO  COD-MTA
                                 MOVE     ZEROS    TO  VAL-MTA  BON-MTA
           ELSE
                                 MOVE     REG-MTA  TO  ANT-AUX.
           DISPLAY  ENTR-04.

       ROT-META-00.
           ACCEPT   ENTR-05      DISPLAY  VAL-T04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-MESA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-META-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  VAL-MTA   =    0  GO       ROT-META-00.
           IF  TIP-AUX   =  "G"  MOVE     ZEROS    TO  BON-MTA
                                 DISPLAY  BON-T04
                                 GO       ROT-GRVA-00.

       ROT-BONU-00.
           ACCEPT   ENTR-06      DISPLAY  BON-T04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-META-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BONU-00.

       ROT-GRVA-00.
           DISPLAY  TELA-04.

       ROT-GRVA-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-META-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-MESA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-GRVA-10.
           DISPLAY  TELA-05
           MOVE     PRM-OPR  TO  OPR-MTA
           IF  FLG-NOV   =    1  WRITE    REG-MTA
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM
                                 REWRITE  REG-MTA.
           MOVE     REG-MTA  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-MESA-00.

      ******************************************************
      *    EXCLUSAO DA META                                *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-META-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-META-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-META-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADMTA
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-MESA-00.

       ROT-AUDG-00.
           MOVE     "CADMTA"  TO  ARQ-PRM
           MOVE     CHV-MTA   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    RELATORIO DE ATINGIMENTO DO MES                 *
      ******************************************************
       ROT-IMPR-00.
           PERFORM  ROT-DUTL-00  THRU  ROT-DUTL-20
           MOVE     1        TO  IND-ACM.

       ROT-IMPR-03.
           MOVE     ZEROS    TO  ACM-VDD (IND-ACM)
           IF  IND-ACM   <   100 MOVE     ZEROS  TO  ACM-GRP (IND-ACM).
           IF  IND-ACM   <  999  ADD  1   TO  IND-ACM
                                 GO       ROT-IMPR-03.
           MOVE     ZEROS    TO  SEM-VND
           MOVE     SPACES   TO  CHV-VND.

       ROT-IMPR-05.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-IMPR-30.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-IMPR-30.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-IMPR-05.
           IF  PRX-VND   >    0  ADD  VAL-VND  TO  ACM-GRP (PRX-VND).
           IF  VDD-VND   =    0  ADD  VAL-VND  TO  SEM-VND
           ELSE                  ADD  VAL-VND  TO  ACM-VDD (VDD-VND).
           GO       ROT-IMPR-05.

       ROT-IMPR-30.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           MOVE     DUT-DEC  TO  DEC-CB2
           MOVE     DUT-MES  TO  MES-UT2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     "VENDEDORES"  TO  TIT-DT2
           PERFORM  ROT-TITU-00
           MOVE     ZEROS    TO  TOT-MTA  TOT-ACT
           MOVE     "V"      TO  TIP-MTA
           MOVE     1        TO  IND-ACM.

       ROT-IMPR-35.
           MOVE     IND-ACM  TO  COD-AUX  COD-MTA
           PERFORM  ROT-LMTA-00
           IF  FST-MTA   NOT  =  "00"  AND
               ACM-VDD (IND-ACM)  =  ZEROS  GO  ROT-IMPR-38.
           MOVE     IND-ACM  TO  CHV-VDD
           READ     CADVDD
           IF  FST-VDD   =  "00" MOVE     NOM-VDD  TO  NOM-DT1
           ELSE                  MOVE     "SEM CADASTRO"  TO  NOM-DT1.
           MOVE     ACM-VDD (IND-ACM)  TO  ACT-AUX
           PERFORM  ROT-LINH-00.

       ROT-IMPR-38.
           IF  IND-ACM   <  999  ADD  1   TO  IND-ACM
                                 GO       ROT-IMPR-35.
           IF  SEM-VND   NOT  =  ZEROS
                                 MOVE     ZEROS    TO  COD-AUX  VAL-MTA
                                 MOVE     "SEM VENDEDOR"  TO  NOM-DT1
                                 MOVE     SEM-VND  TO  ACT-AUX
                                 PERFORM  ROT-LINH-00.
           PERFORM  ROT-TOTL-00
           MOVE     "GRUPOS DE ATIVIDADE"  TO  TIT-DT2
           PERFORM  ROT-TITU-00
           MOVE     ZEROS    TO  TOT-MTA  TOT-ACT
           MOVE     "G"      TO  TIP-MTA
           MOVE     1        TO  IND-ACM.

       ROT-IMPR-40.
           MOVE     IND-ACM  TO  COD-AUX  COD-MTA
           PERFORM  ROT-LMTA-00
           IF  FST-MTA   NOT  =  "00"  AND
               ACM-GRP (IND-ACM)  =  ZEROS  GO  ROT-IMPR-45.
           MOVE     IND-ACM  TO  CHV-ATV
           READ     CADATV
           IF  FST-ATV   =  "00" MOVE     DES-ATV  TO  NOM-DT1
           ELSE                  MOVE     "SEM CADASTRO"  TO  NOM-DT1.
           MOVE     ACM-GRP (IND-ACM)  TO  ACT-AUX
           PERFORM  ROT-LINH-00.

       ROT-IMPR-45.
           IF  IND-ACM   <   99  ADD  1   TO  IND-ACM
                                 GO       ROT-IMPR-40.
           PERFORM  ROT-TOTL-00.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
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

      ******************************************************
      *    LE A META DO ITEM (TIP-MTA/COD-MTA no mes)      *
      ******************************************************
       ROT-LMTA-00.
           MOVE     ANO-SEL  TO  ANO-MTA
           MOVE     MES-SEL  TO  MES-MTA
           READ     CADMTA
           IF  FST-MTA   NOT  =  "00"
                                 MOVE     ZEROS    TO  VAL-MTA.

      ******************************************************
      *    LINHA DO VENDEDOR/GRUPO: percentual atingido e  *
      *    projecao = realizado / dias uteis decorridos x  *
      *    dias uteis do mes.                              *
      ******************************************************
       ROT-LINH-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     COD-AUX  TO  COD-DT1
           MOVE     VAL-MTA  TO  MTA-DT1
           MOVE     ACT-AUX  TO  ACT-DT1
           ADD      VAL-MTA  TO  TOT-MTA
           ADD      ACT-AUX  TO  TOT-ACT
           PERFORM  ROT-PCTP-00
           MOVE     PCT-AUX  TO  PCT-DT1
           MOVE     PRJ-AUX  TO  PRJ-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-PCTP-00.
           MOVE     ZEROS    TO  PCT-AUX  PRJ-AUX
           IF  VAL-MTA   >    0  AND  ACT-AUX  >  0
                                 COMPUTE  PCT-AUX  ROUNDED  =
                                          ACT-AUX  *  100  /  VAL-MTA
                                 ON  SIZE  ERROR
                                          MOVE  9999,9  TO  PCT-AUX.
           IF  DUT-DEC   >    0  COMPUTE  PRJ-AUX  ROUNDED  =
                                          ACT-AUX  *  DUT-MES
                                                   /  DUT-DEC.

       ROT-TITU-00.
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-TOTL-00.
           IF  LIN-TMP   >   56  PERFORM  ROT-IMPR-10.
           MOVE     TOT-MTA  TO  VAL-MTA  MTA-TT1
           MOVE     TOT-ACT  TO  ACT-AUX  ACT-TT1
           PERFORM  ROT-PCTP-00
           MOVE     PCT-AUX  TO  PCT-TT1
           MOVE     PRJ-AUX  TO  PRJ-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    DIAS UTEIS DO MES E DECORRIDOS ATE HOJE: o dia  *
      *    e util quando a DYDUTL o devolve sem rolar.     *
      *    Mes ja encerrado conta todos; mes futuro, zero. *
      ******************************************************
       ROT-DUTL-00.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ
           MOVE     ZEROS    TO  DUT-MES  DUT-DEC
           MOVE     QTD-DIM (MES-SEL)  TO  DIM-AUX
           IF  MES-SEL   =    2
               DIVIDE   ANO-SEL  BY  4    GIVING  QOC-AUX
                                     REMAINDER    RST-AUX
               IF  RST-AUX   =    0  MOVE    29  TO  DIM-AUX.
           MOVE     1        TO  DIA-AUX.

       ROT-DUTL-10.
           MOVE     ANO-SEL  TO  AN6-DUT
           MOVE     MES-SEL  TO  MS6-DUT
           MOVE     DIA-AUX  TO  DI6-DUT
           CALL     "DYDUTL"     USING    PRM-DUT
           IF  RSL-DUT   =       DT6-DUT
                                 ADD      1        TO  DUT-MES
                                 MOVE     DT6-DUT  TO  D6-REG
                                 PERFORM  ROT-SECU-00
                                 IF  D8-REG   NOT  >  D8-HOJ
                                     ADD  1        TO  DUT-DEC.
           IF  DIA-AUX   <       DIM-AUX
                                 ADD      1        TO  DIA-AUX
                                 GO       ROT-DUTL-10.
       ROT-DUTL-20.
           EXIT.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

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
           MOVE     "ATINGIMENTO DE METAS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADMTA  CADVDD  CADATV  CADVND  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
