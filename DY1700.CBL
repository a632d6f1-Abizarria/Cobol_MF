       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1700.
       AUTHOR.         ADILSON.
      ******************************************************
      *    PLANO DE CONTAS (CADPCT): inclusao, alteracao e *
      *    exclusao da conta contabil. O primeiro digito   *
      *    do codigo e a classe (1 a 4) e sugere a         *
      *    natureza do saldo (Ativo e Despesas devedoras,  *
      *    Passivo e Receitas credoras).                   *
      *    F4 = excluir a conta, recusado enquanto ela     *
      *    estiver no mapa de contabilizacao (CADMPC) ou   *
      *    tiver movimento contabilizado (CADSCT).         *
      *    Alteracoes auditadas via DYAUDT.                *
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

           SELECT      CADMPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPC
                       FILE          STATUS  IS  FST-MPC.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPCT.CPY.
       COPY  CADMPC.CPY.
       COPY  CADSCT.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PCT          PIC  X(02).
           03  FST-MPC          PIC  X(02).
           03  FST-SCT          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  CTA-AUX          PIC  9(06).
           03  RED-CTA          REDEFINES   CTA-AUX.
               05  CLS-CTA      PIC  9(01).
               05  FILLER       PIC  9(05).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  23.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  23.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1700".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Contabilidade ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Plano de Contas ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Conta ......:".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Natureza ...:".
           03  LINE 12 COLUMN 31 VALUE "(D-Devedora  C-Credora)".
           03  LINE 14 COLUMN 13 VALUE
               "Classes: 1-Ativo 2-Passivo/PL 3-Receitas 4-Despesas".
           03  LINE 15 COLUMN 13 VALUE "F4 = Excluir a Conta".

       01  ENTR-01.
           03  CTA-E01 LINE 09 COLUMN 28 PIC 9(06) USING CTA-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(30) FROM DES-PCT.
           03  NAT-T02 LINE 12 COLUMN 28 PIC X(01) FROM NAT-PCT.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(30) USING DES-PCT.

       01  ENTR-04  AUTO.
           03  NAT-E04 LINE 12 COLUMN 28 PIC X(01) USING NAT-PCT.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 17 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 17 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 17 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 17 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 17 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADMPC   CADSCT
                    I-O          CADPCT
           IF  FST-PCT   =  "35" OPEN     OUTPUT   CADPCT
                                 CLOSE    CADPCT
                                 OPEN     I-O      CADPCT.
           DISPLAY  TELA-01      TELA-02.

       ROT-CONT-00.
           MOVE     ZEROS    TO  CTA-AUX
           MOVE     SPACES   TO  DES-PCT  NAT-PCT
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CONT-00.
           IF  CLS-CTA   <    1  OR   >   4
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CONT-00.
           MOVE     0        TO  FLG-NOV
           MOVE     CTA-AUX  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     CTA-AUX  TO  CHV-PCT
                                 MOVE     SPACES   TO  DES-PCT
                                 MOVE     "D"      TO  NAT-PCT
                                 IF  CLS-CTA  =  2  OR  3
                                     MOVE  "C"     TO  NAT-PCT.
           MOVE     REG-PCT  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CONT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-PCT   =  SPACES  GO    ROT-DESC-00.

       ROT-NATU-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NATU-00.
           IF  NAT-PCT   NOT  =  "D"  AND  NOT  =  "C"
                                 GO       ROT-NATU-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-NATU-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CONT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-PCT
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-PCT
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-PCT  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CONT-00.

      ******************************************************
      *    EXCLUSAO DA CONTA                               *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           PERFORM  ROT-USOS-00  THRU  ROT-USOS-90
           IF  FLG-USO   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADPCT
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CONT-00.

      ******************************************************
      *    CONTA AINDA EM USO: FLG-USO = 1                 *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     CTA-AUX  TO  CTA-SCT
           MOVE     ZEROS    TO  ANO-SCT  MES-SCT
           START    CADSCT       KEY  NOT  <  CHV-SCT
           IF  FST-SCT   =  "00" READ     CADSCT  NEXT
               IF  FST-SCT   =  "00"  AND  CTA-SCT  =  CTA-AUX
                                 GO       ROT-USOS-90.
           MOVE     SPACES   TO  CHV-MPC.

       ROT-USOS-10.
           START    CADMPC       KEY  >   CHV-MPC
           IF  FST-MPC   NOT  =  "00"  GO  ROT-USOS-80.
           READ     CADMPC  NEXT
           IF  FST-MPC   NOT  =  "00"  GO  ROT-USOS-80.
           IF  DEB-MPC   =  CTA-AUX  OR
               CRD-MPC   =  CTA-AUX  GO   ROT-USOS-90.
           GO       ROT-USOS-10.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADPCT"  TO  ARQ-PRM
           MOVE     CHV-PCT   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADPCT  CADMPC  CADSCT  GOBACK.
