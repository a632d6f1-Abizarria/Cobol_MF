       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1173.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MANUTENCAO DAS REGRAS DE FIDELIDADE (CADRPT):   *
      *    pontos por real vendido por grupo de atividade  *
      *    (CADATV) e se o item vendido a preco de         *
      *    promocao (CADPRO) pontua. Grupo 00 = regra      *
      *    geral, vale para os grupos sem regra propria.   *
      *    A venda (DY1160) credita os pontos e a          *
      *    devolucao (DY1161) estorna pela mesma regra;    *
      *    validade e valor do ponto ficam no DY1010.      *
      *    F4 = excluir a regra do grupo.                  *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADATV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ATV
                       FILE          STATUS  IS  FST-ATV.

           SELECT      CADRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  GRP-RPT
                       FILE          STATUS  IS  FST-RPT.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADATV.CPY.
       COPY  CADRPT.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ATV          PIC  X(02).
           03  FST-RPT          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  GRP-AUX          PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  43.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  43.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1173".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Regras de Fidelidade ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Grupo ......:".
           03  LINE 09 COLUMN 36 VALUE "(00 = Regra Geral)".
           03  LINE 11 COLUMN 13 VALUE "Pontos/Real :".
           03  LINE 13 COLUMN 13 VALUE "Pontua Promo:".
           03  LINE 13 COLUMN 36 VALUE "(S/N)".
           03  LINE 16 COLUMN 13 VALUE "F4 = Excluir a Regra".

       01  ENTR-01.
           03  GRP-E01 LINE 09 COLUMN 28 PIC 9(02) USING GRP-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 10 COLUMN 28 PIC X(25)      FROM DES-ATV.
           03  PTS-T02 LINE 11 COLUMN 28 PIC ZZ9,99     FROM PTS-RPT.
           03  PRO-T02 LINE 13 COLUMN 28 PIC X(01)      FROM PRO-RPT.

       01  ENTR-03.
           03  PTS-E03 LINE 11 COLUMN 28 PIC 9(03)V99 USING PTS-RPT.

       01  ENTR-04.
           03  PRO-E04 LINE 13 COLUMN 28 PIC X(01)    USING PRO-RPT.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 18 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADATV
                    I-O          CADRPT
           IF  FST-RPT   =  "35" OPEN     OUTPUT   CADRPT
                                 CLOSE    CADRPT
                                 OPEN     I-O      CADRPT.
           DISPLAY  TELA-01      TELA-02.

       ROT-GRUP-00.
           MOVE     ZEROS    TO  GRP-AUX  PTS-RPT
           MOVE     SPACES   TO  DES-ATV  PRO-RPT
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-GRUP-00.
           IF  GRP-AUX   =    0  MOVE     "REGRA GERAL"  TO  DES-ATV
                                 GO       ROT-GRUP-10.
           MOVE     GRP-AUX  TO  CHV-ATV
           READ     CADATV       MOVE 21  TO  IND-MSG
           IF  FST-ATV   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-GRUP-00.

       ROT-GRUP-10.
           MOVE     0        TO  FLG-NOV
           MOVE     GRP-AUX  TO  GRP-RPT
           READ     CADRPT
           IF  FST-RPT   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     GRP-AUX  TO  GRP-RPT
                                 MOVE     ZEROS    TO  PTS-RPT
                                 MOVE     "N"      TO  PRO-RPT
           ELSE
                                 MOVE     REG-RPT  TO  ANT-AUX.
           DISPLAY  ENTR-02.

       ROT-FUNC-00.
           ACCEPT   ENTR-03      DISPLAY  PTS-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-GRUP-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.

       ROT-PROM-00.
           ACCEPT   ENTR-04      DISPLAY  PRO-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FUNC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROM-00.
           IF  PRO-RPT   NOT  =  "S"  AND  NOT  =  "N"
                                 GO       ROT-PROM-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-PROM-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-GRUP-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     PRM-OPR  TO  OPR-RPT
           IF  FLG-NOV   =    1  WRITE    REG-RPT
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM
                                 REWRITE  REG-RPT.
           MOVE     REG-RPT  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-GRUP-00.

      ******************************************************
      *    EXCLUSAO DA REGRA DO GRUPO                      *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-FUNC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-FUNC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           MOVE     REG-RPT  TO  ANT-AUX
           DELETE   CADRPT
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-GRUP-00.

       ROT-AUDG-00.
           MOVE     "CADRPT"  TO  ARQ-PRM
           MOVE     GRP-RPT   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADATV  CADRPT  GOBACK.
