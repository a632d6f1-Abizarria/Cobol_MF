       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1705.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MAPA DE CONTABILIZACAO (CADMPC): para cada      *
      *    evento dos razoes (origem + codigo, ver a       *
      *    tabela em CADMPC.CPY) informa a conta a debito  *
      *    e a conta a credito usadas pelo DY1710. As duas *
      *    contas tem que existir no plano (CADPCT).       *
      *    F4 = excluir o mapeamento; o evento sem mapa    *
      *    passa a sair como excecao na contabilizacao.    *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

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

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMPC.CPY.
       COPY  CADPCT.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MPC          PIC  X(02).
           03  FST-PCT          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  ORI-AUX          PIC  X(02).
           03  COD-AUX          PIC  9(03).
           03  DSD-AUX          PIC  X(30).
           03  DSC-AUX          PIC  X(30).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  24.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  24.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1705".
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
               05  LINE 07 COLUMN 13 VALUE " Mapa de Contabilizacao ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Origem .....:".
           03  LINE 10 COLUMN 13 VALUE "Codigo .....:".
           03  LINE 12 COLUMN 13 VALUE "Debito .....:".
           03  LINE 13 COLUMN 13 VALUE "Credito ....:".
           03  LINE 15 COLUMN 13 VALUE
               "VD-Vendas  VI-ICMS Vendas  CV-Receb.Cupom  CP-Compras".
           03  LINE 16 COLUMN 13 VALUE
               "CI-ICMS Compras  DP-Despesas  DL-Desp.Liquidada".
           03  LINE 17 COLUMN 13 VALUE
               "PG-Pagamento  FT-Baixa Receb.  LB-Banco  DR-Deprec.".
           03  LINE 18 COLUMN 13 VALUE "F4 = Excluir o Mapeamento".

       01  ENTR-01.
           03  ORI-E01 LINE 09 COLUMN 28 PIC X(02) USING ORI-AUX.

       01  ENTR-02.
           03  COD-E02 LINE 10 COLUMN 28 PIC 9(03) USING COD-AUX.

       01  ENTR-03  BCK-CLR 02 FOR-CLR 15.
           03  DEB-T03 LINE 12 COLUMN 28 PIC 9(06) FROM DEB-MPC.
           03  DSD-T03 LINE 12 COLUMN 36 PIC X(30) FROM DSD-AUX.
           03  CRD-T03 LINE 13 COLUMN 28 PIC 9(06) FROM CRD-MPC.
           03  DSC-T03 LINE 13 COLUMN 36 PIC X(30) FROM DSC-AUX.

       01  ENTR-04.
           03  DEB-E04 LINE 12 COLUMN 28 PIC 9(06) USING DEB-MPC.

       01  ENTR-05.
           03  CRD-E05 LINE 13 COLUMN 28 PIC 9(06) USING CRD-MPC.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 20 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 20 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 20 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 20 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADPCT
                    I-O          CADMPC
           IF  FST-MPC   =  "35" OPEN     OUTPUT   CADMPC
                                 CLOSE    CADMPC
                                 OPEN     I-O      CADMPC.
           DISPLAY  TELA-01      TELA-02.

       ROT-ORIG-00.
           MOVE     SPACES   TO  ORI-AUX  DSD-AUX  DSC-AUX
           MOVE     ZEROS    TO  COD-AUX  DEB-MPC  CRD-MPC
           DISPLAY  ENTR-02      ENTR-03
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ORIG-00.
           IF  ORI-AUX   NOT  =  "VD"  AND  NOT  =  "VI"  AND
                         NOT  =  "CV"  AND  NOT  =  "CP"  AND
                         NOT  =  "CI"  AND  NOT  =  "DP"  AND
                         NOT  =  "DL"  AND  NOT  =  "PG"  AND
                         NOT  =  "FT"  AND  NOT  =  "LB"  AND
                         NOT  =  "DR"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ORIG-00.

       ROT-CODI-00.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ORIG-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CODI-00.
           MOVE     0        TO  FLG-NOV
           MOVE     ORI-AUX  TO  ORI-MPC
           MOVE     COD-AUX  TO  COD-MPC
           READ     CADMPC
           IF  FST-MPC   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     ORI-AUX  TO  ORI-MPC
                                 MOVE     COD-AUX  TO  COD-MPC
                                 MOVE     ZEROS    TO  DEB-MPC
                                                       CRD-MPC.
           MOVE     REG-MPC  TO  ANT-AUX
           PERFORM  ROT-DESC-00
           DISPLAY  ENTR-03.

       ROT-DEBI-00.
           ACCEPT   ENTR-04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CODI-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DEBI-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           PERFORM  ROT-DESC-00
           DISPLAY  ENTR-03
           IF  DSD-AUX   =  SPACES
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEBI-00.

       ROT-CRED-00.
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DEBI-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CRED-00.
           PERFORM  ROT-DESC-00
           DISPLAY  ENTR-03
           IF  DSC-AUX   =  SPACES
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CRED-00.
           IF  CRD-MPC   =   DEB-MPC
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CRED-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-CRED-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-ORIG-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-MPC
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-MPC
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-MPC  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-ORIG-00.

      ******************************************************
      *    EXCLUSAO DO MAPEAMENTO                          *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEBI-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DEBI-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DEBI-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADMPC
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-ORIG-00.

      ******************************************************
      *    DESCRICAO DAS CONTAS (espacos = nao cadastrada) *
      ******************************************************
       ROT-DESC-00.
           MOVE     SPACES   TO  DSD-AUX  DSC-AUX
           MOVE     DEB-MPC  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   =  "00" MOVE     DES-PCT  TO  DSD-AUX.
           MOVE     CRD-MPC  TO  CHV-PCT
           READ     CADPCT
           IF  FST-PCT   =  "00" MOVE     DES-PCT  TO  DSC-AUX.

       ROT-AUDG-00.
           MOVE     "CADMPC"  TO  ARQ-PRM
           MOVE     CHV-MPC   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADMPC  CADPCT  GOBACK.
