       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1178.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MANUTENCAO DA COMPOSICAO DE KITS (CADCMP):      *
      *    para o kit (produto do CADEST) informa os       *
      *    componentes e a quantidade de cada um por kit.  *
      *    O custo do kit (soma de QTD-CMP x CTM-EST dos   *
      *    componentes, via DYKITM) e a margem sobre o     *
      *    VDA-EST sao exibidos a cada alteracao.          *
      *    Componente nao pode ser o proprio kit nem outro *
      *    kit.                                            *
      *    F4 = excluir o componente do kit.               *
      *    Alteracoes auditadas via DYAUDT.                *
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

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP
                       FILE          STATUS  IS  FST-CMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADCMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-CMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  MRG-AUX          PIC S9(03)V99.

           03  KIT-AUX.
               05  PRX-AUX      PIC  9(02).
               05  SUF-AUX      PIC  9(03).
           03  DES-AUX          PIC  X(25).
           03  VDA-AUX          PIC  9(06)V9999.

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

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

       01  PRM-PSP.
           03  DES-PSP          PIC  X(25).
           03  PRX-PSP          PIC  9(02).
           03  SUF-PSP          PIC  9(03).
           03  RSP-PSP          PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  54.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  54.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1178".
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
               05  LINE 07 COLUMN 13 VALUE " Composicao de Kits ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Kit ........:".
           03  LINE 10 COLUMN 13 VALUE "Preco Venda :".
           03  LINE 11 COLUMN 13 VALUE "Custo Kit ..:".
           03  LINE 11 COLUMN 45 VALUE "Margem:".
           03  LINE 13 COLUMN 13 VALUE "Componente .:".
           03  LINE 14 COLUMN 13 VALUE "Custo Medio :".
           03  LINE 15 COLUMN 13 VALUE "Qtde p/ Kit :".
           03  LINE 17 COLUMN 13 VALUE "F4 = Excluir o Componente".

       01  ENTR-01.
           03  PRX-E01 LINE 09 COLUMN 28 PIC 9(02) USING PRX-AUX.
           03  SUF-E01 LINE 09 COLUMN 31 PIC 9(03) USING SUF-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 09 COLUMN 36 PIC X(25)      FROM DES-AUX.
           03  VDA-T02 LINE 10 COLUMN 28 PIC ZZZ.ZZ9,9999
                                                        FROM VDA-AUX.
           03  CUS-T02 LINE 11 COLUMN 28 PIC Z.ZZZ.ZZ9,9999
                                                        FROM CUS-KIT.
           03  MRG-T02 LINE 11 COLUMN 53 PIC -ZZ9,99    FROM MRG-AUX.

       01  ENTR-03.
           03  PXC-E03 LINE 13 COLUMN 28 PIC 9(02) USING PXC-CMP.
           03  SFC-E03 LINE 13 COLUMN 31 PIC 9(03) USING SFC-CMP.

       01  ENTR-04  BCK-CLR 02 FOR-CLR 15.
           03  DES-T04 LINE 13 COLUMN 36 PIC X(25)      FROM DES-EST.
           03  CTM-T04 LINE 14 COLUMN 28 PIC ZZZ.ZZ9,9999
                                                        FROM CTM-EST.
           03  QTD-T04 LINE 15 COLUMN 28 PIC Z.ZZ9,9    FROM QTD-CMP.

       01  ENTR-05.
           03  QTD-E05 LINE 15 COLUMN 28 PIC 9(04)V9 USING QTD-CMP.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 19 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 19 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADEST
                    I-O          CADCMP
           IF  FST-CMP   =  "35" OPEN     OUTPUT   CADCMP
                                 CLOSE    CADCMP
                                 OPEN     I-O      CADCMP.
           DISPLAY  TELA-01      TELA-02.

       ROT-KITP-00.
           MOVE     ZEROS    TO  KIT-AUX  VDA-AUX  CUS-KIT  MRG-AUX
                                 PXC-CMP  SFC-CMP  QTD-CMP  CTM-EST
           MOVE     SPACES   TO  DES-AUX  DES-EST
           DISPLAY  ENTR-02      ENTR-03  ENTR-04
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-KITP-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-KITP-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-AUX
                                     MOVE  SUF-PSP  TO  SUF-AUX.
           MOVE     PRX-AUX  TO  PRX-EST
           MOVE     SUF-AUX  TO  SUF-EST
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-KITP-00.
           MOVE     DES-EST  TO  DES-AUX
           MOVE     VDA-EST  TO  VDA-AUX
           PERFORM  ROT-CUST-00
           DISPLAY  ENTR-01      ENTR-02.

       ROT-CMPP-00.
           MOVE     ZEROS    TO  PXC-CMP  SFC-CMP  QTD-CMP  CTM-EST
           MOVE     SPACES   TO  DES-EST
           DISPLAY  ENTR-04
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-KITP-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CMPP-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-CMPP-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PXC-CMP
                                     MOVE  SUF-PSP  TO  SFC-CMP.
           IF  PXC-CMP   =       PRX-AUX  AND
               SFC-CMP   =       SUF-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CMPP-00.
           MOVE     PXC-CMP  TO  PRX-EST
           MOVE     SFC-CMP  TO  SUF-EST
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-CMPP-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PXC-CMP  TO  PRX-KIT
           MOVE     SFC-CMP  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  PERFORM  ROT-CUST-00
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CMPP-00.
           PERFORM  ROT-CUST-00
           MOVE     0        TO  FLG-NOV
           MOVE     PRX-AUX  TO  PRX-CMP
           MOVE     SUF-AUX  TO  SUF-CMP
           READ     CADCMP
           IF  FST-CMP   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     PRX-AUX  TO  PRX-CMP
                                 MOVE     SUF-AUX  TO  SUF-CMP
                                 MOVE     PRX-EST  TO  PXC-CMP
                                 MOVE     SUF-EST  TO  SFC-CMP
                                 MOVE     ZEROS    TO  QTD-CMP
           ELSE
                                 MOVE     REG-CMP  TO  ANT-AUX.
           DISPLAY  ENTR-04.

       ROT-FUNC-00.
           ACCEPT   ENTR-05      DISPLAY  QTD-T04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CMPP-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  QTD-CMP   =    0  GO       ROT-FUNC-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-FUNC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CMPP-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     PRM-OPR  TO  OPR-CMP
           IF  FLG-NOV   =    1  WRITE    REG-CMP
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM
                                 REWRITE  REG-CMP.
           MOVE     REG-CMP  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-CUST-00
           DISPLAY  ENTR-02
           GO       ROT-CMPP-00.

      ******************************************************
      *    EXCLUSAO DO COMPONENTE DO KIT                   *
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
           MOVE     REG-CMP  TO  ANT-AUX
           DELETE   CADCMP
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-CUST-00
           DISPLAY  ENTR-02
           GO       ROT-CMPP-00.

      ******************************************************
      *    CUSTO DO KIT PELOS COMPONENTES E MARGEM SOBRE   *
      *    O PRECO DE VENDA                                *
      ******************************************************
       ROT-CUST-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-AUX  TO  PRX-KIT
           MOVE     SUF-AUX  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           MOVE     ZEROS    TO  MRG-AUX
           IF  VDA-AUX   >    0  COMPUTE  MRG-AUX  ROUNDED  =
                                 (VDA-AUX  -  CUS-KIT)  *  100
                                 /  VDA-AUX.

       ROT-AUDG-00.
           MOVE     "CADCMP"  TO  ARQ-PRM
           MOVE     CHV-CMP   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADEST  CADCMP  GOBACK.
