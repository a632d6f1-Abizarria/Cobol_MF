       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1179.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MONTAGEM E DESMONTAGEM DE KITS (CADCMP):        *
      *    M = monta QTD kits antecipadamente: baixa os    *
      *        componentes e soma ao saldo do kit;         *
      *    X = desmonta QTD kits montados: baixa o saldo   *
      *        do kit e os componentes voltam ao estoque.  *
      *    A montagem e limitada ao que os saldos dos      *
      *    componentes permitem e a desmontagem ao saldo   *
      *    do kit. Data dentro do periodo aberto (CADCTR). *
      *    O kardex (CADMVE) sai com tipo M e os lotes dos *
      *    componentes sao consumidos por validade, tudo   *
      *    via DYKITM.                                     *
      *    Local do kardex na filial do operador           *
      *    (DYFILI).                                       *
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

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADEST.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  OPC-AUX          PIC  X(01).
           03  QTD-AUX          PIC  9(06).
           03  MTV-AUX          PIC S9(07).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).

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
           03  PRG-SPL          PIC  9(02)  VALUE  55.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  55.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1179".
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
           03  LIN-DTA          PIC  9(02)  VALUE  17.
           03  COL-DTA          PIC  9(02)  VALUE  28.
           03  BCK-DTA          PIC  9(01)  VALUE  2.
           03  FOR-DTA          PIC  9(01)  VALUE  7.
           03  FLG-DTA          PIC  9(01).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Montagem de Kits ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Operacao ...:".
           03  LINE 09 COLUMN 36 VALUE "(M = Montar  X = Desmontar)".
           03  LINE 11 COLUMN 13 VALUE "Kit ........:".
           03  LINE 12 COLUMN 13 VALUE "Saldo Kit ..:".
           03  LINE 13 COLUMN 13 VALUE "Pode Montar :".
           03  LINE 14 COLUMN 13 VALUE "Custo Kit ..:".
           03  LINE 16 COLUMN 13 VALUE "Quantidade .:".
           03  LINE 17 COLUMN 13 VALUE "Data .......:".

       01  ENTR-01.
           03  OPC-E01 LINE 09 COLUMN 28 PIC X(01) USING OPC-AUX.

       01  ENTR-02.
           03  PRX-E02 LINE 11 COLUMN 28 PIC 9(02) USING PRX-EST.
           03  SUF-E02 LINE 11 COLUMN 31 PIC 9(03) USING SUF-EST.

       01  ENTR-03  BCK-CLR 02 FOR-CLR 15.
           03  DES-T03 LINE 11 COLUMN 36 PIC X(25)      FROM DES-EST.
           03  SDO-T03 LINE 12 COLUMN 28 PIC ---.--9,9  FROM SDO-EST.
           03  MTV-T03 LINE 13 COLUMN 28 PIC -.---.--9  FROM MTV-AUX.
           03  CUS-T03 LINE 14 COLUMN 28 PIC Z.ZZZ.ZZ9,9999
                                                        FROM CUS-KIT.
           03  QTD-T03 LINE 16 COLUMN 28 PIC ZZZ.ZZ9    FROM QTD-AUX.

       01  ENTR-04.
           03  QTD-E04 LINE 16 COLUMN 28 PIC 9(06) USING QTD-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "   Confirma a Operacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 19 COLUMN 13 VALUE
               "                               ".

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
           OPEN     INPUT        CADCTR   CADEST
                    READ         CADCTR
           DISPLAY  TELA-01      TELA-02.

       ROT-OPER-00.
           MOVE     SPACES   TO  OPC-AUX
           MOVE     ZEROS    TO  CHV-EST
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPER-00.
           IF  OPC-AUX   NOT  =  "M"  AND  NOT  =  "X"
                                 GO       ROT-OPER-00.

       ROT-PROD-00.
           PERFORM  ROT-LIMP-00
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OPER-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-EST
                                     MOVE  SUF-PSP  TO  SUF-EST.
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           MOVE     DSP-KIT  TO  MTV-AUX
           IF  SDO-EST   >   ZEROS  SUBTRACT SDO-EST  FROM  MTV-AUX.
           DISPLAY  ENTR-02      ENTR-03.

       ROT-QTDE-00.
           ACCEPT   ENTR-04      DISPLAY  QTD-T03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PROD-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-QTDE-00.
           IF  QTD-AUX   =    0  GO       ROT-QTDE-00.
           IF  OPC-AUX   =  "M"  AND  QTD-AUX  >  MTV-AUX
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-QTDE-00.
           IF  OPC-AUX   =  "X"  AND  QTD-AUX  >  SDO-EST
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-QTDE-00.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-QTDE-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
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
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DATA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-PROD-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     OPC-AUX  TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           MOVE     QTD-AUX  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     "M"      TO  TIP-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           GO       ROT-PROD-00.

       ROT-LIMP-00.
           MOVE     ZEROS    TO  SDO-EST  MTV-AUX  CUS-KIT  QTD-AUX
           MOVE     SPACES   TO  DES-EST
           DISPLAY  ENTR-03.

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

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
           CLOSE    CADCTR  CADEST  GOBACK.
