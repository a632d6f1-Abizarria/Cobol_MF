       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1730.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CLASSES DO IMOBILIZADO (CADCIM): inclusao,      *
      *    alteracao e exclusao da classe do bem com a sua *
      *    vida util em meses (moveis, maquinas, veiculos, *
      *    informatica ...). A vida util alterada vale     *
      *    para as proximas depreciacoes (DY1740).         *
      *    F4 = excluir a classe, recusado enquanto algum  *
      *    bem (CADIMB) estiver nela.                      *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCIM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CIM
                       FILE          STATUS  IS  FST-CIM.

           SELECT      CADIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IMB
                       FILE          STATUS  IS  FST-IMB.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCIM.CPY.
       COPY  CADIMB.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CIM          PIC  X(02).
           03  FST-IMB          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  CLS-AUX          PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  30.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  30.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1730".
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
               05  LINE 06 COLUMN 11 VALUE " Imobilizado ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Classes de Bens ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Classe .....:".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Vida Util ..:".
           03  LINE 12 COLUMN 33 VALUE "meses".
           03  LINE 15 COLUMN 13 VALUE "F4 = Excluir a Classe".

       01  ENTR-01.
           03  CLS-E01 LINE 09 COLUMN 28 PIC 9(02) USING CLS-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(30) FROM DES-CIM.
           03  VUT-T02 LINE 12 COLUMN 28 PIC ZZ9   FROM VUT-CIM.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(30) USING DES-CIM.

       01  ENTR-04.
           03  VUT-E04 LINE 12 COLUMN 28 PIC ZZ9   USING VUT-CIM.

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
           OPEN     INPUT        CADIMB
                    I-O          CADCIM
           IF  FST-CIM   =  "35" OPEN     OUTPUT   CADCIM
                                 CLOSE    CADCIM
                                 OPEN     I-O      CADCIM.
           DISPLAY  TELA-01      TELA-02.

       ROT-CLAS-00.
           MOVE     ZEROS    TO  CLS-AUX  VUT-CIM
           MOVE     SPACES   TO  DES-CIM
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLAS-00.
           IF  CLS-AUX   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CLAS-00.
           MOVE     0        TO  FLG-NOV
           MOVE     CLS-AUX  TO  CHV-CIM
           READ     CADCIM
           IF  FST-CIM   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     CLS-AUX  TO  CHV-CIM
                                 MOVE     SPACES   TO  DES-CIM
                                 MOVE     ZEROS    TO  VUT-CIM.
           MOVE     REG-CIM  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CLAS-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-CIM   =  SPACES  GO    ROT-DESC-00.

       ROT-VUTL-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-VUTL-00.
           IF  VUT-CIM   =    0  GO       ROT-VUTL-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-VUTL-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CLAS-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-CIM
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-CIM
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-CIM  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CLAS-00.

      ******************************************************
      *    EXCLUSAO DA CLASSE                              *
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
           DELETE   CADCIM
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CLAS-00.

      ******************************************************
      *    CLASSE AINDA EM USO POR ALGUM BEM: FLG-USO = 1  *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     ZEROS    TO  CHV-IMB.

       ROT-USOS-10.
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB   NOT  =  "00"  GO  ROT-USOS-80.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-USOS-80.
           IF  CLS-IMB   =  CLS-AUX  GO   ROT-USOS-90.
           GO       ROT-USOS-10.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADCIM"  TO  ARQ-PRM
           MOVE     CHV-CIM   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADCIM  CADIMB  GOBACK.
