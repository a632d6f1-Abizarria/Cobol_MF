       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1148.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DE GRUPOS DE ATIVIDADE (CADATV):       *
      *    inclusao, alteracao e exclusao do grupo que     *
      *    forma o prefixo PRX-EST do codigo de produto.   *
      *    F4 = excluir o grupo, recusado enquanto houver  *
      *    produto CADEST no grupo ou percentual de        *
      *    comissao por grupo no vendedor (CADVDD).        *
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

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADVDD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VDD
                       FILE          STATUS  IS  FST-VDD.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADATV.CPY.
       COPY  CADEST.CPY.
       COPY  CADVDD.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ATV          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-VDD          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  ATV-AUX          PIC  9(02).
           03  IND-VDD          PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  07.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  07.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1148".
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
               05  LINE 07 COLUMN 13 VALUE " Grupos de Atividade ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Grupo ......:".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 13 COLUMN 13 VALUE "F4 = Excluir o Grupo".

       01  ENTR-01.
           03  ATV-E01 LINE 09 COLUMN 28 PIC 9(02) USING ATV-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(25) FROM DES-ATV.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(25) USING DES-ATV.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 15 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 15 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 15 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 15 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 15 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADEST   CADVDD
                    I-O          CADATV
           IF  FST-ATV   =  "35" OPEN     OUTPUT   CADATV
                                 CLOSE    CADATV
                                 OPEN     I-O      CADATV.
           DISPLAY  TELA-01      TELA-02.

       ROT-GRUP-00.
           MOVE     ZEROS    TO  ATV-AUX
           MOVE     SPACES   TO  DES-ATV
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-GRUP-00.
           IF  ATV-AUX   =    0  GO       ROT-GRUP-00.
           MOVE     0        TO  FLG-NOV
           MOVE     ATV-AUX  TO  CHV-ATV
           READ     CADATV
           IF  FST-ATV   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     ATV-AUX  TO  CHV-ATV
                                 MOVE     SPACES   TO  DES-ATV.
           MOVE     REG-ATV  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-GRUP-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-ATV   =  SPACES  GO    ROT-DESC-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-GRUP-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-ATV
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-ATV
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-ATV  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-GRUP-00.

      ******************************************************
      *    EXCLUSAO DO GRUPO                               *
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
           DELETE   CADATV
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-GRUP-00.

      ******************************************************
      *    GRUPO AINDA EM USO: FLG-USO = 1                 *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     ATV-AUX  TO  PRX-EST
           MOVE     ZEROS    TO  SUF-EST
           START    CADEST       KEY  NOT  <  CHV-EST
           IF  FST-EST   =  "00" READ     CADEST  NEXT
               IF  FST-EST   =  "00"  AND  PRX-EST  =  ATV-AUX
                                 GO       ROT-USOS-90.
           MOVE     ZEROS    TO  CHV-VDD.

       ROT-USOS-10.
           START    CADVDD       KEY  >   CHV-VDD
           IF  FST-VDD   =  "23" GO       ROT-USOS-80.
           READ     CADVDD  NEXT
           IF  FST-VDD   =  "10" GO       ROT-USOS-80.
           MOVE     1        TO  IND-VDD.

       ROT-USOS-20.
           IF  IND-VDD   >   QTD-VDD  OR  >  10
                                 GO       ROT-USOS-10.
           IF  GRP-VDD (IND-VDD)  =  ATV-AUX
                                 GO       ROT-USOS-90.
           ADD      1        TO  IND-VDD
           GO       ROT-USOS-20.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADATV"  TO  ARQ-PRM
           MOVE     CHV-ATV   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADATV  CADEST  CADVDD  GOBACK.
