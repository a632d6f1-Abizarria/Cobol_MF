       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1351.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DE CENTROS DE CUSTO (CADCCU):          *
      *    inclusao, alteracao e exclusao do centro usado  *
      *    nos modelos de despesa (DY1345), nas regras de  *
      *    rateio (DY1352) e no orcamento por centro       *
      *    (DY1350). Centro desativado (I) sai das novas   *
      *    escolhas e continua nos relatorios.             *
      *    F4 = excluir o centro, recusado enquanto ele    *
      *    estiver em modelo CADRDP, regra CADRAT,         *
      *    lancamento CADLDP ou orcamento CADOCC (nesse    *
      *    caso, desativar).                               *
      *    Chamado pelo DY1350 (F4). Alteracoes auditadas  *
      *    via DYAUDT.                                     *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCU
                       FILE          STATUS  IS  FST-CCU.

           SELECT      CADRDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  SEQ-RDP
                       FILE          STATUS  IS  FST-RDP.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FST-RAT.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADOCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCC
                       FILE          STATUS  IS  FST-OCC.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCCU.CPY.
       COPY  CADRDP.CPY.
       COPY  CADRAT.CPY.
       COPY  CADLDP.CPY.
       COPY  CADOCC.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CCU          PIC  X(02).
           03  FST-RDP          PIC  X(02).
           03  FST-RAT          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-OCC          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  CCU-AUX          PIC  9(02).
           03  IND-RAT          PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  26.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  26.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1351".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Despesas ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Centros de Custo ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Centro .....:".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Situacao ...:".
           03  LINE 12 COLUMN 35 VALUE "(A=Ativo I=Inativo)".
           03  LINE 14 COLUMN 13 VALUE "F4 = Excluir o Centro".

       01  ENTR-01.
           03  CCU-E01 LINE 09 COLUMN 28 PIC 9(02) USING CCU-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(25) FROM DES-CCU.
           03  SIT-T02 LINE 12 COLUMN 28 PIC X(01) FROM SIT-CCU.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(25) USING DES-CCU.
           03  SIT-E03 LINE 12 COLUMN 28 PIC X(01) USING SIT-CCU.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 16 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 16 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 16 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 16 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 16 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADRDP   CADRAT   CADLDP   CADOCC
                    I-O          CADCCU
           IF  FST-CCU   =  "35" OPEN     OUTPUT   CADCCU
                                 CLOSE    CADCCU
                                 OPEN     I-O      CADCCU.
           IF  FST-RAT   =  "35" OPEN     OUTPUT   CADRAT
                                 CLOSE    CADRAT
                                 OPEN     INPUT    CADRAT.
           IF  FST-OCC   =  "35" OPEN     OUTPUT   CADOCC
                                 CLOSE    CADOCC
                                 OPEN     INPUT    CADOCC.
           DISPLAY  TELA-01      TELA-02.

       ROT-CENT-00.
           MOVE     ZEROS    TO  CCU-AUX
           MOVE     SPACES   TO  DES-CCU  SIT-CCU
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CENT-00.
           IF  CCU-AUX   =    0  GO       ROT-CENT-00.
           MOVE     0        TO  FLG-NOV
           MOVE     CCU-AUX  TO  CHV-CCU
           READ     CADCCU
           IF  FST-CCU   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     CCU-AUX  TO  CHV-CCU
                                 MOVE     SPACES   TO  DES-CCU
                                 MOVE     "A"      TO  SIT-CCU.
           MOVE     REG-CCU  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CENT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-CCU   =  SPACES  GO    ROT-DESC-00.
           IF  SIT-CCU  NOT  =   "A"  AND  NOT  =  "I"
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CENT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-CCU
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-CCU
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-CCU  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CENT-00.

      ******************************************************
      *    EXCLUSAO DO CENTRO                              *
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
           DELETE   CADCCU
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CENT-00.

      ******************************************************
      *    CENTRO AINDA EM USO: FLG-USO = 1                *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     ZEROS    TO  SEQ-RDP.

       ROT-USOS-10.
           START    CADRDP       KEY  >   SEQ-RDP
           IF  FST-RDP   NOT  =  "00"  GO  ROT-USOS-20.
           READ     CADRDP  NEXT
           IF  FST-RDP   NOT  =  "00"  GO  ROT-USOS-20.
           IF  CCU-RDP   =   CCU-AUX  GO  ROT-USOS-90.
           GO       ROT-USOS-10.

       ROT-USOS-20.
           MOVE     ZEROS    TO  CHV-RAT.

       ROT-USOS-30.
           START    CADRAT       KEY  >   CHV-RAT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-USOS-50.
           READ     CADRAT  NEXT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-USOS-50.
           MOVE     1        TO  IND-RAT.

       ROT-USOS-40.
           IF  IND-RAT   >   10  GO       ROT-USOS-30.
           IF  CCU-RAT (IND-RAT)  =  CCU-AUX
                                 GO       ROT-USOS-90.
           ADD      1        TO  IND-RAT
           GO       ROT-USOS-40.

       ROT-USOS-50.
           MOVE     ZEROS    TO  CHV-LDP.

       ROT-USOS-60.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   NOT  =  "00"  GO  ROT-USOS-70.
           READ     CADLDP  NEXT
           IF  FST-LDP   NOT  =  "00"  GO  ROT-USOS-70.
           IF  CCU-LDP   NUMERIC  AND  CCU-LDP  =  CCU-AUX
                                 GO       ROT-USOS-90.
           GO       ROT-USOS-60.

       ROT-USOS-70.
           MOVE     ZEROS    TO  CHV-OCC.

       ROT-USOS-75.
           START    CADOCC       KEY  >   CHV-OCC
           IF  FST-OCC   NOT  =  "00"  GO  ROT-USOS-80.
           READ     CADOCC  NEXT
           IF  FST-OCC   NOT  =  "00"  GO  ROT-USOS-80.
           IF  CCU-OCC   =   CCU-AUX  GO  ROT-USOS-90.
           GO       ROT-USOS-75.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADCCU"  TO  ARQ-PRM
           MOVE     CHV-CCU   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADCCU  CADRDP  CADRAT  CADLDP  CADOCC  GOBACK.
