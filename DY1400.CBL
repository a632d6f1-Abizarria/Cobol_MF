       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1400.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DE BANCOS (CADBCO): inclusao,          *
      *    alteracao e exclusao da conta bancaria com a    *
      *    data de abertura DTI-BCO (consistida nos        *
      *    lancamentos do DY1430), agencia, conta e numero *
      *    do convenio de cobranca usado na remessa do     *
      *    DY1558.                                         *
      *    F4 = excluir o banco, recusado enquanto houver  *
      *    lancamentos em CADLBC, CADSDB, CADCHQ ou CADPAG.*
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADSDB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SDB
                       FILE          STATUS  IS  FST-SDB.

           SELECT      CADCHQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CHQ
                       FILE          STATUS  IS  FST-CHQ.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADBCO.CPY.
       COPY  CADLBC.CPY.
       COPY  CADSDB.CPY.
       COPY  CADCHQ.CPY.
       COPY  CADPAG.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-BCO          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-SDB          PIC  X(02).
           03  FST-CHQ          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  BCO-AUX          PIC  9(03).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  05.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  05.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1400".
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
           03  LIN-DTA          PIC  9(02)  VALUE  11.
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
               05  LINE 06 COLUMN 11 VALUE " Controle C. Bancaria ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Cadastro de Bancos ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Banco ......:".
           03  LINE 10 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 11 COLUMN 13 VALUE "Abertura ...:".
           03  LINE 12 COLUMN 13 VALUE "Agencia ....:".
           03  LINE 13 COLUMN 13 VALUE "Conta ......:".
           03  LINE 14 COLUMN 13 VALUE "Convenio ...:".
           03  LINE 16 COLUMN 13 VALUE "F4 = Excluir o Banco".

       01  ENTR-01.
           03  BCO-E01 LINE 09 COLUMN 28 PIC 9(03) USING BCO-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 10 COLUMN 28 PIC X(30) FROM DES-BCO.
           03  DIA-T02 LINE 11 COLUMN 28 PIC 9(02) FROM DIA-BCO.
           03  LINE 11 COLUMN 30 VALUE "/".
           03  MES-T02 LINE 11 COLUMN 31 PIC 9(02) FROM MES-BCO.
           03  LINE 11 COLUMN 33 VALUE "/".
           03  ANO-T02 LINE 11 COLUMN 34 PIC 9(02) FROM ANO-BCO.
           03  AGE-T02 LINE 12 COLUMN 28 PIC 9(05) FROM AGE-BCO.
           03  CNT-T02 LINE 13 COLUMN 28 PIC X(12) FROM CNT-BCO.
           03  CNV-T02 LINE 14 COLUMN 28 PIC 9(10) FROM CNV-BCO.

       01  ENTR-03.
           03  DES-E03 LINE 10 COLUMN 28 PIC X(30) USING DES-BCO.

       01  ENTR-04.
           03  AGE-E04 LINE 12 COLUMN 28 PIC 9(05) USING AGE-BCO.
           03  CNT-E04 LINE 13 COLUMN 28 PIC X(12) USING CNT-BCO.
           03  CNV-E04 LINE 14 COLUMN 28 PIC 9(10) USING CNV-BCO.

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
           OPEN     INPUT        CADLBC   CADSDB   CADCHQ   CADPAG
                    I-O          CADBCO
           IF  FST-BCO   =  "35" OPEN     OUTPUT   CADBCO
                                 CLOSE    CADBCO
                                 OPEN     I-O      CADBCO.
           DISPLAY  TELA-01      TELA-02.

       ROT-BANC-00.
           MOVE     ZEROS    TO  BCO-AUX  DTI-BCO  AGE-BCO  CNV-BCO
           MOVE     SPACES   TO  DES-BCO  CNT-BCO
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BANC-00.
           IF  BCO-AUX   =    0  GO       ROT-BANC-00.
           MOVE     0        TO  FLG-NOV
           MOVE     BCO-AUX  TO  CHV-BCO
           READ     CADBCO
           IF  FST-BCO   NOT  =  "00"
                                 MOVE     1        TO  FLG-NOV
                                 MOVE     BCO-AUX  TO  CHV-BCO
                                 MOVE     SPACES   TO  DES-BCO
                                                       CNT-BCO
                                 MOVE     ZEROS    TO  DTI-BCO
                                                       AGE-BCO
                                                       CNV-BCO.
           IF  AGE-BCO   NOT  NUMERIC  MOVE  ZEROS  TO  AGE-BCO.
           IF  CNV-BCO   NOT  NUMERIC  MOVE  ZEROS  TO  CNV-BCO.
           MOVE     REG-BCO  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  DES-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-BANC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-BCO   =  SPACES  GO    ROT-DESC-00.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-DESC-00.
           MOVE     DTA-DTA  TO  DTI-BCO
           DISPLAY  ENTR-02.

       ROT-CONT-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DATA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CONT-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-CONT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-BANC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  WRITE    REG-BCO
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-BCO
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-BCO  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-BANC-00.

      ******************************************************
      *    EXCLUSAO DO BANCO                               *
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
           DELETE   CADBCO
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-BANC-00.

      ******************************************************
      *    BANCO AINDA REFERENCIADO: FLG-USO = 1           *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     BCO-AUX  TO  BCO-LBC
           MOVE     ZEROS    TO  DTA-LBC  LCT-LBC
           START    CADLBC       KEY  NOT  <  CHV-LBC
           IF  FST-LBC   =  "00" READ     CADLBC  NEXT
               IF  FST-LBC   =  "00"  AND  BCO-LBC  =  BCO-AUX
                                 GO       ROT-USOS-90.
           MOVE     BCO-AUX  TO  BCO-SDB
           MOVE     ZEROS    TO  ANO-SDB  MES-SDB
           START    CADSDB       KEY  NOT  <  CHV-SDB
           IF  FST-SDB   =  "00" READ     CADSDB  NEXT
               IF  FST-SDB   =  "00"  AND  BCO-SDB  =  BCO-AUX
                                 GO       ROT-USOS-90.
           MOVE     ZEROS    TO  CHV-CHQ.

       ROT-USOS-10.
           START    CADCHQ       KEY  >   CHV-CHQ
           IF  FST-CHQ   =  "23" GO       ROT-USOS-15.
           READ     CADCHQ  NEXT
           IF  FST-CHQ   =  "10" GO       ROT-USOS-15.
           IF  BCO-CHQ   =  BCO-AUX  OR
               DEP-CHQ   =  BCO-AUX
                                 GO       ROT-USOS-90.
           GO       ROT-USOS-10.

       ROT-USOS-15.
           MOVE     ZEROS    TO  CHV-PAG.

       ROT-USOS-20.
           START    CADPAG       KEY  >   CHV-PAG
           IF  FST-PAG   =  "23" GO       ROT-USOS-80.
           READ     CADPAG  NEXT
           IF  FST-PAG   =  "10" GO       ROT-USOS-80.
           IF  BCO-PAG   =  BCO-AUX  GO   ROT-USOS-90.
           GO       ROT-USOS-20.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADBCO"  TO  ARQ-PRM
           MOVE     CHV-BCO   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-DTAC-00.
           CALL    "DYDATA"  USING  PRM-DTA
                                    PRM-HLP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADBCO  CADLBC  CADSDB  CADCHQ  CADPAG
                    GOBACK.
