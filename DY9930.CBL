      *    caido (ENTER sobre a trava + confirmacao).      *
      *    Limpeza exige o nivel de estorno no perfil      *
      *    (DYPERM) e e registrada na auditoria.           *
      *    F3 alterna p/ as SESSOES ATIVAS (CADSES, ja sem *
      *    as expiradas por inatividade): operador,        *
      *    terminal, programa em uso, inicio e ultima      *
      *    atividade; ENTER sobre a sessao marca o         *
      *    desligamento forcado (SIT-SES "F", mesmo nivel  *
      *    de supervisor, auditado) que o menu DY0010 do   *
      *    operador executa na proxima acao dele.          *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-LCK
                       FILE          STATUS  IS  FST-LCK.

           SELECT      CADSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SES
                       FILE          STATUS  IS  FST-SES.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLCK.CPY.
       COPY  CADSES.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-LCK          PIC  X(02).
           03  FST-SES          PIC  X(02).
           03  FLG-MOD          PIC  9(01).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).

               05  MIN-AUX      PIC  99.
               05  FILLER       PIC  X(09)  VALUE  SPACES.

           03  REG-SSA.
               05  OPR-SSA      PIC  X(10).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  TRM-SSA      PIC  X(10).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  PRG-SSA      PIC  X(06).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  DIA-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  HOI-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  ":".
               05  MNI-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  HOU-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  ":".
               05  MNU-SSA      PIC  99.
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  SIT-SSA      PIC  X(01).
               05  FILLER       PIC  X(05)  VALUE  SPACES.

           03  HRA-AUX.
               05  HR1-AUX      PIC  9(02).
               05  HR2-AUX      PIC  9(02).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  64.
               05  LINE 06 COLUMN 11 VALUE " Travas de Registro ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE
               " ENTER = Limpar Trava (supervisor)   F3 = Sessoes ".

       01  TELA-02  BCK-CLR 05 FOR-CLR 15.
           03  LINE 07 COLUMN 13 VALUE
               " ENTER = Desligar Sessao (superv.)   F3 = Travas  ".
           03  LINE 11 COLUMN 14 VALUE
               "Operador   Terminal   Prog.  Inicio      Ult.  S".

       01  MENU-01  BCK-CLR 5 FOR-CLR 15.
           03  LINE 12 COLUMN 14 PIC X(53) FROM REG-TAB (IND2).
           03  LINE 20 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 15.
           03  LINE 20 COLUMN 13 VALUE
               "   Desliga a Sessao ?    [ ]   ".

       01  TELA-07  BCK-CLR 0 FOR-CLR 0.
           03  LINE 11 COLUMN 14 VALUE
               "                                                ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           IF  FST-LCK   NOT  =  "00"  GOBACK.
           DISPLAY  TELA-01
           MOVE     1        TO  IND1     IND2
                                 IND3     IND5  FLG-MOD
           PERFORM  ROT-GTLA-00.

       ROT-MENU-00.
                                 GO       ROT-MENU-00.
           MOVE     ZEROS    TO  IND1
           MOVE     12       TO  IND4
           IF  FLG-MOD   =    2  GO       ROT-SESS-00.
           MOVE     SPACES   TO  CHV-LCK.

       ROT-MENU-10.
       ROT-MENU-20.
           IF  IND1      =    0  MOVE    29  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-MENU-25.
           IF (IND2 + 06) < IND1 DISPLAY  STA-ABX
               IF  IND2     >  1 DISPLAY  STA-ACM
                   ELSE          DISPLAY  TRC-ACM
           ELSE    IF  IND2 >  1 DISPLAY  STA-ACM  TRC-ABX
                       ELSE      DISPLAY  TRC-ACM.
           DISPLAY     MENU-01   LN-SETA
           GO       ROT-MENU-30.

       ROT-MENU-25.
           IF  FLG-MOD   =    2  GO       ROT-EXIT-00.
           GO       ROT-MODO-00.

       ROT-MENU-30.
           MOVE  3  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   06  GO       ROT-MENU-50.
           IF  TCL-MSG   =   53  GO       ROT-MENU-60.
           IF  TCL-MSG   =   54  GO       ROT-MENU-70.
           IF  TCL-MSG   =   03  GO       ROT-MODO-00.
           IF  TCL-MSG   >   00  GO       ROT-MENU-30.
           IF  HEX-MSG   =   13  AND  FLG-MOD  =  2
                                 GO       ROT-DESL-00.
           IF  HEX-MSG   =   13  GO       ROT-LIMP-00.
           GO       ROT-EXIT-00.

           MOVE     12       TO  IND4
           GO       ROT-MENU-00.

      ******************************************************
      *    F3: alterna travas <-> sessoes ativas           *
      ******************************************************
       ROT-MODO-00.
           IF  FLG-MOD   =    1  MOVE     2  TO  FLG-MOD
                                 DISPLAY  TELA-02
                                 GO       ROT-0000-10.
           MOVE     1        TO  FLG-MOD
           DISPLAY  TELA-01      TELA-07
           GO       ROT-0000-10.

      ******************************************************
      *    CARGA DAS SESSOES ATIVAS: o DYSESS "V" expurga  *
      *    antes as ociosas (e libera as travas delas).    *
      ******************************************************
       ROT-SESS-00.
           CLOSE    CADLCK
           MOVE     "V"      TO  OPC-SSN
           MOVE     SPACES   TO  PRG-SSN
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN
           OPEN     I-O      CADLCK
           OPEN     INPUT    CADSES
           IF  FST-SES   NOT  =  "00"  GO  ROT-MENU-20.
           MOVE     SPACES   TO  CHV-SES.

       ROT-SESS-10.
           START    CADSES       KEY  >   CHV-SES
           IF  FST-SES   =  "23" GO       ROT-SESS-20.
           READ     CADSES  NEXT
           IF  FST-SES   =  "10" GO       ROT-SESS-20.
           IF  IND1  NOT   <  300
               MOVE     46       TO  IND-MSG
               PERFORM  ROT-MSGM-00
                                 GO       ROT-SESS-20.
           ADD      1        TO  IND1
           MOVE     OPR-SES  TO  OPR-SSA
           MOVE     TRM-SES  TO  TRM-SSA
           MOVE     PRG-SES  TO  PRG-SSA
           MOVE     DTI-SES  TO  DTA-INV
           MOVE     DI1-INV  TO  DIA-SSA
           MOVE     MS1-INV  TO  MES-SSA
           MOVE     HRI-SES  TO  HRA-AUX
           MOVE     HR1-AUX  TO  HOI-SSA
           MOVE     HR2-AUX  TO  MNI-SSA
           MOVE     HRU-SES  TO  HRA-AUX
           MOVE     HR1-AUX  TO  HOU-SSA
           MOVE     HR2-AUX  TO  MNU-SSA
           MOVE     SIT-SES  TO  SIT-SSA
           MOVE     CHV-SES  TO  CHV-TAB (IND1)
           MOVE     REG-SSA  TO  REG-TAB (IND1)
           GO       ROT-SESS-10.

       ROT-SESS-20.
           CLOSE    CADSES
           GO       ROT-MENU-20.

      ******************************************************
      *    DESLIGAMENTO FORCADO DA SESSAO (supervisor)     *
      ******************************************************
       ROT-DESL-00.
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-MENU-30.
           DISPLAY  TELA-06.

       ROT-DESL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-MENU-30.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-MENU-30.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-DESL-10.
           DISPLAY  TELA-05
           OPEN     I-O      CADSES
           MOVE     CHV-TAB (IND3)  TO  CHV-SES
           READ     CADSES
           IF  FST-SES   NOT  =  "00"
                                 CLOSE    CADSES
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-0000-10.
           MOVE     REG-SES  TO  ANT-PRM
           MOVE     "F"      TO  SIT-SES
           MOVE     PRM-OPR  TO  OPF-SES
           REWRITE  REG-SES
           CLOSE    CADSES
           MOVE     "CADSES"  TO  ARQ-PRM
           MOVE     OPR-SES   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     "DESLIGAMENTO FORCADO MARCADO"  TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD
           GO       ROT-0000-10.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

