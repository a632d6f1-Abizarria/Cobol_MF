       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYSESS.
       AUTHOR.         ADILSON.
      ******************************************************
      *    SESSOES ATIVAS DE OPERADOR (CADSES). A sessao   *
      *    e do operador no terminal (DYTERM do ambiente). *
      *    OPC-SSN:                                        *
      *    "I" = abre a sessao (identificacao no DY0005);  *
      *    "A" = atividade no menu, PRG-SSN = programa     *
      *          chamado (branco = voltou ao menu);        *
      *    "T" = so renova a ultima atividade (DYLOCK);    *
      *    "E" = encerra a sessao (saida do DY0010);       *
      *    "V" = QTD-SSN = sessoes ativas de OUTROS        *
      *          operadores/terminais (DY9940, DY9950 e    *
      *          lista do DY9930).                         *
      *    RSP-SSN: 0 = normal, 1 = desligamento forcado   *
      *    marcado pelo supervisor, 2 = sessao inexistente *
      *    ou expirada (o menu encerra nos dois casos).    *
      *    Em "I", "A" e "V" as sessoes paradas ha mais de *
      *    TMS-CTR minutos (CADCTR) sao apagadas e as      *
      *    travas CADLCK do operador expirado, sem outra   *
      *    sessao aberta, sao liberadas; tudo registrado   *
      *    na auditoria em nome de quem chamou.            *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADSES        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SES
                       FILE          STATUS  IS  FST-SES.

           SELECT      CADLCK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCK
                       FILE          STATUS  IS  FST-LCK.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADSES.CPY.
       COPY  CADLCK.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-SES          PIC  X(02).
           03  FST-LCK          PIC  X(02).
           03  TRM-AUX          PIC  X(10).
           03  TMS-AUX          PIC  9(03).
           03  FLG-EXP          PIC  9(01).
           03  QTD-EXP          PIC  9(02).
           03  IND-EXP          PIC  9(02).
           03  DTA-HOJ          PIC  9(06).
           03  MIN-HOJ          PIC  9(10).
           03  MIN-SES          PIC  9(10).
           03  DIF-MIN          PIC S9(10).

           03  HRS-AUX.
               05  HMS-AUX      PIC  9(06).
               05  FILLER       PIC  9(02).

           03  HRA-REG.
               05  HOR-REG      PIC  9(02).
               05  MNT-REG      PIC  9(02).
               05  SEG-REG      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  MS-REG   PIC  9(02).
                   07  DI-REG   PIC  9(02).

           03  TAB-EXP          OCCURS  50.
               05  OPR-EXP      PIC  X(10).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       PROCEDURE       DIVISION  USING  PRM-OPR  PRM-SSN.

       ROT-0000-00.
           MOVE     0        TO  RSP-SSN
           MOVE     ZEROS    TO  QTD-SSN  QTD-EXP
           OPEN     I-O      CADSES
           IF  FST-SES   =  "35" OPEN     OUTPUT   CADSES
                                 CLOSE    CADSES
                                 OPEN     I-O      CADSES.
           DISPLAY  "DYTERM"     UPON     ENVIRONMENT-NAME
           ACCEPT   TRM-AUX      FROM     ENVIRONMENT-VALUE
           IF  TRM-AUX   =   SPACES  MOVE  "CONSOLE"  TO  TRM-AUX.
           ACCEPT   DTA-HOJ  FROM  DATE
           ACCEPT   HRS-AUX  FROM  TIME
           IF  OPC-SSN   =  "T"  GO       ROT-ATIV-00.
           IF  OPC-SSN   =  "E"  GO       ROT-EXCL-00.
           PERFORM  ROT-PARM-00
           IF  OPC-SSN   =  "I"  GO       ROT-INCL-00.
           IF  OPC-SSN   =  "A"  GO       ROT-ATIV-00.
           IF  OPC-SSN   =  "V"  GO       ROT-VERI-00.
           GO       ROT-EXIT-00.

      ******************************************************
      *    TEMPO DE SESSAO OCIOSA E "AGORA" EM MINUTOS     *
      ******************************************************
       ROT-PARM-00.
           MOVE     ZEROS    TO  TMS-AUX
           OPEN     INPUT    CADCTR
           IF  FST-CTR   =  "00"  READ   CADCTR
                                  CLOSE  CADCTR
                                  MOVE   TMS-CTR  TO  TMS-AUX.
           IF  TMS-AUX   NOT  NUMERIC  MOVE  ZEROS  TO  TMS-AUX.
           MOVE     DTA-HOJ  TO  D6-REG
           MOVE     HMS-AUX  TO  HRA-REG
           PERFORM  ROT-MINU-00
           MOVE     MIN-SES  TO  MIN-HOJ.

      ******************************************************
      *    ABERTURA: sessao anterior do mesmo operador no  *
      *    mesmo terminal (queda) e substituida.           *
      ******************************************************
       ROT-INCL-00.
           PERFORM  ROT-EXPI-00  THRU  ROT-EXPI-90
           MOVE     PRM-OPR  TO  OPR-SES
           MOVE     TRM-AUX  TO  TRM-SES
           MOVE     SPACES   TO  PRG-SES  OPF-SES
           MOVE     "A"      TO  SIT-SES
           MOVE     DTA-HOJ  TO  DTI-SES  DTU-SES
           MOVE     HMS-AUX  TO  HRI-SES  HRU-SES
           WRITE    REG-SES
           IF  FST-SES   =  "22" REWRITE  REG-SES.
           GO       ROT-EXIT-00.

      ******************************************************
      *    ATIVIDADE ("A" menu / "T" travas)               *
      ******************************************************
       ROT-ATIV-00.
           MOVE     PRM-OPR  TO  OPR-SES
           MOVE     TRM-AUX  TO  TRM-SES
           READ     CADSES
           IF  FST-SES   NOT  =  "00"
                                 MOVE     2  TO  RSP-SSN
                                 GO       ROT-EXIT-00.
           IF  SIT-SES   =  "F"  MOVE     1  TO  RSP-SSN
                                 GO       ROT-EXIT-00.
           IF  OPC-SSN   =  "T"  GO       ROT-ATIV-10.
           PERFORM  ROT-IDLE-00  THRU  ROT-IDLE-90
           IF  FLG-EXP   =    1  PERFORM  ROT-VENC-00
                                 PERFORM  ROT-TRAV-00  THRU
                                          ROT-TRAV-90
                                 MOVE     2  TO  RSP-SSN
                                 GO       ROT-EXIT-00.
           MOVE     PRG-SSN  TO  PRG-SES.

       ROT-ATIV-10.
           MOVE     DTA-HOJ  TO  DTU-SES
           MOVE     HMS-AUX  TO  HRU-SES
           REWRITE  REG-SES
           GO       ROT-EXIT-00.

       ROT-EXCL-00.
           MOVE     PRM-OPR  TO  OPR-SES
           MOVE     TRM-AUX  TO  TRM-SES
           READ     CADSES
           IF  FST-SES   =  "00" DELETE   CADSES.
           GO       ROT-EXIT-00.

      ******************************************************
      *    CONTA AS SESSOES DOS OUTROS (ja sem expiradas)  *
      ******************************************************
       ROT-VERI-00.
           PERFORM  ROT-EXPI-00  THRU  ROT-EXPI-90
           MOVE     SPACES   TO  CHV-SES.

       ROT-VERI-10.
           START    CADSES       KEY  >   CHV-SES
           IF  FST-SES   =  "23" GO       ROT-EXIT-00.
           READ     CADSES  NEXT
           IF  FST-SES   =  "10" GO       ROT-EXIT-00.
           IF  OPR-SES   =   PRM-OPR  AND
               TRM-SES   =   TRM-AUX  GO  ROT-VERI-10.
           IF  QTD-SSN   <   999  ADD  1  TO  QTD-SSN.
           GO       ROT-VERI-10.

      ******************************************************
      *    EXPURGO DAS SESSOES OCIOSAS                     *
      ******************************************************
       ROT-EXPI-00.
           IF  TMS-AUX   =   ZEROS  GO    ROT-EXPI-90.
           MOVE     SPACES   TO  CHV-SES.

       ROT-EXPI-10.
           START    CADSES       KEY  >   CHV-SES
           IF  FST-SES   =  "23" GO       ROT-EXPI-20.
           READ     CADSES  NEXT
           IF  FST-SES   =  "10" GO       ROT-EXPI-20.
           PERFORM  ROT-IDLE-00  THRU  ROT-IDLE-90
           IF  FLG-EXP   =    0  GO       ROT-EXPI-10.
           PERFORM  ROT-VENC-00
           GO       ROT-EXPI-10.

       ROT-EXPI-20.
           PERFORM  ROT-TRAV-00  THRU  ROT-TRAV-90.

       ROT-EXPI-90.
           EXIT.

      ******************************************************
      *    FLG-EXP = 1 se a sessao lida passou do tempo    *
      ******************************************************
       ROT-IDLE-00.
           MOVE     0        TO  FLG-EXP
           IF  TMS-AUX   =   ZEROS  GO    ROT-IDLE-90.
           MOVE     DTU-SES  TO  D6-REG
           MOVE     HRU-SES  TO  HRA-REG
           PERFORM  ROT-MINU-00
           COMPUTE  DIF-MIN  =   MIN-HOJ  -  MIN-SES
           IF  DIF-MIN   >   TMS-AUX  MOVE  1  TO  FLG-EXP.

       ROT-IDLE-90.
           EXIT.

      ******************************************************
      *    APAGA A SESSAO EXPIRADA E GUARDA O OPERADOR     *
      *    p/ liberar as travas dele.                      *
      ******************************************************
       ROT-VENC-00.
           MOVE     REG-SES   TO  ANT-PRM
           DELETE   CADSES
           MOVE     "CADSES"  TO  ARQ-PRM
           MOVE     OPR-SES   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           MOVE     "SESSAO EXPIRADA POR INATIVIDADE"  TO  NOV-PRM
           CALL     "DYAUDT"  USING  PRM-AUD
           IF  QTD-EXP   <    50  ADD   1  TO  QTD-EXP
                                  MOVE  OPR-SES  TO
                                        OPR-EXP (QTD-EXP).

      ******************************************************
      *    LIBERA AS TRAVAS DOS OPERADORES EXPIRADOS QUE   *
      *    NAO TEM OUTRA SESSAO ABERTA                     *
      ******************************************************
       ROT-TRAV-00.
           IF  QTD-EXP   =    0  GO       ROT-TRAV-90.
           OPEN     I-O      CADLCK
           IF  FST-LCK   NOT  =  "00"  GO  ROT-TRAV-90.
           MOVE     ZEROS    TO  IND-EXP.

       ROT-TRAV-10.
           ADD      1        TO  IND-EXP
           IF  IND-EXP   >   QTD-EXP  GO  ROT-TRAV-80.
           MOVE     OPR-EXP (IND-EXP)  TO  OPR-SES
           MOVE     SPACES   TO  TRM-SES
           START    CADSES       KEY  NOT  <  CHV-SES
           IF  FST-SES   =  "23" GO       ROT-TRAV-15.
           READ     CADSES  NEXT
           IF  FST-SES   =  "00" AND
               OPR-SES   =   OPR-EXP (IND-EXP)
                                 GO       ROT-TRAV-10.

       ROT-TRAV-15.
           MOVE     SPACES   TO  CHV-LCK.

       ROT-TRAV-20.
           START    CADLCK       KEY  >   CHV-LCK
           IF  FST-LCK   =  "23" GO       ROT-TRAV-10.
           READ     CADLCK  NEXT
           IF  FST-LCK   =  "10" GO       ROT-TRAV-10.
           IF  OPR-LCK   NOT  =  OPR-EXP (IND-EXP)
                                 GO       ROT-TRAV-20.
           MOVE     REG-LCK   TO  ANT-PRM
           DELETE   CADLCK
           MOVE     "CADLCK"  TO  ARQ-PRM
           MOVE     RGK-LCK   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           MOVE     "TRAVA LIBERADA - SESSAO EXPIRADA"  TO  NOV-PRM
           CALL     "DYAUDT"  USING  PRM-AUD
           GO       ROT-TRAV-20.

       ROT-TRAV-80.
           CLOSE    CADLCK.

       ROT-TRAV-90.
           EXIT.

      ******************************************************
      *    D6-REG + HRA-REG em minutos corridos (MIN-SES)  *
      *    na mesma base de 360 dias do DY0005.            *
      ******************************************************
       ROT-MINU-00.
           PERFORM  ROT-SECU-00
           COMPUTE  MIN-SES  = (((SC-REG * 36000) + (AN-REG * 360)
                             + (MS-REG * 30) + DI-REG) * 1440)
                             + (HOR-REG * 60) + MNT-REG.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADSES       GOBACK.
