       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1352.
       AUTHOR.         ADILSON.
      ******************************************************
      *    REGRAS DE RATEIO DE DESPESA (CADRAT): cada      *
      *    regra reparte o valor do lancamento entre ate   *
      *    10 centros de custo ativos, com percentuais que *
      *    somam 100,00.                                   *
      *    A regra e versionada pela vigencia (AAAAMM): o  *
      *    lancamento usa a versao de maior vigencia ate o *
      *    seu mes. Versao com vigencia anterior ao mes    *
      *    corrente nao e alterada nem excluida (os meses  *
      *    ja apurados nao mudam); para mudar a regra,     *
      *    cria-se nova versao, que ja vem preenchida com  *
      *    os centros da versao anterior.                  *
      *    F4 = excluir a versao; a unica versao de uma    *
      *    regra usada em modelo ou lancamento nao sai.    *
      *    Chamado pelo DY1350 (F5). Alteracoes auditadas  *
      *    via DYAUDT.                                     *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FST-RAT.

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

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRAT.CPY.
       COPY  CADCCU.CPY.
       COPY  CADRDP.CPY.
       COPY  CADLDP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RAT          PIC  X(02).
           03  FST-CCU          PIC  X(02).
           03  FST-RDP          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  FLG-NOV          PIC  X(01).
           03  FLG-USO          PIC  9(01).
           03  ANT-AUX          PIC  X(50).

           03  COD-SEL          PIC  9(03).
           03  VIG-SEL          PIC  9(06).
           03  VIG-RED   REDEFINES  VIG-SEL.
               05  ANO-VIG      PIC  9(04).
               05  MES-VIG      PIC  9(02).
           03  VIG-ATU          PIC  9(06).
           03  POS-AUX          PIC  9(02).
           03  IND-TAB          PIC  9(02).
           03  CCU-AUX          PIC  9(02).
           03  PCT-AUX          PIC  9(03)V99.
           03  TOT-PCT          PIC  9(04)V99.
           03  LIN-AUX          PIC  9(02).
           03  COL-AUX          PIC  9(02).

           03  LIN-EDT.
               05  POS-EDT      PIC  9(02).
               05  FILLER       PIC  X(02)  VALUE  ": ".
               05  CCU-EDT      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  DES-EDT      PIC  X(25).
               05  FILLER       PIC  X(01)  VALUE  SPACES.
               05  PCT-EDT      PIC  ZZ9,99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  AN4-REG.
               05  AN4-SC       PIC  9(02).
               05  AN4-AN       PIC  9(02).
           03  AN4-NUM   REDEFINES  AN4-REG  PIC  9(04).

           03  REG-SAV          PIC  X(120).

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
           03  PRG-HLP          PIC  X(04)  VALUE  "1352".
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
               05  LINE 03 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 04 COLUMN 11 VALUE " Controle de Despesas ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 05 COLUMN 13 VALUE " Regras de Rateio ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 07 COLUMN 13 VALUE "Regra ..:".
           03  LINE 07 COLUMN 30 VALUE "Vigencia:".
           03  LINE 07 COLUMN 47 VALUE "(AAAAMM)".
           03  LINE 08 COLUMN 13 VALUE "Descr. .:".
           03  LINE 08 COLUMN 50 VALUE "(F4=Excluir)".
           03  LINE 10 COLUMN 13 VALUE
               "It  CC Centro de Custo              Perc.".
           03  LINE 21 COLUMN 13 VALUE "Total ..:".
           03  LINE 22 COLUMN 13 VALUE "Item (0=Gravar):".
           03  LINE 22 COLUMN 34 VALUE "Centro:".
           03  LINE 22 COLUMN 46 VALUE "Perc.:".

       01  ENTR-01.
           03  COD-E01 LINE 07 COLUMN 23 PIC 9(03) USING COD-SEL.
           03  VIG-E01 LINE 07 COLUMN 40 PIC 9(06) USING VIG-SEL.

       01  ENTR-02.
           03  DES-E02 LINE 08 COLUMN 23 PIC X(25) USING DES-RAT.

       01  LIN-T10 BCK-CLR 02 FOR-CLR 15.
           03  LIN-D10 LINE LIN-AUX COLUMN COL-AUX PIC X(39)
                       FROM LIN-EDT.

       01  TOT-T10 BCK-CLR 02 FOR-CLR 15.
           03  TOT-D10 LINE 21 COLUMN 46 PIC ZZZ9,99 FROM TOT-PCT.

       01  ENTR-03.
           03  POS-E03 LINE 22 COLUMN 30 PIC 9(02) USING POS-AUX.

       01  ENTR-04.
           03  CCU-E04 LINE 22 COLUMN 42 PIC 9(02) USING CCU-AUX.
           03  PCT-E04 LINE 22 COLUMN 53 PIC 9(03)V99 USING PCT-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 23 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-05  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 23 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 23 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 23 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADCCU   CADRDP   CADLDP
                    I-O          CADRAT
           IF  FST-RAT   =  "35" OPEN     OUTPUT   CADRAT
                                 CLOSE    CADRAT
                                 OPEN     I-O      CADRAT.
           IF  FST-CCU   =  "35" OPEN     OUTPUT   CADCCU
                                 CLOSE    CADCCU
                                 OPEN     INPUT    CADCCU.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     ANO-SYS  TO  AN4-AN
           IF  AN4-AN    >   79  MOVE  19  TO  AN4-SC
               ELSE              MOVE  20  TO  AN4-SC.
           COMPUTE  VIG-ATU  =   AN4-NUM  *  100  +  MES-SYS
           DISPLAY  TELA-01      TELA-02.

       ROT-REGR-00.
           MOVE     ZEROS    TO  COD-SEL
           MOVE     VIG-ATU  TO  VIG-SEL
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-REGR-00.
           IF  COD-SEL   =    0  GO       ROT-REGR-00.
           IF  MES-VIG   <    1  OR   >   12  OR  ANO-VIG  <  1980
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-REGR-00.
           MOVE     COD-SEL  TO  COD-RAT
           MOVE     VIG-SEL  TO  VIG-RAT
           READ     CADRAT
           IF  FST-RAT   =  "00" MOVE     "N"      TO  FLG-NOV
                                 MOVE     REG-RAT  TO  ANT-AUX
               ELSE
                   PERFORM  ROT-NOVA-00  THRU  ROT-NOVA-20.
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-20
           IF  VIG-SEL   <   VIG-ATU
                                 MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-REGR-00.

       ROT-DESC-00.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-REGR-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-RAT   =  SPACES  GO    ROT-DESC-00.

       ROT-EDIT-00.
           MOVE     ZEROS    TO  POS-AUX
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-EDIT-00.
           IF  POS-AUX   =    0  GO       ROT-GRVA-00.
           IF  POS-AUX   >   10  GO       ROT-EDIT-00.
           MOVE     CCU-RAT (POS-AUX)  TO  CCU-AUX
           MOVE     PCT-RAT (POS-AUX)  TO  PCT-AUX.

       ROT-EDIT-10.
           ACCEPT   ENTR-04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EDIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-EDIT-10.
           IF  CCU-AUX   =    0  MOVE     ZEROS    TO  PCT-AUX
                                 GO       ROT-EDIT-20.
           MOVE     CCU-AUX  TO  CHV-CCU
           READ     CADCCU
           IF  FST-CCU   NOT  =  "00"  OR  SIT-CCU  NOT  =  "A"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-10.
           IF  PCT-AUX   =  ZEROS  GO     ROT-EDIT-10.
           MOVE     1        TO  IND-TAB.

       ROT-EDIT-15.
           IF  IND-TAB   NOT  =  POS-AUX  AND
               CCU-RAT (IND-TAB)  =  CCU-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-10.
           IF  IND-TAB   <   10  ADD  1   TO  IND-TAB
                                 GO       ROT-EDIT-15.

       ROT-EDIT-20.
           MOVE     CCU-AUX  TO  CCU-RAT (POS-AUX)
           MOVE     PCT-AUX  TO  PCT-RAT (POS-AUX)
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-20
           GO       ROT-EDIT-00.

      ******************************************************
      *    GRAVACAO: percentuais devem fechar 100,00       *
      ******************************************************
       ROT-GRVA-00.
           IF  TOT-PCT   NOT  =  100
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-00.
           DISPLAY  TELA-04.

       ROT-GRVA-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-GRVA-10.
           DISPLAY  TELA-05
           MOVE     DTA-SYS  TO  DTA-RAT
           MOVE     PRM-OPR  TO  OPR-RAT
           IF  FLG-NOV   =  "S"  WRITE    REG-RAT
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-RAT
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-RAT  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-REGR-00.

      ******************************************************
      *    NOVA VERSAO: parte da versao anterior da regra  *
      ******************************************************
       ROT-NOVA-00.
           MOVE     "S"      TO  FLG-NOV
           MOVE     COD-SEL  TO  COD-RAT
           MOVE     VIG-SEL  TO  VIG-RAT
           START    CADRAT       KEY  NOT  >  CHV-RAT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-NOVA-10.
           READ     CADRAT       PREVIOUS
           IF  FST-RAT   =  "00"  AND  COD-RAT  =  COD-SEL
                                 GO       ROT-NOVA-20.

       ROT-NOVA-10.
           MOVE     SPACES   TO  REG-RAT
           MOVE     1        TO  IND-TAB
           PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20.

       ROT-NOVA-20.
           MOVE     COD-SEL  TO  COD-RAT
           MOVE     VIG-SEL  TO  VIG-RAT.

       ROT-ZERA-00.
           MOVE     ZEROS    TO  CCU-RAT (IND-TAB)  PCT-RAT (IND-TAB)
           IF  IND-TAB   <   10  ADD  1   TO  IND-TAB
                                 GO       ROT-ZERA-00.
       ROT-ZERA-20.
           EXIT.

      ******************************************************
      *    EXCLUSAO DA VERSAO                              *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =  "S"  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           MOVE     REG-RAT  TO  REG-SAV
           PERFORM  ROT-USOS-00  THRU  ROT-USOS-90
           MOVE     REG-SAV  TO  REG-RAT
           IF  FLG-USO   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADRAT
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-REGR-00.

      ******************************************************
      *    UNICA VERSAO DE REGRA EM USO: FLG-USO = 1       *
      ******************************************************
       ROT-USOS-00.
           MOVE     0        TO  FLG-USO
           MOVE     COD-SEL  TO  COD-RAT
           MOVE     ZEROS    TO  VIG-RAT
           START    CADRAT       KEY  NOT  <  CHV-RAT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-USOS-90.

       ROT-USOS-05.
           READ     CADRAT  NEXT
           IF  FST-RAT   NOT  =  "00"  OR  COD-RAT  NOT  =  COD-SEL
                                 GO       ROT-USOS-10.
           IF  VIG-RAT   NOT  =  VIG-SEL  GO  ROT-USOS-90.
           GO       ROT-USOS-05.

       ROT-USOS-10.
           MOVE     1        TO  FLG-USO
           MOVE     ZEROS    TO  SEQ-RDP.

       ROT-USOS-20.
           START    CADRDP       KEY  >   SEQ-RDP
           IF  FST-RDP   NOT  =  "00"  GO  ROT-USOS-30.
           READ     CADRDP  NEXT
           IF  FST-RDP   NOT  =  "00"  GO  ROT-USOS-30.
           IF  RAT-RDP   =   COD-SEL  GO  ROT-USOS-90.
           GO       ROT-USOS-20.

       ROT-USOS-30.
           MOVE     ZEROS    TO  CHV-LDP.

       ROT-USOS-40.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   NOT  =  "00"  GO  ROT-USOS-50.
           READ     CADLDP  NEXT
           IF  FST-LDP   NOT  =  "00"  GO  ROT-USOS-50.
           IF  RAT-LDP   NUMERIC  AND  RAT-LDP  =  COD-SEL
                                 GO       ROT-USOS-90.
           GO       ROT-USOS-40.

       ROT-USOS-50.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

      ******************************************************
      *    MOSTRA OS 10 ITENS E O TOTAL DOS PERCENTUAIS    *
      ******************************************************
       ROT-MSTR-00.
           DISPLAY  ENTR-02
           MOVE     ZEROS    TO  TOT-PCT
           MOVE     13       TO  COL-AUX
           MOVE     1        TO  IND-TAB.
       ROT-MSTR-10.
           COMPUTE  LIN-AUX  =   IND-TAB  +  10
           MOVE     IND-TAB            TO  POS-EDT
           MOVE     CCU-RAT (IND-TAB)  TO  CCU-EDT
           MOVE     PCT-RAT (IND-TAB)  TO  PCT-EDT
           MOVE     SPACES             TO  DES-EDT
           IF  CCU-RAT (IND-TAB)  NOT  =  ZEROS
               MOVE     CCU-RAT (IND-TAB)  TO  CHV-CCU
               READ     CADCCU
               IF  FST-CCU   =  "00"  MOVE  DES-CCU  TO  DES-EDT.
           ADD      PCT-RAT (IND-TAB)  TO  TOT-PCT
           DISPLAY  LIN-T10
           IF  IND-TAB   <   10  ADD  1   TO  IND-TAB
                                 GO       ROT-MSTR-10.
           DISPLAY  TOT-T10.
       ROT-MSTR-20.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADRAT"  TO  ARQ-PRM
           MOVE     CHV-RAT   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADRAT  CADCCU  CADRDP  CADLDP  GOBACK.
