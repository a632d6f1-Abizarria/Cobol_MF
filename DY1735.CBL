       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1735.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DO IMOBILIZADO (CADIMB): inclusao e    *
      *    alteracao do bem - descricao, classe (CADCIM),  *
      *    data e custo de aquisicao, localizacao e o      *
      *    lancamento de despesa (CADLDP) em que a compra  *
      *    foi paga, que deixa de pesar na DRE do mes da   *
      *    compra (DY1575).                                *
      *    Bem ja depreciado (CADDPR) nao muda mais de     *
      *    classe, data nem custo.                         *
      *    F4 = excluir o bem (so sem depreciacao).        *
      *    F5 = baixa por venda ou perda: data, tipo e     *
      *    valor obtido; mostra o valor contabil (custo    *
      *    menos depreciacao acumulada) e o ganho/perda.   *
      *    A baixa nao pode cair em periodo fechado nem    *
      *    antes de um mes ja depreciado.                  *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IMB
                       FILE          STATUS  IS  FST-IMB.

           SELECT      CADCIM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CIM
                       FILE          STATUS  IS  FST-CIM.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADIMB.CPY.
       COPY  CADCIM.CPY.
       COPY  CADDPR.CPY.
       COPY  CADLDP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-IMB          PIC  X(02).
           03  FST-CIM          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-DPR          PIC  9(01).
           03  FLG-USO          PIC  9(01).

           03  COD-AUX          PIC  9(05).
           03  VAL-AUX          PIC  9(09)V99.
           03  ACM-AUX          PIC  9(09)V99.
           03  LIQ-AUX          PIC S9(09)V99.
           03  RES-AUX          PIC S9(09)V99.
           03  HST-AUX          PIC  X(30).
           03  TBX-AUX          PIC  X(01).
           03  VBX-AUX          PIC  9(09)V99.

           03  DTQ-DMA.
               05  DIA-DTQ      PIC  9(02).
               05  MES-DTQ      PIC  9(02).
               05  ANO-DTQ      PIC  9(02).
           03  DTB-DMA.
               05  DIA-DTB      PIC  9(02).
               05  MES-DTB      PIC  9(02).
               05  ANO-DTB      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-BXA           PIC  9(08).
           03  D8-ULT           PIC  9(08).

           03  D6-AUX.
               05  AN6-AUX      PIC  9(02).
               05  MS6-AUX      PIC  9(02).
               05  DI6-AUX      PIC  9(02).

       01  SAV-IMB.
           03  REG-IMB-AUX      PIC  X(104).
           03  COD-IMB-AUX      PIC  9(05).
           03  GRP-IMB-AUX      PIC  9(01).
           03  SEQ-IMB-AUX      PIC  9(05).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  31.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  31.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1735".
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
           03  LIN-DTA          PIC  9(02)  VALUE  13.
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
               05  LINE 06 COLUMN 11 VALUE " Imobilizado ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Cadastro de Bens ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Bem ........:".
           03  LINE 09 COLUMN 36 VALUE "(0 = Incluir)".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Classe .....:".
           03  LINE 13 COLUMN 13 VALUE "Aquisicao ..:".
           03  LINE 14 COLUMN 13 VALUE "Custo ......:".
           03  LINE 15 COLUMN 13 VALUE "Localizacao :".
           03  LINE 16 COLUMN 13 VALUE "Despesa ....:".
           03  LINE 16 COLUMN 30 VALUE "/".
           03  LINE 17 COLUMN 13 VALUE "Deprec.Acum.:".
           03  LINE 17 COLUMN 44 VALUE "Valor Contabil:".
           03  LINE 18 COLUMN 13 VALUE "Baixa ......:".
           03  LINE 18 COLUMN 54 VALUE "Result.:".
           03  LINE 20 COLUMN 13 VALUE
               "F4 = Excluir o Bem   F5 = Baixa (V-Venda B-Perda)".

       01  ENTR-01.
           03  COD-E01 LINE 09 COLUMN 28 PIC ZZZZ9 USING COD-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  COD-T02 LINE 09 COLUMN 28 PIC 9(05) FROM  COD-AUX.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(30) FROM  DES-IMB.
           03  CLS-T02 LINE 12 COLUMN 28 PIC 9(02) FROM  CLS-IMB.
           03  DCL-T02 LINE 12 COLUMN 31 PIC X(30) FROM  DES-CIM.
           03  VUT-T02 LINE 12 COLUMN 62 PIC ZZ9   FROM  VUT-CIM.
           03  DTQ-T02 LINE 13 COLUMN 28 PIC 99/99/99
                                               FROM  DTQ-DMA.
           03  VAL-T02 LINE 14 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  VAL-IMB.
           03  LOC-T02 LINE 15 COLUMN 28 PIC X(20) FROM  LOC-IMB.
           03  GRP-T02 LINE 16 COLUMN 28 PIC 9(01) FROM  GRP-IMB.
           03  SEQ-T02 LINE 16 COLUMN 32 PIC 9(05) FROM  SEQ-IMB.
           03  HST-T02 LINE 16 COLUMN 38 PIC X(30) FROM  HST-AUX.
           03  ACM-T02 LINE 17 COLUMN 28 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  ACM-AUX.
           03  LIQ-T02 LINE 17 COLUMN 60 PIC -ZZ.ZZZ.ZZ9,99
                                               FROM  LIQ-AUX.
           03  DTB-T02 LINE 18 COLUMN 28 PIC 99/99/99
                                               FROM  DTB-DMA.
           03  TBX-T02 LINE 18 COLUMN 37 PIC X(01) FROM  TBX-IMB.
           03  VBX-T02 LINE 18 COLUMN 39 PIC ZZZ.ZZZ.ZZ9,99
                                               FROM  VBX-IMB.
           03  RES-T02 LINE 18 COLUMN 63 PIC -ZZ.ZZZ.ZZ9,99
                                               FROM  RES-AUX.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(30) USING DES-IMB.

       01  ENTR-04.
           03  CLS-E04 LINE 12 COLUMN 28 PIC 9(02) USING CLS-IMB.

       01  ENTR-05.
           03  VAL-E05 LINE 14 COLUMN 28 PIC 9(09)V99 USING VAL-AUX.

       01  ENTR-06.
           03  LOC-E06 LINE 15 COLUMN 28 PIC X(20) USING LOC-IMB.

       01  ENTR-07.
           03  GRP-E07 LINE 16 COLUMN 28 PIC 9(01) USING GRP-IMB.
           03  SEQ-E07 LINE 16 COLUMN 32 PIC 9(05) USING SEQ-IMB.

       01  ENTR-08  AUTO.
           03  TBX-E08 LINE 18 COLUMN 37 PIC X(01) USING TBX-AUX.

       01  ENTR-09.
           03  VBX-E09 LINE 18 COLUMN 39 PIC 9(09)V99 USING VBX-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 22 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-10  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 22 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 22 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 22 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  TELA-07  BCK-CLR 4 FOR-CLR 15.
           03  LINE 22 COLUMN 13 VALUE
               "   Confirma a Baixa ? [ ]   ".

       01  ENTR-11  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 22 COLUMN 36 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADCTR   CADCIM   CADDPR   CADLDP
                    I-O          CADIMB
                    READ         CADCTR
           IF  FST-IMB   =  "35" OPEN     OUTPUT   CADIMB
                                 CLOSE    CADIMB
                                 OPEN     I-O      CADIMB.
           DISPLAY  TELA-01      TELA-02.

       ROT-CODI-00.
           MOVE     ZEROS    TO  COD-AUX
           PERFORM  ROT-LIMP-00
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CODI-00.
           IF  COD-AUX   =    0  GO       ROT-INCL-00.
           MOVE     0        TO  FLG-NOV
           MOVE     COD-AUX  TO  CHV-IMB
           READ     CADIMB
           IF  FST-IMB   NOT  =  "00"
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CODI-00.
           MOVE     REG-IMB (1: 50)  TO  ANT-AUX
           PERFORM  ROT-EXBE-00  THRU  ROT-EXBE-20
           GO       ROT-DESC-00.

      ******************************************************
      *    NOVO BEM: proximo codigo livre                  *
      ******************************************************
       ROT-INCL-00.
           MOVE     1        TO  FLG-NOV
           MOVE     99999    TO  CHV-IMB
           START    CADIMB       KEY  NOT  >  CHV-IMB
           IF  FST-IMB   =  "23" MOVE     1  TO  COD-AUX
                                 GO       ROT-INCL-10.
           READ     CADIMB       PREVIOUS
           IF  FST-IMB   NOT  =  "00"
                                 MOVE     1  TO  COD-AUX
           ELSE
                                 COMPUTE  COD-AUX  =  CHV-IMB  +  1.

       ROT-INCL-10.
           PERFORM  ROT-LIMP-00
           MOVE     COD-AUX  TO  CHV-IMB
           MOVE     SPACES   TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-DESC-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CODI-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  TECLADO   =  "05" GO       ROT-BAIX-00.
           IF  DES-IMB   =  SPACES  GO    ROT-DESC-00.
           IF  FLG-DPR   =    1  GO       ROT-LOCA-00.

       ROT-CLAS-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DESC-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLAS-00.
           MOVE     CLS-IMB  TO  CHV-CIM
           READ     CADCIM
           IF  FST-CIM   NOT  =  "00"
                                 MOVE     SPACES   TO  DES-CIM
                                 MOVE     ZEROS    TO  VUT-CIM
                                 DISPLAY  ENTR-02
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CLAS-00.
           DISPLAY  ENTR-02.

       ROT-DTAQ-00.
           MOVE     DTA-IMB  TO  DTA-DTA
           MOVE     13       TO  LIN-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-CLAS-00.
           MOVE     DTA-DTA  TO  DTA-IMB
           MOVE     DIA-IMB  TO  DIA-DTQ
           MOVE     MES-IMB  TO  MES-DTQ
           MOVE     ANO-IMB  TO  ANO-DTQ
           DISPLAY  ENTR-02.

       ROT-VALO-00.
           MOVE     VAL-IMB  TO  VAL-AUX
           ACCEPT   ENTR-05
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DTAQ-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-VALO-00.
           IF  VAL-AUX   =    0  GO       ROT-VALO-00.
           MOVE     VAL-AUX  TO  VAL-IMB
           COMPUTE  LIQ-AUX  =  VAL-IMB  -  ACM-AUX
           DISPLAY  ENTR-02.

       ROT-LOCA-00.
           ACCEPT   ENTR-06      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" AND  FLG-DPR  =  1
                                 GO       ROT-DESC-00.
           IF  TECLADO   =  "01" GO       ROT-VALO-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-LOCA-00.

      ******************************************************
      *    DESPESA DA COMPRA (grupo/sequencia CADLDP):     *
      *    zeros = sem vinculo; o mesmo lancamento nao     *
      *    pode estar ligado a outro bem                   *
      ******************************************************
       ROT-DESP-00.
           ACCEPT   ENTR-07      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-LOCA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DESP-00.
           MOVE     SPACES   TO  HST-AUX
           IF  GRP-IMB   =    0  AND  SEQ-IMB  =  0
                                 DISPLAY  ENTR-02
                                 GO       ROT-DESP-10.
           MOVE     GRP-IMB  TO  PRX-LDP
           MOVE     SEQ-IMB  TO  SEQ-LDP
           READ     CADLDP
           IF  FST-LDP   NOT  =  "00"
                                 DISPLAY  ENTR-02
                                 MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESP-00.
           MOVE     HST-LDP  TO  HST-AUX
           DISPLAY  ENTR-02
           PERFORM  ROT-VINC-00  THRU  ROT-VINC-90
           IF  FLG-USO   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESP-00.

       ROT-DESP-10.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESP-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CODI-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     PRM-OPR  TO  OPR-IMB
           IF  FLG-NOV   =    1  PERFORM  ROT-GRAV-00
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-IMB
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-IMB (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CODI-00.

       ROT-GRAV-00.
           WRITE    REG-IMB
           IF  FST-IMB   =  "22" ADD      1  TO  CHV-IMB
                                 GO       ROT-GRAV-00.

      ******************************************************
      *    EXCLUSAO: so bem ainda sem depreciacao          *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           IF  FLG-DPR   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DESC-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADIMB
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CODI-00.

      ******************************************************
      *    BAIXA DO BEM: data (fora do periodo fechado e   *
      *    depois do ultimo mes depreciado), tipo e valor  *
      *    obtido; ganho/perda = valor - valor contabil    *
      ******************************************************
       ROT-BAIX-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DESC-00.

       ROT-BAIX-10.
           MOVE     DTB-IMB  TO  DTA-DTA
           MOVE     18       TO  LIN-DTA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-DESC-00.
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-BXA
           MOVE     DTA-IMB  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-BXA    <   D8-REG
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BAIX-10.
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-BXA    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BAIX-10.
           IF  D8-ULT    NOT  =  ZEROS  AND
               D8-BXA (1: 6)  NOT  >  D8-ULT (1: 6)
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BAIX-10.
           MOVE     DIA-DTA  TO  DIA-DTB
           MOVE     MES-DTA  TO  MES-DTB
           MOVE     ANO-DTA  TO  ANO-DTB
           MOVE     TBX-IMB  TO  TBX-AUX
           DISPLAY  ENTR-02.

       ROT-BAIX-20.
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-BAIX-10.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BAIX-20.
           IF  TBX-AUX   NOT  =  "V"  AND  NOT  =  "B"
                                 GO       ROT-BAIX-20.
           MOVE     VBX-IMB  TO  VBX-AUX.

       ROT-BAIX-30.
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-BAIX-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BAIX-30.
           IF  TBX-AUX   =  "V"  AND  VBX-AUX  =  0
                                 GO       ROT-BAIX-30.
           COMPUTE  RES-AUX  =  VBX-AUX  -  LIQ-AUX
           DISPLAY  RES-T02      TELA-07.

       ROT-BAIX-40.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-11
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-BAIX-30.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CODI-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-BAIX-40.
           DISPLAY  TELA-05
           MOVE     DTA-DTA  TO  DTB-IMB
           MOVE     TBX-AUX  TO  TBX-IMB
           MOVE     VBX-AUX  TO  VBX-IMB
           MOVE     PRM-OPR  TO  OPR-IMB
           REWRITE  REG-IMB
           MOVE     "B"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-IMB (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CODI-00.

      ******************************************************
      *    EXIBE O BEM LIDO: classe, despesa, depreciacao  *
      *    acumulada (CADDPR), valor contabil e resultado  *
      *    da baixa                                        *
      ******************************************************
       ROT-EXBE-00.
           MOVE     CLS-IMB  TO  CHV-CIM
           READ     CADCIM
           IF  FST-CIM   NOT  =  "00"
                                 MOVE     SPACES   TO  DES-CIM
                                 MOVE     ZEROS    TO  VUT-CIM.
           MOVE     SPACES   TO  HST-AUX
           IF  GRP-IMB   NOT  =  0  OR  SEQ-IMB  NOT  =  0
                                 MOVE     GRP-IMB  TO  PRX-LDP
                                 MOVE     SEQ-IMB  TO  SEQ-LDP
                                 READ     CADLDP
                                 IF  FST-LDP  =  "00"
                                     MOVE  HST-LDP  TO  HST-AUX.
           MOVE     DIA-IMB  TO  DIA-DTQ
           MOVE     MES-IMB  TO  MES-DTQ
           MOVE     ANO-IMB  TO  ANO-DTQ
           MOVE     DTB-IMB (5: 2)  TO  DIA-DTB
           MOVE     DTB-IMB (3: 2)  TO  MES-DTB
           MOVE     DTB-IMB (1: 2)  TO  ANO-DTB
           MOVE     ZEROS    TO  ACM-AUX  D8-ULT  RES-AUX
           MOVE     0        TO  FLG-DPR
           MOVE     CHV-IMB  TO  IMB-DPR
           MOVE     ZEROS    TO  ANO-DPR  MES-DPR
           START    CADDPR       KEY  NOT  <  CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-EXBE-20.

       ROT-EXBE-10.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-EXBE-20.
           IF  IMB-DPR   NOT  =  CHV-IMB  GO  ROT-EXBE-20.
           MOVE     1        TO  FLG-DPR
           ADD      VAL-DPR  TO  ACM-AUX
           MOVE     ANO-DPR  TO  AN6-AUX
           MOVE     MES-DPR  TO  MS6-AUX
           MOVE     01       TO  DI6-AUX
           MOVE     D6-AUX   TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    >   D8-ULT  MOVE  D8-REG  TO  D8-ULT.
           GO       ROT-EXBE-10.

       ROT-EXBE-20.
           COMPUTE  LIQ-AUX  =  VAL-IMB  -  ACM-AUX
           IF  DTB-IMB   NOT  =  ZEROS
                                 COMPUTE  RES-AUX  =  VBX-IMB
                                                   -  LIQ-AUX.
           DISPLAY  ENTR-02.

      ******************************************************
      *    LANCAMENTO CADLDP JA LIGADO A OUTRO BEM         *
      ******************************************************
       ROT-VINC-00.
           MOVE     1        TO  FLG-USO
           MOVE     REG-IMB  TO  REG-IMB-AUX
           MOVE     CHV-IMB  TO  COD-IMB-AUX
           MOVE     GRP-IMB  TO  GRP-IMB-AUX
           MOVE     SEQ-IMB  TO  SEQ-IMB-AUX
           MOVE     ZEROS    TO  CHV-IMB.

       ROT-VINC-10.
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB   NOT  =  "00"  GO  ROT-VINC-80.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-VINC-80.
           IF  CHV-IMB   =   COD-IMB-AUX  GO  ROT-VINC-10.
           IF  GRP-IMB   =   GRP-IMB-AUX  AND
               SEQ-IMB   =   SEQ-IMB-AUX  GO  ROT-VINC-85.
           GO       ROT-VINC-10.

       ROT-VINC-80.
           MOVE     0        TO  FLG-USO.

       ROT-VINC-85.
           MOVE     REG-IMB-AUX  TO  REG-IMB.

       ROT-VINC-90.
           EXIT.

       ROT-LIMP-00.
           MOVE     SPACES   TO  DES-IMB  LOC-IMB  TBX-IMB  DES-CIM
                                 HST-AUX
           MOVE     ZEROS    TO  CLS-IMB  DTA-IMB  VAL-IMB  GRP-IMB
                                 SEQ-IMB  DTB-IMB  VBX-IMB  VUT-CIM
                                 ACM-AUX  LIQ-AUX  RES-AUX  D8-ULT
                                 DTQ-DMA  DTB-DMA
           MOVE     0        TO  FLG-DPR.

       ROT-AUDG-00.
           MOVE     "CADIMB"  TO  ARQ-PRM
           MOVE     CHV-IMB   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

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
           CLOSE    CADCTR  CADIMB  CADCIM  CADDPR  CADLDP
           GOBACK.
