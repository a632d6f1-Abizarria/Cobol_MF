       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1150.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DE PRODUTOS (CADEST): inclusao,        *
      *    alteracao e exclusao do produto. O grupo        *
      *    PRX-EST tem de existir em CADATV. Alteracao de  *
      *    custo e preco de venda passa pelo DYHPRC para   *
      *    manter o historico CADHPR completo.             *
      *    F4 = excluir o produto, recusado enquanto houver*
      *    saldo (SDO-EST, CADLOC, CADLTE) ou registros em *
      *    CADMVE, CADVND, CADLCP, CADPED, CADPRO, CADPCL. *
      *    Classificacao fiscal: NCM, CST/CSOSN (consistido*
      *    contra as tabelas do ICMS) e aliquota interna   *
      *    do ICMS usada na venda (DY1160).                *
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

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FST-LOC.

           SELECT      CADLTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LTE
                       FILE          STATUS  IS  FST-LTE.

           SELECT      CADMVE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MVE
                       FILE          STATUS  IS  FST-MVE.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADPED        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PED
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADPRO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRO
                       FILE          STATUS  IS  FST-PRO.

           SELECT      CADPCL        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCL
                       FILE          STATUS  IS  FST-PCL.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADATV.CPY.
       COPY  CADEST.CPY.
       COPY  CADLOC.CPY.
       COPY  CADLTE.CPY.
       COPY  CADMVE.CPY.
       COPY  CADVND.CPY.
       COPY  CADLCP.CPY.
       COPY  CADPED.CPY.
       COPY  CADPRO.CPY.
       COPY  CADPCL.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-ATV          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  FST-LTE          PIC  X(02).
           03  FST-MVE          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-PED          PIC  X(02).
           03  FST-PRO          PIC  X(02).
           03  FST-PCL          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  CHV-AUX.
               05  PRX-AUX      PIC  9(02).
               05  SUF-AUX      PIC  9(03).
           03  CST-ANT          PIC  9(06)V9999.
           03  VDA-ANT          PIC  9(06)V9999.
           03  FLG-CST          PIC  9(01).
           03  CSO-AUX.
               05  ORG-CSO      PIC  9(01).
               05  TRB-CSO      PIC  9(02).
           03  CSO-NUM  REDEFINES  CSO-AUX  PIC  9(03).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-HPR.
           03  PRX-PRH          PIC  9(02).
           03  SUF-PRH          PIC  9(03).
           03  CMP-PRH          PIC  9(01).
           03  VLA-PRH          PIC  9(06)V9999.
           03  VLN-PRH          PIC  9(06)V9999.
           03  OPR-PRH          PIC  X(10).

       01  PRM-LCK.
           03  ARQ-LKP          PIC  X(06).
           03  RGK-LKP          PIC  X(15).
           03  OPC-LKP          PIC  X(01).
           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

       01  PRM-PSP.
           03  DES-PSP          PIC  X(25).
           03  PRX-PSP          PIC  9(02).
           03  SUF-PSP          PIC  9(03).
           03  RSP-PSP          PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  03.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  03.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1150".
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
               05  LINE 07 COLUMN 13 VALUE " Cadastro de Produtos ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Produto ....:".
           03  LINE 10 COLUMN 13 VALUE "Grupo ......:".
           03  LINE 11 COLUMN 13 VALUE "Descricao ..:".
           03  LINE 12 COLUMN 13 VALUE "Volume .....:".
           03  LINE 13 COLUMN 13 VALUE "Estoque Min.:".
           03  LINE 14 COLUMN 13 VALUE "Custo ......:".
           03  LINE 15 COLUMN 13 VALUE "Preco Venda :".
           03  LINE 16 COLUMN 13 VALUE "NCM ........:".
           03  LINE 16 COLUMN 40 VALUE "CST/CSOSN:".
           03  LINE 17 COLUMN 13 VALUE "Aliq. ICMS .:".
           03  LINE 17 COLUMN 40 VALUE "%".
           03  LINE 18 COLUMN 13 VALUE "Saldo ......:".
           03  LINE 21 COLUMN 13 VALUE "F4 = Excluir o Produto".

       01  ENTR-01.
           03  PRX-E01 LINE 09 COLUMN 28 PIC 9(02) USING PRX-EST.
           03  SUF-E01 LINE 09 COLUMN 31 PIC 9(03) USING SUF-EST.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  ATV-T02 LINE 10 COLUMN 28 PIC X(25) FROM DES-ATV.
           03  DES-T02 LINE 11 COLUMN 28 PIC X(25) FROM DES-EST.
           03  VOL-T02 LINE 12 COLUMN 28 PIC Z9,99 FROM VOL-EST.
           03  MIN-T02 LINE 13 COLUMN 28 PIC ZZZZZ9 FROM MIN-EST.
           03  CST-T02 LINE 14 COLUMN 28 PIC ZZZ.ZZ9,9999
                                             FROM CST-EST.
           03  VDA-T02 LINE 15 COLUMN 28 PIC ZZZ.ZZ9,9999
                                             FROM VDA-EST.
           03  NCM-T02 LINE 16 COLUMN 28 PIC 9(08) FROM NCM-EST.
           03  CSO-T02 LINE 16 COLUMN 51 PIC 9(03) FROM CSO-EST.
           03  ICM-T02 LINE 17 COLUMN 28 PIC Z9,99 FROM ICM-EST.
           03  SDO-T02 LINE 18 COLUMN 28 PIC ---.--9,9 FROM SDO-EST.

       01  ENTR-03.
           03  DES-E03 LINE 11 COLUMN 28 PIC X(25) USING DES-EST.
           03  VOL-E03 LINE 12 COLUMN 28 PIC 9(02)V99 USING VOL-EST.
           03  MIN-E03 LINE 13 COLUMN 28 PIC 9(06) USING MIN-EST.
           03  CST-E03 LINE 14 COLUMN 28 PIC 9(06)V9999
                                             USING CST-EST.
           03  VDA-E03 LINE 15 COLUMN 28 PIC 9(06)V9999
                                             USING VDA-EST.
           03  NCM-E03 LINE 16 COLUMN 28 PIC 9(08) USING NCM-EST.
           03  CSO-E03 LINE 16 COLUMN 51 PIC 9(03) USING CSO-EST.
           03  ICM-E03 LINE 17 COLUMN 28 PIC 9(02)V99 USING ICM-EST.

       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
           03  LINE 24 COLUMN 13 VALUE "Registro em uso por:".
           03  HLD-TLK LINE 24 COLUMN 34 PIC X(10) FROM HLD-LKP.

       01  TELA-LCZ BCK-CLR 00 FOR-CLR 00.
           03  LINE 24 COLUMN 13 VALUE
               "                                             ".

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
           OPEN     INPUT        CADATV   CADLOC   CADLTE   CADMVE
                                 CADVND   CADLCP   CADPED   CADPRO
                                 CADPCL
                    I-O          CADEST
           IF  FST-EST   =  "35" OPEN     OUTPUT   CADEST
                                 CLOSE    CADEST
                                 OPEN     I-O      CADEST.
           DISPLAY  TELA-01      TELA-02.

       ROT-PROD-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           MOVE     ZEROS    TO  CHV-EST  VOL-EST  MIN-EST  CST-EST
                                 VDA-EST  SDO-EST  NCM-EST  CSO-EST
                                 ICM-EST
           MOVE     SPACES   TO  DES-EST  DES-ATV
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-00.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-00
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-EST
                                     MOVE  SUF-PSP  TO  SUF-EST.
           IF  SUF-EST   =    0  GO       ROT-PROD-00.
           MOVE     PRX-EST  TO  CHV-ATV
           READ     CADATV       MOVE 21  TO  IND-MSG
           IF  FST-ATV   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           MOVE     CHV-EST  TO  CHV-AUX
           MOVE     0        TO  FLG-NOV
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 PERFORM  ROT-NOVO-00
                                 GO       ROT-PROD-10.
           MOVE     "CADEST"  TO  ARQ-LKP
           MOVE     SPACES    TO  RGK-LKP
           MOVE     CHV-EST   TO  RGK-LKP (1: 5)
           PERFORM  ROT-LOCK-00
           IF  RSP-LKP   =    1  DISPLAY  TELA-LCK
                                 PERFORM  ROT-LCKW-00
                                 MOVE  SPACES  TO  ARQ-LKP
                                 GO       ROT-PROD-00.

       ROT-PROD-10.
           MOVE     CST-EST  TO  CST-ANT
           MOVE     VDA-EST  TO  VDA-ANT
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           DISPLAY  ENTR-02.

       ROT-EDIT-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-PROD-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-EDIT-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  DES-EST   =  SPACES  GO    ROT-EDIT-00.
           PERFORM  ROT-VCST-00  THRU  ROT-VCST-90
           IF  FLG-CST   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-PROD-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           IF  FLG-NOV   =    1  MOVE     CST-EST  TO  CTM-EST
                                 WRITE    REG-EST
                                 MOVE     "I"      TO  OPC-PRM
                                 MOVE     SPACES   TO  ANT-PRM
           ELSE
                                 REWRITE  REG-EST
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM.
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-HPRC-00
           GO       ROT-PROD-00.

      ******************************************************
      *    PRODUTO NOVO: registro zerado com a chave       *
      *    digitada.                                       *
      ******************************************************
       ROT-NOVO-00.
           MOVE     1        TO  FLG-NOV
           MOVE     CHV-AUX  TO  CHV-EST
           MOVE     SPACES   TO  DES-EST  CLS-EST
           MOVE     ZEROS    TO  VOL-EST  SDO-EST  MIN-EST  CST-EST
                                 CTM-EST  VDA-EST  PCT-EST  QVM-EST
                                 QVA-EST  NCM-EST  CSO-EST  ICM-EST.

      ******************************************************
      *    CLASSIFICACAO FISCAL: CSO-EST zerado so sem     *
      *    aliquota; CSOSN do Simples ou CST com origem    *
      *    (0 a 8) e tributacao do ICMS. FLG-CST = 1       *
      *    recusa.                                         *
      ******************************************************
       ROT-VCST-00.
           MOVE     1        TO  FLG-CST
           IF  CSO-EST   =    0  AND  ICM-EST  NOT  =  0
                                 GO       ROT-VCST-90.
           IF  CSO-EST   =    0  GO       ROT-VCST-80.
           IF  CSO-EST   =  101  OR  102  OR  103  OR  201  OR  202
                         OR  203  OR  300  OR  400  OR  500  OR  900
                                 GO       ROT-VCST-80.
           MOVE     CSO-EST  TO  CSO-NUM
           IF  ORG-CSO   >    8  GO       ROT-VCST-90.
           IF  TRB-CSO   =   00  OR  10  OR  20  OR  30  OR  40  OR
                             41  OR  50  OR  51  OR  60  OR  70  OR
                             90
                                 GO       ROT-VCST-80.
           GO       ROT-VCST-90.

       ROT-VCST-80.
           MOVE     0        TO  FLG-CST.

       ROT-VCST-90.
           EXIT.

      ******************************************************
      *    HISTORICO DE CUSTO (1) E PRECO DE VENDA (3);    *
      *    o DYHPRC ignora valor sem alteracao.            *
      ******************************************************
       ROT-HPRC-00.
           MOVE     PRX-EST  TO  PRX-PRH
           MOVE     SUF-EST  TO  SUF-PRH
           MOVE     PRM-OPR  TO  OPR-PRH
           MOVE     1        TO  CMP-PRH
           MOVE     CST-ANT  TO  VLA-PRH
           MOVE     CST-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR
           MOVE     3        TO  CMP-PRH
           MOVE     VDA-ANT  TO  VLA-PRH
           MOVE     VDA-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR.

      ******************************************************
      *    EXCLUSAO DO PRODUTO                             *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-00.
           PERFORM  ROT-USOS-00  THRU  ROT-USOS-90
           IF  FLG-USO   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EDIT-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EDIT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           DELETE   CADEST
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-PROD-00.

      ******************************************************
      *    VERIFICA SE O PRODUTO AINDA TEM SALDO OU USO:   *
      *    FLG-USO = 1 impede a exclusao.                  *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           IF  SDO-EST   NOT  =  ZEROS  GO  ROT-USOS-90.
           MOVE     CHV-AUX  TO  CHV-PRO
           READ     CADPRO
           IF  FST-PRO   =  "00" GO       ROT-USOS-90.
           MOVE     PRX-AUX  TO  PRX-LOC
           MOVE     SUF-AUX  TO  SUF-LOC
           MOVE     ZEROS    TO  LCL-LOC.

       ROT-USOS-10.
           START    CADLOC       KEY  >   CHV-LOC
           IF  FST-LOC   =  "23" GO       ROT-USOS-15.
           READ     CADLOC  NEXT
           IF  FST-LOC   =  "10" GO       ROT-USOS-15.
           IF  PRX-LOC   NOT  =  PRX-AUX  OR
               SUF-LOC   NOT  =  SUF-AUX
                                 GO       ROT-USOS-15.
           IF  SDO-LOC   NOT  =  ZEROS  GO  ROT-USOS-90.
           GO       ROT-USOS-10.

       ROT-USOS-15.
           MOVE     PRX-AUX  TO  PRX-LTE
           MOVE     SUF-AUX  TO  SUF-LTE
           MOVE     ZEROS    TO  DTV-LTE
           MOVE     SPACES   TO  LTN-LTE.

       ROT-USOS-20.
           START    CADLTE       KEY  >   CHV-LTE
           IF  FST-LTE   =  "23" GO       ROT-USOS-25.
           READ     CADLTE  NEXT
           IF  FST-LTE   =  "10" GO       ROT-USOS-25.
           IF  PRX-LTE   NOT  =  PRX-AUX  OR
               SUF-LTE   NOT  =  SUF-AUX
                                 GO       ROT-USOS-25.
           IF  SDO-LTE   NOT  =  ZEROS  GO  ROT-USOS-90.
           GO       ROT-USOS-20.

       ROT-USOS-25.
           MOVE     PRX-AUX  TO  PRX-MVE
           MOVE     SUF-AUX  TO  SUF-MVE
           MOVE     ZEROS    TO  DTA-MVE  SEQ-MVE
           START    CADMVE       KEY  NOT  <  CHV-MVE
           IF  FST-MVE   =  "00" READ     CADMVE  NEXT
               IF  FST-MVE   =  "00"  AND
                   PRX-MVE   =  PRX-AUX  AND
                   SUF-MVE   =  SUF-AUX
                                 GO       ROT-USOS-90.
           MOVE     PRX-AUX  TO  PRX-VND
           MOVE     SUF-AUX  TO  SUF-VND
           MOVE     ZEROS    TO  SEQ-VND
           START    CADVND       KEY  NOT  <  CHV-VND
           IF  FST-VND   =  "00" READ     CADVND  NEXT
               IF  FST-VND   =  "00"  AND
                   PRX-VND   =  PRX-AUX  AND
                   SUF-VND   =  SUF-AUX
                                 GO       ROT-USOS-90.
           MOVE     PRX-AUX  TO  PRX-LCP
           MOVE     SUF-AUX  TO  SUF-LCP
           MOVE     ZEROS    TO  SEQ-LCP
           START    CADLCP       KEY  NOT  <  CHV-LCP
           IF  FST-LCP   =  "00" READ     CADLCP  NEXT
               IF  FST-LCP   =  "00"  AND
                   PRX-LCP   =  PRX-AUX  AND
                   SUF-LCP   =  SUF-AUX
                                 GO       ROT-USOS-90.
           MOVE     ZEROS    TO  CHV-PED.

       ROT-USOS-30.
           START    CADPED       KEY  >   CHV-PED
           IF  FST-PED   =  "23" GO       ROT-USOS-35.
           READ     CADPED  NEXT
           IF  FST-PED   =  "10" GO       ROT-USOS-35.
           IF  PRX-PED   =  PRX-AUX  AND
               SUF-PED   =  SUF-AUX
                                 GO       ROT-USOS-90.
           GO       ROT-USOS-30.

       ROT-USOS-35.
           MOVE     ZEROS    TO  CHV-PCL.

       ROT-USOS-40.
           START    CADPCL       KEY  >   CHV-PCL
           IF  FST-PCL   =  "23" GO       ROT-USOS-80.
           READ     CADPCL  NEXT
           IF  FST-PCL   =  "10" GO       ROT-USOS-80.
           IF  PRX-PCL   =  PRX-AUX  AND
               SUF-PCL   =  SUF-AUX
                                 GO       ROT-USOS-90.
           GO       ROT-USOS-40.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           MOVE     CHV-AUX  TO  CHV-EST
           READ     CADEST.

       ROT-AUDG-00.
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-LOCK-00.
           MOVE     "L"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    PRM-OPR  PRM-LCK.

       ROT-LCKU-00.
           MOVE     "U"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    PRM-OPR  PRM-LCK.

       ROT-LCKW-00.
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =  01  GO   ROT-LCKW-00.
           DISPLAY  TELA-LCZ.

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00.
           CLOSE    CADATV  CADEST  CADLOC  CADLTE  CADMVE
                    CADVND  CADLCP  CADPED  CADPRO  CADPCL
                    GOBACK.
