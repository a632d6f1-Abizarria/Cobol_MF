       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1174.
       AUTHOR.         ADILSON.
      ******************************************************
      *    EXTRATO DE PONTOS DE FIDELIDADE DO CLIENTE      *
      *    (CADPTS): todos os movimentos em ordem, com o   *
      *    saldo corrido do extrato, a validade e o que    *
      *    resta de cada credito. No final, os pontos      *
      *    disponiveis hoje (creditos dentro da validade)  *
      *    e o valor em reais no resgate (VPT-CTR).        *
      *    Creditos ja vencidos e ainda nao baixados pelo  *
      *    DY1175 aparecem como VENCIDO na disponibilidade.*
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADPTS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PTS
                       FILE          STATUS  IS  FST-PTS.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADMDR.CPY.
       COPY  CADPTS.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-PTS          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  CLI-AUX          PIC  9(06).
           03  SDO-EXT          PIC S9(08).
           03  DSP-AUX          PIC  9(08).
           03  VAL-AUX          PIC  9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  DTA-AUX.
               05  ANO-AUX      PIC  9(02).
               05  MES-AUX      PIC  9(02).
               05  DIA-AUX      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-HOJ           PIC  9(08).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(68)  VALUE
               "EXTRATO DE PONTOS DE FIDELIDADE".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "  DATA    MOVIMENTO  CUPOM      PONTOS  ".
           03  FILLER           PIC  X(40)  VALUE
               "      SALDO  VALIDADE DISPONIVEL        ".

       01  CAB-005.
           03  FILLER           PIC  X(11)  VALUE  "CLIENTE ..:".
           03  COD-CB5          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-CB5          PIC  X(40).

       01  DET-001.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  TIP-DT1          PIC  X(09).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DOC-DT1          PIC  9(06).
           03  QTD-DT1          PIC  ---.---.--9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SDO-DT1          PIC  ---.---.--9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VCT-DT1          PIC  X(08).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DSP-DT1          PIC  X(09).

       01  VCT-EDT.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

       01  DSP-EDT              PIC  ZZZZZZZZ9.

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE
               "SALDO DO EXTRATO .................:".
           03  SDO-TT1          PIC  ---.---.--9.

       01  TOT-002.
           03  FILLER           PIC  X(35)  VALUE
               "PONTOS DISPONIVEIS HOJE ..........:".
           03  DSP-TT2          PIC  ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  "   VALOR ".
           03  VAL-TT2          PIC  ZZZ.ZZZ.ZZ9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  44.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  44.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1174".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
           03  CGC-NOM          PIC  9(14).
           03  INS-NOM          PIC  X(15).
           03  END-NOM          PIC  X(40).
           03  CEP-NOM          PIC  9(08).
           03  CID-NOM          PIC  X(25).
           03  EST-NOM          PIC  X(02).

       01  PRM-CAB.
           03  SEM-CAB          PIC  X(04).
           03  DIA-CAB          PIC  9(02).
           03  B01-CAB          PIC  X(01).
           03  MES-CAB          PIC  9(02).
           03  B02-CAB          PIC  X(01).
           03  ANO-CAB          PIC  9(02).

       01  PRM-IMP.
           03  ARQ-IMP          PIC  9(06).
           03  PAG-IMP          PIC  9(03).
           03  FLG-IMP          PIC  9(01)  VALUE  1.
           03  LIN-IMP          PIC  9(02)  VALUE  16.
           03  CL1-IMP          PIC  9(02)  VALUE  40.
           03  CL2-IMP          PIC  9(02)  VALUE  46.

       01  MEI-IMP              PIC  9(01)  VALUE  1.

       01  PRM-SPO.
           03  TIT-SPO-P        PIC  X(30).
           03  PAG-SPO-P        PIC  9(03).
           03  OPR-SPO-P        PIC  X(10).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 07 COLUMN 21 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 08 COLUMN 23 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 09 COLUMN 25 VALUE " Extrato de Pontos ".

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Cliente .....:".

       01  ENTR-02.
           03  CLI-E02 LINE 12 COLUMN 39 PIC 9(06) USING CLI-AUX.

       01  ENTR-03  BCK-CLR 00 FOR-CLR 15.
           03  NOM-T03 LINE 13 COLUMN 39 PIC X(30) FROM NOM-MDR.

       01  TELA-05 BCK-CLR 01.
           03  FOR-CLR  15.
               05  LINE 18 COLUMN 25 VALUE "Paginas Montadas ..:".
               05  PAG-T05 LINE 18 COLUMN 46 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 15 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 16 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 16 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 15 COLUMN 25 VALUE
               "                              ".
           03  LINE 16 COLUMN 25 VALUE
               "                              ".
           03  LINE 18 COLUMN 25 VALUE
               "                              ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"  USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL = 1   GOBACK.
           MOVE     1        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT    CADCTR   CADMDR   CADPTS
                    OUTPUT   CADTMP
           READ     CADCTR
           IF  FST-PTS   NOT  =  "00"
                                 OPEN     OUTPUT   CADPTS
                                 CLOSE    CADPTS
                                 OPEN     INPUT    CADPTS.
           DISPLAY  TELA-01.

       ROT-CLIE-00.
           MOVE     ZEROS    TO  CLI-AUX
           MOVE     SPACES   TO  NOM-MDR
           DISPLAY  TELA-02      ENTR-03.

       ROT-CLIE-10.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLIE-10.
           IF  CLI-AUX   =    0  GO       ROT-CLIE-10.
           MOVE     CLI-AUX  TO  CHV-MDR
           READ     CADMDR       MOVE 21  TO  IND-MSG
           IF  FST-MDR   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CLIE-00.
           DISPLAY  ENTR-03
           MOVE     CLI-AUX  TO  COD-CB5
           MOVE     NOM-MDR  TO  NOM-CB5
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ.

       ROT-TEST-00.
           MOVE     ZEROS    TO  SDO-EXT  DSP-AUX  PAG-CB1  CHV-TMP
           MOVE     CLI-AUX  TO  CLI-PTS
           MOVE     ZEROS    TO  SEQ-PTS.

       ROT-TEST-10.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-TEST-90.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-TEST-90.
           IF  CLI-PTS   NOT  =  CLI-AUX  GO  ROT-TEST-90.
           IF  PAG-CB1   =    0  PERFORM  ROT-NOME-00
                                 DISPLAY  TELA-05
                                 PERFORM  ROT-IMPR-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-00.
           PERFORM  ROT-IMPR-20
           GO       ROT-TEST-10.

       ROT-TEST-90.
           IF  PAG-CB1   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CLIE-00.
           GO       ROT-IMPR-40.

       ROT-IMPR-00.
           DISPLAY  PAG-T05
           ADD      1        TO  PAG-CB1  CHV-TMP
           MOVE     PAG-CB1  TO  PAG-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     2        TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     3        TO  LIN-TMP
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     7        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-20.
           MOVE     DTA-PTS  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     SPACES   TO  TIP-DT1  VCT-DT1  DSP-DT1
           IF  TIP-PTS   =  "C"  MOVE  "CREDITO"  TO  TIP-DT1.
           IF  TIP-PTS   =  "R"  MOVE  "RESGATE"  TO  TIP-DT1.
           IF  TIP-PTS   =  "E"  MOVE  "ESTORNO"  TO  TIP-DT1.
           IF  TIP-PTS   =  "V"  MOVE  "VENCIDO"  TO  TIP-DT1.
           MOVE     DOC-PTS  TO  DOC-DT1
           MOVE     QTD-PTS  TO  QTD-DT1
           ADD      QTD-PTS  TO  SDO-EXT
           MOVE     SDO-EXT  TO  SDO-DT1
           IF  TIP-PTS   NOT  =  "C"  GO  ROT-IMPR-30.
           MOVE     VCT-PTS  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT
           MOVE     VCT-EDT  TO  VCT-DT1
           IF  SDO-PTS   =   ZEROS    GO  ROT-IMPR-30.
           MOVE     VCT-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-HOJ
                                 MOVE     "VENCIDO"  TO  DSP-DT1
           ELSE
                                 MOVE     SDO-PTS    TO  DSP-EDT
                                 MOVE     DSP-EDT    TO  DSP-DT1
                                 ADD      SDO-PTS    TO  DSP-AUX.

       ROT-IMPR-30.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-40.
           IF  LIN-TMP   >   54  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SDO-EXT  TO  SDO-TT1
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DSP-AUX  TO  DSP-TT2
           COMPUTE  VAL-AUX  =   DSP-AUX  *  VPT-CTR
           MOVE     VAL-AUX  TO  VAL-TT2
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T05      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-CLIE-00.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-08.
       ROT-SAID-10.
           ACCEPT   MEI-E08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =   00    GO       ROT-SAID-EXIT.
           IF  MEI-IMP   <    1    OR   >   2
                                 GO       ROT-SAID-10.
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

       ROT-MSGM-00.
           CALL   "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL   "DYHELP"  USING  PRM-HLP.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
           MOVE    MES-SYS   TO    MES-CAB
           MOVE    ANO-SYS   TO    ANO-CAB
           CALL   "DYNOME"  USING  PRM-NOM
                                   PRM-CAB
           MOVE    CLI-NOM   TO    CLI-CB1
           MOVE    PRM-CAB   TO    DTA-CB2.

       ROT-SPLS-00.
           MOVE     "EXTRATO DE PONTOS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADCTR  CADMDR  CADPTS  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
