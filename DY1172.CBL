       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1172.
       AUTHOR.         ADILSON.
      ******************************************************
      *    POSICAO DOS VALES-TROCA (CADVLT): relaciona os  *
      *    vales com saldo emitidos ate a data de posicao  *
      *    informada, separando os a vencer dos vencidos   *
      *    (VCT-VLT anterior a data). O saldo em aberto e  *
      *    obrigacao da empresa com o cliente e vai para a *
      *    contabilidade pelos totais do relatorio.        *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-VLT
                       FILE          STATUS  IS  FST-VLT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMDR.CPY.
       COPY  CADVLT.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MDR          PIC  X(02).
           03  FST-VLT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  QTD-AVN          PIC  9(05).
           03  SDO-AVN          PIC  9(09)V99.
           03  QTD-VNC          PIC  9(05).
           03  SDO-VNC          PIC  9(09)V99.
           03  SDO-TOT          PIC  9(09)V99.

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
           03  D8-POS           PIC  9(08).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(35)  VALUE
               "POSICAO DOS VALES-TROCA EM ".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(25)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "NUMERO EMISSAO  VALIDADE CLIENTE        ".
           03  FILLER           PIC  X(40)  VALUE
               "  DOCTO      VALOR      SALDO SITUACAO  ".

       01  DET-001.
           03  NUM-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MEV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANV-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(16).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-DT1          PIC  9(06).
           03  VAL-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(08).

       01  TOT-001.
           03  FILLER           PIC  X(28)  VALUE
               "VALES A VENCER ............:".
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(11)  VALUE  "  SALDO .:".
           03  SDO-TT1          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-002.
           03  FILLER           PIC  X(28)  VALUE
               "VALES VENCIDOS ............:".
           03  QTD-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(11)  VALUE  "  SALDO .:".
           03  SDO-TT2          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-003.
           03  FILLER           PIC  X(44)  VALUE
               "SALDO TOTAL EM ABERTO (OBRIGACAO) ........:".
           03  SDO-TT3          PIC  ZZZ.ZZZ.ZZ9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  42.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  42.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1172".
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

       01  PRM-DTI.
           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  LIN-INI          PIC  9(02)  VALUE  12.
           03  COL-INI          PIC  9(02)  VALUE  43.
           03  BCK-INI          PIC  9(01)  VALUE  0.
           03  FOR-INI          PIC  9(01)  VALUE  7.
           03  FLG-INI          PIC  9(01).

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
               05  LINE 09 COLUMN 25 VALUE " Posicao dos Vales-Troca ".

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Data de Posicao .:".

       01  TELA-05 BCK-CLR 01.
           03  FOR-CLR  15.
               05  LINE 18 COLUMN 25 VALUE "Paginas Montadas ..:".
               05  PAG-T05 LINE 18 COLUMN 46 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 14 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 15 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 15 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 14 COLUMN 25 VALUE
               "                              ".
           03  LINE 15 COLUMN 25 VALUE
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
           OPEN     INPUT    CADMDR   CADVLT
                    OUTPUT   CADTMP
           IF  FST-VLT   NOT  =  "00"
                                 OPEN     OUTPUT   CADVLT
                                 CLOSE    CADVLT
                                 OPEN     INPUT    CADVLT.
           DISPLAY  TELA-01.

       ROT-DATA-00.
           DISPLAY  TELA-02
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-INI
           PERFORM  ROT-DATI-00
           IF  FLG-INI   =    0  GO       ROT-EXIT-00.
           MOVE     DTA-INI  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-POS
           MOVE     DIA-INI  TO  DIA-CB2
           MOVE     MES-INI  TO  MES-CB2
           MOVE     ANO-INI  TO  ANO-CB2.

       ROT-TEST-00.
           MOVE     ZEROS    TO  QTD-AVN  SDO-AVN  QTD-VNC  SDO-VNC
                                 SDO-TOT  PAG-CB1  CHV-TMP  NUM-VLT
           START    CADVLT       KEY  >   NUM-VLT
           IF  FST-VLT   =  "23" GO       ROT-TEST-90.

       ROT-TEST-10.
           READ     CADVLT  NEXT
           IF  FST-VLT   =  "10" GO       ROT-TEST-90.
           IF  SDO-VLT   =   ZEROS  GO    ROT-TEST-10.
           MOVE     DTA-VLT  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    >       D8-POS   GO  ROT-TEST-10.
           IF  PAG-CB1   =    0  PERFORM  ROT-NOME-00
                                 DISPLAY  TELA-05
                                 PERFORM  ROT-IMPR-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-00.
           PERFORM  ROT-IMPR-20
           GO       ROT-TEST-10.

       ROT-TEST-90.
           IF  PAG-CB1   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.
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
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           MOVE     CAB-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-20.
           MOVE     NUM-VLT  TO  NUM-DT1
           MOVE     DTA-VLT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     VCT-VLT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIV-DT1
           MOVE     MES-AUX  TO  MEV-DT1
           MOVE     ANO-AUX  TO  ANV-DT1
           MOVE     "CONSUMIDOR"  TO  NOM-DT1
           IF  CLI-VLT   NOT  =  ZEROS
                                 MOVE     CLI-VLT  TO  CHV-MDR
                                 READ     CADMDR
                                 IF  FST-MDR   =  "00"
                                     MOVE  NOM-MDR  TO  NOM-DT1
                                 ELSE
                                     MOVE  SPACES   TO  NOM-DT1.
           MOVE     DOC-VLT  TO  DOC-DT1
           MOVE     VAL-VLT  TO  VAL-DT1
           MOVE     SDO-VLT  TO  SDO-DT1
           MOVE     VCT-VLT  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-POS
                                 MOVE     "VENCIDO"   TO  SIT-DT1
                                 ADD      1           TO  QTD-VNC
                                 ADD      SDO-VLT     TO  SDO-VNC
           ELSE
                                 MOVE     "A VENCER"  TO  SIT-DT1
                                 ADD      1           TO  QTD-AVN
                                 ADD      SDO-VLT     TO  SDO-AVN.
           ADD      SDO-VLT  TO  SDO-TOT
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-40.
           IF  LIN-TMP   >   53  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     QTD-AVN  TO  QTD-TT1
           MOVE     SDO-AVN  TO  SDO-TT1
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     QTD-VNC  TO  QTD-TT2
           MOVE     SDO-VNC  TO  SDO-TT2
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SDO-TOT  TO  SDO-TT3
           MOVE     TOT-003  TO  DET-TMP
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
           GO       ROT-DATA-00.

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

       ROT-DATI-00.
           CALL   "DYDATA"  USING  PRM-DTI
                                   PRM-HLP.

       ROT-MSGM-00.
           CALL   "DYMSGM"  USING  PRM-MSG.

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
           MOVE     "POSICAO DOS VALES-TROCA"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADMDR  CADVLT  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
