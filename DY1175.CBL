       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1175.
       AUTHOR.         ADILSON.
      ******************************************************
      *    POSICAO DOS PONTOS DE FIDELIDADE (CADPTS): por  *
      *    cliente, os creditos, resgates, estornos e      *
      *    vencimentos do mes ate a data de posicao e o    *
      *    saldo valido. O total de pontos em aberto vezes *
      *    o valor do ponto (VPT-CTR) e a obrigacao da     *
      *    empresa com os clientes, para a contabilidade.  *
      *    Antes do relatorio pode baixar os vencidos:     *
      *    cada lote de credito com saldo e validade       *
      *    anterior a data de posicao e zerado e gera um   *
      *    movimento V (vencido) na data de posicao.       *
      *    A data de posicao nao pode ser futura; o saldo  *
      *    valido e sempre o saldo atual dos lotes.        *
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
           03  RSP-OPC          PIC  X(01).

           03  CLI-ANT          PIC  9(06).
           03  CLI-VNC          PIC  9(06).
           03  CHV-SAV          PIC  9(11).
           03  QTD-AUX          PIC  9(07).

           03  CRE-CLI          PIC  9(08).
           03  RES-CLI          PIC  9(08).
           03  EST-CLI          PIC  9(08).
           03  VNC-CLI          PIC  9(08).
           03  SDO-CLI          PIC  9(08).

           03  CRE-TOT          PIC  9(09).
           03  RES-TOT          PIC  9(09).
           03  EST-TOT          PIC  9(09).
           03  VNC-TOT          PIC  9(09).
           03  SDO-TOT          PIC  9(09).
           03  BXA-TOT          PIC  9(09).
           03  VAL-TOT          PIC  9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-POS           PIC  9(08).
           03  D8-HOJ           PIC  9(08).
           03  D8-INM.
               05  AMI-INM      PIC  9(06).
               05  DII-INM      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(35)  VALUE
               "POSICAO DOS PONTOS DE FIDELIDADE EM".
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(24)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "CLIENTE                    CREDITOS   RE".
           03  FILLER           PIC  X(40)  VALUE
               "SGATES   ESTORNOS   VENCIDOS SALDO VAL. ".

       01  DET-001.
           03  CLI-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(18).
           03  CRE-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EST-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VNC-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-DT1          PIC  ZZ.ZZZ.ZZ9.

       01  TOT-001.
           03  FILLER           PIC  X(25)  VALUE
               "TOTAIS DO MES ..........:".
           03  CRE-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RES-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  EST-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VNC-TT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SDO-TT1          PIC  ZZ.ZZZ.ZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(44)  VALUE
               "PONTOS EM ABERTO (OBRIGACAO) ..............:".
           03  SDO-TT2          PIC  ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(09)  VALUE  "   VALOR ".
           03  VAL-TT2          PIC  ZZZ.ZZZ.ZZ9,99.

       01  TOT-003.
           03  FILLER           PIC  X(44)  VALUE
               "PONTOS BAIXADOS POR VENCIMENTO NESTA DATA .:".
           03  BXA-TT3          PIC  ZZZ.ZZZ.ZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  45.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  45.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1175".
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
               05  LINE 09 COLUMN 25 VALUE " Posicao dos Pontos ".

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Data de Posicao .:".

       01  TELA-03 BCK-CLR 00 FOR-CLR 15.
           03  LINE 13 COLUMN 24 VALUE "Baixa Vencidos ..:".
           03  LINE 13 COLUMN 45 VALUE "(S/N)".

       01  ENTR-03  BCK-CLR 00 FOR-CLR 15 AUTO
                    LINE 13 COLUMN 43 PIC X(01) USING RSP-OPC.

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
           03  LINE 13 COLUMN 24 VALUE
               "                            ".
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
           OPEN     INPUT    CADCTR   CADMDR
                    I-O      CADPTS
                    OUTPUT   CADTMP
                    READ     CADCTR
           IF  FST-PTS   =  "35" OPEN     OUTPUT   CADPTS
                                 CLOSE    CADPTS
                                 OPEN     I-O      CADPTS.
           DISPLAY  TELA-01.

       ROT-DATA-00.
           DISPLAY  TELA-02
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  DTA-INI  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ
           PERFORM  ROT-DATI-00
           IF  FLG-INI   =    0  GO       ROT-EXIT-00.
           MOVE     DTA-INI  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-POS  D8-INM
           MOVE     1        TO  DII-INM
           IF  D8-POS    >       D8-HOJ
                                 MOVE     20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DATA-00.
           MOVE     DIA-INI  TO  DIA-CB2
           MOVE     MES-INI  TO  MES-CB2
           MOVE     ANO-INI  TO  ANO-CB2
           DISPLAY  TELA-03.

       ROT-DATA-10.
           MOVE     "N"      TO  RSP-OPC
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-09
                                 GO       ROT-DATA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DATA-10.
           IF  RSP-OPC   NOT  =  "S"  AND  NOT  =  "N"
                                 GO       ROT-DATA-10.
           MOVE     ZEROS    TO  BXA-TOT
           IF  RSP-OPC   =  "S"  PERFORM  ROT-VENC-00
                                 THRU     ROT-VENC-90.

      ******************************************************
      *    RELATORIO: quebra por cliente (CLI-PTS)         *
      ******************************************************
       ROT-TEST-00.
           MOVE     ZEROS    TO  CRE-TOT  RES-TOT  EST-TOT  VNC-TOT
                                 SDO-TOT  PAG-CB1  CHV-TMP  CHV-PTS
                                 CLI-ANT
           PERFORM  ROT-ZERA-00.

       ROT-TEST-10.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-TEST-90.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-TEST-90.
           IF  CLI-PTS   NOT  =  CLI-ANT  AND
               CLI-ANT   NOT  =  ZEROS    PERFORM  ROT-QUEB-00.
           MOVE     CLI-PTS  TO  CLI-ANT
           IF  TIP-PTS   =  "C"  AND  SDO-PTS  NOT  =  ZEROS
                                 PERFORM  ROT-SALD-00.
           MOVE     DTA-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-INM   OR
               D8-REG    >       D8-POS   GO  ROT-TEST-10.
           IF  TIP-PTS   =  "C"  ADD      QTD-PTS  TO  CRE-CLI
                                 GO       ROT-TEST-10.
           COMPUTE  QTD-AUX  =   QTD-PTS  *  -1
           IF  TIP-PTS   =  "R"  ADD      QTD-AUX  TO  RES-CLI.
           IF  TIP-PTS   =  "E"  ADD      QTD-AUX  TO  EST-CLI.
           IF  TIP-PTS   =  "V"  ADD      QTD-AUX  TO  VNC-CLI.
           GO       ROT-TEST-10.

       ROT-TEST-90.
           IF  CLI-ANT   NOT  =  ZEROS    PERFORM  ROT-QUEB-00.
           IF  PAG-CB1   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 DISPLAY  TELA-09
                                 GO       ROT-DATA-00.
           GO       ROT-IMPR-40.

       ROT-SALD-00.
           MOVE     VCT-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    NOT  <  D8-POS
                                 ADD      SDO-PTS  TO  SDO-CLI.

       ROT-ZERA-00.
           MOVE     ZEROS    TO  CRE-CLI  RES-CLI  EST-CLI  VNC-CLI
                                 SDO-CLI.

      ******************************************************
      *    LINHA DO CLIENTE (so quando houve movimento no  *
      *    mes ou ha saldo valido)                         *
      ******************************************************
       ROT-QUEB-00.
           IF  CRE-CLI   =   ZEROS    AND  RES-CLI  =  ZEROS  AND
               EST-CLI   =   ZEROS    AND  VNC-CLI  =  ZEROS  AND
               SDO-CLI   =   ZEROS    GO   ROT-QUEB-10.
           IF  PAG-CB1   =    0  PERFORM  ROT-NOME-00
                                 DISPLAY  TELA-05
                                 PERFORM  ROT-IMPR-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-00.
           PERFORM  ROT-IMPR-20.
       ROT-QUEB-10.
           PERFORM  ROT-ZERA-00.

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
           MOVE     CLI-ANT  TO  CLI-DT1  CHV-MDR
           READ     CADMDR
           IF  FST-MDR   =  "00" MOVE     NOM-MDR  TO  NOM-DT1
           ELSE                  MOVE     SPACES   TO  NOM-DT1.
           MOVE     CRE-CLI  TO  CRE-DT1
           MOVE     RES-CLI  TO  RES-DT1
           MOVE     EST-CLI  TO  EST-DT1
           MOVE     VNC-CLI  TO  VNC-DT1
           MOVE     SDO-CLI  TO  SDO-DT1
           ADD      CRE-CLI  TO  CRE-TOT
           ADD      RES-CLI  TO  RES-TOT
           ADD      EST-CLI  TO  EST-TOT
           ADD      VNC-CLI  TO  VNC-TOT
           ADD      SDO-CLI  TO  SDO-TOT
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-40.
           IF  LIN-TMP   >   53  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CRE-TOT  TO  CRE-TT1
           MOVE     RES-TOT  TO  RES-TT1
           MOVE     EST-TOT  TO  EST-TT1
           MOVE     VNC-TOT  TO  VNC-TT1
           MOVE     SDO-TOT  TO  SDO-TT1
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SDO-TOT  TO  SDO-TT2
           COMPUTE  VAL-TOT  =   SDO-TOT  *  VPT-CTR
           MOVE     VAL-TOT  TO  VAL-TT2
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     BXA-TOT  TO  BXA-TT3
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

      ******************************************************
      *    BAIXA DOS LOTES VENCIDOS NA DATA DE POSICAO     *
      ******************************************************
       ROT-VENC-00.
           MOVE     ZEROS    TO  CHV-PTS.

       ROT-VENC-10.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-VENC-90.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-VENC-90.
           IF  TIP-PTS  NOT   =  "C"  OR
               SDO-PTS   =   ZEROS    GO  ROT-VENC-10.
           MOVE     VCT-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    NOT  <  D8-POS   GO  ROT-VENC-10.
           MOVE     SDO-PTS  TO  QTD-AUX
           ADD      SDO-PTS  TO  BXA-TOT
           MOVE     ZEROS    TO  SDO-PTS
           REWRITE  REG-PTS
           MOVE     CHV-PTS  TO  CHV-SAV
           MOVE     CLI-PTS  TO  CLI-VNC
           PERFORM  ROT-PROX-00
           MOVE     DTA-INI  TO  DTA-PTS
           MOVE     "V"      TO  TIP-PTS
           COMPUTE  QTD-PTS  =   QTD-AUX  *  -1
           MOVE     ZEROS    TO  SDO-PTS  VCT-PTS  DOC-PTS
           MOVE     PRM-OPR  TO  OPR-PTS.

       ROT-VENC-20.
           WRITE    REG-PTS
           IF  FST-PTS   =  "22" ADD      1  TO  SEQ-PTS
                                 GO       ROT-VENC-20.
           MOVE     CHV-SAV  TO  CHV-PTS
           GO       ROT-VENC-10.

       ROT-VENC-90.
           EXIT.

      ******************************************************
      *    PROXIMO SEQ DO CLIENTE                          *
      ******************************************************
       ROT-PROX-00.
           MOVE     CLI-VNC  TO  CLI-PTS
           MOVE     99999    TO  SEQ-PTS
           START    CADPTS       KEY  NOT  >  CHV-PTS
           IF  FST-PTS   =  "23" MOVE     CLI-VNC  TO  CLI-PTS
                                 MOVE     1        TO  SEQ-PTS
           ELSE
               READ     CADPTS       PREVIOUS
               IF  FST-PTS   NOT  =  "00"  OR
                   CLI-PTS   NOT  =  CLI-VNC
                                 MOVE     CLI-VNC  TO  CLI-PTS
                                 MOVE     1        TO  SEQ-PTS
               ELSE
                                 ADD      1        TO  SEQ-PTS.

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
           MOVE     "POSICAO DOS PONTOS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADCTR  CADMDR  CADPTS  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
