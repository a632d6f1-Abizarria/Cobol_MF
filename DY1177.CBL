       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1177.
       AUTHOR.         ADILSON.
      ******************************************************
      *    RELACAO DAS RESERVAS DE ESTOQUE (CADRSV) por    *
      *    produto e cliente: cada orcamento (DY1169) ou   *
      *    pendencia (DY1168/DY1215) que reserva saldo,    *
      *    com o reservado do produto, o saldo SDO-EST e o *
      *    disponivel (saldo - reservado). Reserva de      *
      *    orcamento com validade vencida sai como VENCIDA *
      *    e nao conta; e liberada quando o DY1169 expira  *
      *    o orcamento.                                    *
      *    Produto 00-000 = todos os produtos.             *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADRSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSV
                       FILE          STATUS  IS  FST-RSV.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADMDR.CPY.
       COPY  CADRSV.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-RSV          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  PRX-AUX          PIC  9(02).
           03  SUF-AUX          PIC  9(03).
           03  PRX-ANT          PIC  9(02).
           03  SUF-ANT          PIC  9(03).
           03  ACM-RSV          PIC  9(07).
           03  ACM-GER          PIC  9(08).
           03  ACM-PRD          PIC  9(05).
           03  SDO-ANT          PIC S9(06)V9.
           03  DSP-AUX          PIC S9(07)V9.

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
               "RESERVAS DE ESTOQUE POR PRODUTO E CLIENTE".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "   ORIGEM    DOCTO  IT CLIENTE NOME     ".
           03  FILLER           PIC  X(40)  VALUE
               "               QTDE  VALIDADE SITUACAO  ".

       01  DET-001.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  ORI-DT1          PIC  X(09).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DOC-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ITM-DT1          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NOM-DT1          PIC  X(21).
           03  QTD-DT1          PIC  ZZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VLD-DT1          PIC  X(08).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(08).

       01  DET-002.
           03  FILLER           PIC  X(11)  VALUE  "PRODUTO ..:".
           03  PRX-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "-".
           03  SUF-DT2          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT2          PIC  X(25).
           03  FILLER           PIC  X(17)  VALUE
               "  SALDO ESTOQUE:".
           03  SDO-DT2          PIC  ---.--9,9.

       01  VLD-EDT.
           03  DIA-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-EDT          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-EDT          PIC  9(02).

       01  TOT-001.
           03  FILLER           PIC  X(31)  VALUE
               "   RESERVADO DO PRODUTO ......:".
           03  RSV-TT1          PIC  Z.ZZZ.ZZ9.
           03  FILLER           PIC  X(17)  VALUE
               "   DISPONIVEL ..:".
           03  DSP-TT1          PIC  ----.--9,9.

       01  TOT-002.
           03  FILLER           PIC  X(31)  VALUE
               "TOTAL RESERVADO ..............:".
           03  GER-TT2          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(17)  VALUE
               "   PRODUTOS ....:".
           03  PRD-TT2          PIC  ZZ.ZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  53.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  53.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1177".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-PSP.
           03  DES-PSP          PIC  X(25).
           03  PRX-PSP          PIC  9(02).
           03  SUF-PSP          PIC  9(03).
           03  RSP-PSP          PIC  9(01).

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
               05  LINE 09 COLUMN 25 VALUE " Reservas de Estoque ".

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Produto .....:".
           03  LINE 12 COLUMN 41 VALUE "-".
           03  LINE 12 COLUMN 46 VALUE "(00-000 = Todos)".

       01  ENTR-02.
           03  PRX-E02 LINE 12 COLUMN 39 PIC 9(02) USING PRX-AUX.
           03  SUF-E02 LINE 12 COLUMN 42 PIC 9(03) USING SUF-AUX.

       01  ENTR-03  BCK-CLR 00 FOR-CLR 15.
           03  DES-T03 LINE 13 COLUMN 39 PIC X(25) FROM DES-EST.

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
           OPEN     INPUT    CADEST   CADMDR   CADRSV
                    OUTPUT   CADTMP
           IF  FST-RSV   NOT  =  "00"
                                 OPEN     OUTPUT   CADRSV
                                 CLOSE    CADRSV
                                 OPEN     INPUT    CADRSV.
           DISPLAY  TELA-01.

       ROT-PROD-00.
           MOVE     ZEROS    TO  PRX-AUX  SUF-AUX
           MOVE     SPACES   TO  DES-EST
           DISPLAY  TELA-02      ENTR-03.

       ROT-PROD-10.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROD-10.
           IF  TECLADO   =  "09" PERFORM  ROT-PSQP-00
                                 IF  RSP-PSP  NOT  =  0
                                     GO       ROT-PROD-10
                                 ELSE
                                     MOVE  PRX-PSP  TO  PRX-AUX
                                     MOVE  SUF-PSP  TO  SUF-AUX.
           IF  PRX-AUX   =    0  AND  SUF-AUX  =  0
                                 MOVE  "TODOS OS PRODUTOS"  TO  DES-EST
                                 GO       ROT-PROD-20.
           MOVE     PRX-AUX  TO  PRX-EST
           MOVE     SUF-AUX  TO  SUF-EST
           READ     CADEST       MOVE 21  TO  IND-MSG
           IF  FST-EST   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.

       ROT-PROD-20.
           DISPLAY  ENTR-03
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ.

       ROT-TEST-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  ACM-RSV  ACM-GER
                                 ACM-PRD  PRX-ANT  SUF-ANT
           MOVE     PRX-AUX  TO  PRX-RSV
           MOVE     SUF-AUX  TO  SUF-RSV
           MOVE     SPACES   TO  ORI-RSV
           MOVE     ZEROS    TO  DOC-RSV  ITM-RSV.

       ROT-TEST-10.
           START    CADRSV       KEY  >   CHV-RSV
           IF  FST-RSV   =  "23" GO       ROT-TEST-90.
           READ     CADRSV  NEXT
           IF  FST-RSV   =  "10" GO       ROT-TEST-90.
           IF  PRX-AUX   NOT  =  0  OR  SUF-AUX  NOT  =  0
               IF  PRX-RSV   NOT  =  PRX-AUX  OR
                   SUF-RSV   NOT  =  SUF-AUX
                                 GO       ROT-TEST-90.
           IF  PAG-CB1   =    0  PERFORM  ROT-NOME-00
                                 DISPLAY  TELA-05
                                 PERFORM  ROT-IMPR-00.
           IF  PRX-RSV   NOT  =  PRX-ANT  OR
               SUF-RSV   NOT  =  SUF-ANT
                                 PERFORM  ROT-QUEB-00  THRU  ROT-QUEB-10
                                 PERFORM  ROT-PROD-30.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-00.
           PERFORM  ROT-IMPR-20
           GO       ROT-TEST-10.

       ROT-TEST-90.
           IF  PAG-CB1   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROD-00.
           PERFORM  ROT-QUEB-00  THRU  ROT-QUEB-10
           GO       ROT-IMPR-40.

      ******************************************************
      *    NOVO PRODUTO: linha com a descricao e o saldo   *
      ******************************************************
       ROT-PROD-30.
           MOVE     PRX-RSV  TO  PRX-ANT  PRX-EST  PRX-DT2
           MOVE     SUF-RSV  TO  SUF-ANT  SUF-EST  SUF-DT2
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  SPACES  TO  DES-EST
                                 MOVE  ZEROS   TO  SDO-EST.
           MOVE     DES-EST  TO  DES-DT2
           MOVE     SDO-EST  TO  SDO-DT2  SDO-ANT
           ADD      1        TO  ACM-PRD
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    FIM DO PRODUTO: reservado e disponivel          *
      ******************************************************
       ROT-QUEB-00.
           IF  ACM-PRD   =    0  GO       ROT-QUEB-10.
           MOVE     ACM-RSV  TO  RSV-TT1
           COMPUTE  DSP-AUX  =   SDO-ANT  -  ACM-RSV
           MOVE     DSP-AUX  TO  DSP-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  ACM-RSV.

       ROT-QUEB-10.
           EXIT.

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
           MOVE     SPACES   TO  ORI-DT1  VLD-DT1  SIT-DT1
           IF  ORI-RSV   =  "O"  MOVE  "ORCAMENTO"  TO  ORI-DT1.
           IF  ORI-RSV   =  "B"  MOVE  "PENDENCIA"  TO  ORI-DT1.
           MOVE     DOC-RSV  TO  DOC-DT1
           MOVE     ITM-RSV  TO  ITM-DT1
           MOVE     CLI-RSV  TO  CLI-DT1  CHV-MDR
           READ     CADMDR
           IF  FST-MDR   NOT  =  "00"
                                 MOVE  SPACES  TO  NOM-MDR.
           MOVE     NOM-MDR  TO  NOM-DT1
           MOVE     QTD-RSV  TO  QTD-DT1
           IF  ORI-RSV   NOT  =  "O"  GO  ROT-IMPR-30.
           MOVE     VLD-RSV  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-EDT
           MOVE     MES-AUX  TO  MES-EDT
           MOVE     ANO-AUX  TO  ANO-EDT
           MOVE     VLD-EDT  TO  VLD-DT1
           MOVE     VLD-RSV  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-HOJ
                                 MOVE  "VENCIDA"  TO  SIT-DT1
                                 GO       ROT-IMPR-35.

       ROT-IMPR-30.
           ADD      QTD-RSV  TO  ACM-RSV  ACM-GER.

       ROT-IMPR-35.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-40.
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     ACM-GER  TO  GER-TT2
           MOVE     ACM-PRD  TO  PRD-TT2
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
           GO       ROT-PROD-00.

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

       ROT-PSQP-00.
           MOVE     SPACES   TO  DES-PSP
           CALL    "DYPSQP"      USING    PRM-PSP.

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
           MOVE     "RESERVAS DE ESTOQUE"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADEST  CADMDR  CADRSV  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
