       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1239.
       AUTHOR.         ADILSON.
      ******************************************************
      *    DIVERGENCIAS DE RECEBIMENTO (CADDVG):           *
      *    - consulta por fornecedor e nota fiscal das     *
      *      divergencias gravadas pela conferencia        *
      *      pedido x nota x recebido do DY1215, com o     *
      *      titulo a pagar retido e o valor a reclamar;   *
      *    - F4 = liberar: exige permissao de supervisor   *
      *      (funcao 3 do DYPERM); tira a retencao dos     *
      *      titulos da nota (BLQ-PAG) e marca as          *
      *      divergencias como liberadas (SIT-DVG "L",     *
      *      data e operador da liberacao);                *
      *    - relatorio F3 por fornecedor (0 = todos) com   *
      *      o detalhe de cada item divergente e os totais *
      *      a reclamar, base do pedido de nota de credito *
      *      ao fornecedor.                                *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR
                       FILE          STATUS  IS  FST-FOR.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADDVG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVG
                       FILE          STATUS  IS  FST-DVG.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADFOR.CPY.
       COPY  CADPAG.CPY.
       COPY  CADDVG.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-FOR          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-DVG          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FOR-AUX          PIC  9(04).
           03  NTF-AUX          PIC  9(06).
           03  SPG-AUX          PIC  9(06).
           03  SIT-DSC          PIC  X(10).
           03  QTD-ITM          PIC  9(03).
           03  QTD-RET          PIC  9(03).
           03  VDF-TOT          PIC  9(07)V99.

           03  FOR-SEL          PIC  9(04).
           03  FOR-ANT          PIC  9(04).
           03  CNT-ITM          PIC  9(05).
           03  ITM-FOR          PIC  9(04).
           03  VDF-FOR          PIC  9(07)V99.
           03  RET-FOR          PIC  9(07)V99.
           03  VDF-GER          PIC  9(07)V99.
           03  RET-GER          PIC  9(07)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(68)  VALUE
               "DIVERGENCIAS DE RECEBIMENTO POR FORNECEDOR".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "NOTA   PROD.  PEDIDO QT.PED QT.REC  QT.N".
           03  FILLER           PIC  X(40)  VALUE
               "F PR.PEDID  PR.NOTA A RECLAM. TIP S     ".

       01  DET-001.
           03  NTF-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PED-DT1          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QPD-DT1          PIC  ZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QRC-DT1          PIC  ZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QNF-DT1          PIC  ZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PUP-DT1          PIC  ZZZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PUN-DT1          PIC  ZZZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VDF-DT1          PIC  ZZZZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TIP-DT1          PIC  X(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(01).

       01  DET-002.
           03  FILLER           PIC  X(12)  VALUE  "FORNECEDOR: ".
           03  FOR-DT2          PIC  9(04).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  RAZ-DT2          PIC  X(40).

       01  DET-003.
           03  DES-DT3          PIC  X(26).
           03  ITM-DT3          PIC  ZZZ9.
           03  FILLER           PIC  X(13)  VALUE  "  A RECLAMAR:".
           03  VDF-DT3          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(09)  VALUE  "  RETIDO:".
           03  RET-DT3          PIC  Z.ZZZ.ZZ9,99.

       01  DET-004              PIC  X(80)  VALUE
           "TIP: P=PRECO Q=QTDE X PEDIDO R=QTDE X RECEBIDO   S: R=RETIDO
      -    " L=LIBERADO".

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  95.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  95.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1239".
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
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle de Compras ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE
                   " Divergencias de Recebimento ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 10 COLUMN 28 VALUE
               "(F3 = Relatorio; 0 = todos)".
           03  LINE 11 COLUMN 13 VALUE "Nota Fiscal :".
           03  LINE 12 COLUMN 13 VALUE "Titulo .....:".
           03  LINE 12 COLUMN 36 VALUE "Valor:".
           03  LINE 13 COLUMN 13 VALUE "Itens Diverg:".
           03  LINE 13 COLUMN 36 VALUE "Retidos:".
           03  LINE 14 COLUMN 13 VALUE "A Reclamar .:".
           03  LINE 16 COLUMN 13 VALUE
               "F4 = Liberar o Titulo (Supervisor)".

       01  ENTR-01.
           03  FOR-E01 LINE 09 COLUMN 28 PIC 9(04) USING FOR-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  FOR-T02 LINE 09 COLUMN 28 PIC 9(04) FROM FOR-AUX.
           03  RAZ-T02 LINE 09 COLUMN 34 PIC X(30) FROM RAZ-FOR.
           03  NTF-T02 LINE 11 COLUMN 28 PIC 9(06) FROM NTF-AUX.
           03  SPG-T02 LINE 12 COLUMN 28 PIC 9(06) FROM SPG-AUX.
           03  VAL-T02 LINE 12 COLUMN 43 PIC -.---.--9,99
                                                   FROM VAL-PAG.
           03  SIT-T02 LINE 12 COLUMN 57 PIC X(10) FROM SIT-DSC.
           03  ITM-T02 LINE 13 COLUMN 28 PIC ZZ9   FROM QTD-ITM.
           03  RET-T02 LINE 13 COLUMN 45 PIC ZZ9   FROM QTD-RET.
           03  VDF-T02 LINE 14 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                   FROM VDF-TOT.

       01  ENTR-03.
           03  NTF-E03 LINE 11 COLUMN 28 PIC 9(06) USING NTF-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE
               "  Confirma a Liberacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 18 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 18 COLUMN 13 VALUE
               "                               ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 20 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 20 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 21 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 22 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 22 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 24 VALUE
               "                               ".
           03  LINE 21 COLUMN 25 VALUE
               "                              ".
           03  LINE 22 COLUMN 25 VALUE
               "                              ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADFOR
                    I-O          CADPAG   CADDVG
                    OUTPUT       CADTMP
           IF  FST-PAG   =  "35" OPEN     OUTPUT   CADPAG
                                 CLOSE    CADPAG
                                 OPEN     I-O      CADPAG.
           IF  FST-DVG   =  "35" OPEN     OUTPUT   CADDVG
                                 CLOSE    CADDVG
                                 OPEN     I-O      CADDVG.
           DISPLAY  TELA-01      TELA-02.

       ROT-FORN-00.
           MOVE     ZEROS    TO  FOR-AUX  NTF-AUX  SPG-AUX  VAL-PAG
                                 QTD-ITM  QTD-RET  VDF-TOT
           MOVE     SPACES   TO  RAZ-FOR  SIT-DSC
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FORN-00.
           IF  TECLADO   =  "03" MOVE     FOR-AUX  TO  FOR-SEL
                                 GO       ROT-IMPR-00.
           IF  FOR-AUX   =    0  GO       ROT-FORN-00.
           MOVE     FOR-AUX  TO  CHV-FOR
           READ     CADFOR       MOVE 21  TO  IND-MSG
           IF  FST-FOR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-FORN-00.
           DISPLAY  ENTR-02.

       ROT-NOTA-00.
           MOVE     ZEROS    TO  SPG-AUX  VAL-PAG
                                 QTD-ITM  QTD-RET  VDF-TOT
           MOVE     SPACES   TO  SIT-DSC
           DISPLAY  ENTR-02
           ACCEPT   ENTR-03      DISPLAY  NTF-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FORN-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-NOTA-00.
           IF  NTF-AUX   =    0  GO       ROT-NOTA-00.

       ROT-EXBE-00.
           PERFORM  ROT-LDVG-00  THRU  ROT-LDVG-EXIT
           IF  QTD-ITM   =    0  MOVE    21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-NOTA-00.
           DISPLAY  ENTR-02.

       ROT-EXBE-10.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-EXBE-10.
           IF  TCL-MSG   =   04  GO       ROT-LIBE-00.
           IF  TCL-MSG   >   00  GO       ROT-EXBE-10.
           GO       ROT-NOTA-00.

      ******************************************************
      *    RESUMO DA NOTA: itens divergentes, retidos, o   *
      *    total a reclamar e o titulo a pagar retido.     *
      ******************************************************
       ROT-LDVG-00.
           MOVE     ZEROS    TO  QTD-ITM  QTD-RET  VDF-TOT  SPG-AUX
                                 VAL-PAG
           MOVE     SPACES   TO  SIT-DSC
           MOVE     FOR-AUX  TO  FOR-DVG
           MOVE     NTF-AUX  TO  NTF-DVG
           MOVE     ZEROS    TO  SEQ-DVG
           START    CADDVG       KEY  >   CHV-DVG
           IF  FST-DVG   =  "23" GO       ROT-LDVG-EXIT.

       ROT-LDVG-10.
           READ     CADDVG  NEXT
           IF  FST-DVG   =  "10" GO       ROT-LDVG-20.
           IF  FOR-DVG   NOT  =  FOR-AUX  OR
               NTF-DVG   NOT  =  NTF-AUX  GO  ROT-LDVG-20.
           ADD      1        TO  QTD-ITM
           ADD      VDF-DVG  TO  VDF-TOT
           IF  SIT-DVG   =  "R"  ADD      1        TO  QTD-RET.
           MOVE     SPG-DVG  TO  SPG-AUX
           GO       ROT-LDVG-10.

       ROT-LDVG-20.
           IF  QTD-ITM   =    0  GO       ROT-LDVG-EXIT.
           MOVE     FOR-AUX  TO  FOR-PAG
           MOVE     SPG-AUX  TO  SEQ-PAG
           READ     CADPAG
           IF  FST-PAG   NOT  =  "00"
                                 MOVE     ZEROS    TO  VAL-PAG
                                 MOVE     "SEM TITULO"  TO  SIT-DSC
                                 GO       ROT-LDVG-EXIT.
           IF  SIT-PAG   =  "A"  MOVE     "ABERTO"      TO  SIT-DSC.
           IF  SIT-PAG   =  "P"  MOVE     "PAGO"        TO  SIT-DSC.
           IF  SIT-PAG   =  "A"  AND  BLQ-PAG  =  "D"
                                 MOVE     "RETIDO"      TO  SIT-DSC.

       ROT-LDVG-EXIT.
           EXIT.

      ******************************************************
      *    LIBERACAO PELO SUPERVISOR: tira a retencao dos  *
      *    titulos e marca as divergencias da nota como    *
      *    liberadas.                                      *
      ******************************************************
       ROT-LIBE-00.
           IF  QTD-RET   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXBE-10.
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXBE-10.
           DISPLAY  TELA-04.

       ROT-LIBE-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-EXBE-10.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EXBE-10.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-LIBE-10.
           DISPLAY  TELA-05
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     FOR-AUX  TO  FOR-DVG
           MOVE     NTF-AUX  TO  NTF-DVG
           MOVE     ZEROS    TO  SEQ-DVG.

       ROT-LIBE-20.
           START    CADDVG       KEY  >   CHV-DVG
           IF  FST-DVG   =  "23" GO       ROT-EXBE-00.
           READ     CADDVG  NEXT
           IF  FST-DVG   =  "10" GO       ROT-EXBE-00.
           IF  FOR-DVG   NOT  =  FOR-AUX  OR
               NTF-DVG   NOT  =  NTF-AUX  GO  ROT-EXBE-00.
           IF  SIT-DVG   NOT  =  "R"      GO  ROT-LIBE-20.
           MOVE     REG-DVG (1: 50)  TO  ANT-AUX
           MOVE     "L"      TO  SIT-DVG
           MOVE     DTA-SYS  TO  DTL-DVG
           MOVE     PRM-OPR  TO  OPL-DVG
           REWRITE  REG-DVG
           MOVE     "CADDVG"  TO  ARQ-PRM
           MOVE     CHV-DVG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "DIVERGENCIA LIBERADA PELO SUPERVISOR"  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     FOR-DVG  TO  FOR-PAG
           MOVE     SPG-DVG  TO  SEQ-PAG
           READ     CADPAG
           IF  FST-PAG   =  "00"  AND  BLQ-PAG  =  "D"
                                 PERFORM  ROT-LPAG-00.
           GO       ROT-LIBE-20.

       ROT-LPAG-00.
           MOVE     REG-PAG (1: 50)  TO  ANT-AUX
           MOVE     SPACES   TO  BLQ-PAG
           REWRITE  REG-PAG
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "TITULO LIBERADO PELO SUPERVISOR"  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    RELATORIO POR FORNECEDOR: itens divergentes em  *
      *    ordem de nota, subtotal a reclamar e retido por *
      *    fornecedor e total geral.                       *
      ******************************************************
       ROT-IMPR-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  CNT-ITM  FOR-ANT
                                 ITM-FOR  VDF-FOR  RET-FOR
                                 VDF-GER  RET-GER
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     FOR-SEL  TO  FOR-DVG
           MOVE     ZEROS    TO  NTF-DVG  SEQ-DVG
           START    CADDVG       KEY  NOT  <  CHV-DVG
           IF  FST-DVG   =  "23" GO       ROT-IMPR-50.

       ROT-IMPR-20.
           READ     CADDVG  NEXT
           IF  FST-DVG   =  "10" GO       ROT-IMPR-50.
           IF  FOR-SEL   NOT  =  ZEROS  AND
               FOR-DVG   NOT  =  FOR-SEL  GO  ROT-IMPR-50.
           IF  FOR-DVG   NOT  =  FOR-ANT  AND  ITM-FOR  >  0
                                 PERFORM  ROT-TFOR-00.
           IF  FOR-DVG   NOT  =  FOR-ANT
                                 PERFORM  ROT-CFOR-00.
           MOVE     NTF-DVG  TO  NTF-DT1
           MOVE     PRX-DVG  TO  PRX-DT1
           MOVE     SUF-DVG  TO  SUF-DT1
           MOVE     PED-DVG  TO  PED-DT1
           MOVE     QPD-DVG  TO  QPD-DT1
           MOVE     QRC-DVG  TO  QRC-DT1
           MOVE     QNF-DVG  TO  QNF-DT1
           MOVE     PUP-DVG  TO  PUP-DT1
           MOVE     PUN-DVG  TO  PUN-DT1
           MOVE     VDF-DVG  TO  VDF-DT1
           MOVE     TIP-DVG  TO  TIP-DT1
           MOVE     SIT-DVG  TO  SIT-DT1
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CNT-ITM  ITM-FOR
           ADD      VDF-DVG  TO  VDF-FOR  VDF-GER
           IF  SIT-DVG   =  "R"  ADD      VDF-DVG  TO  RET-FOR
                                                       RET-GER.
           GO       ROT-IMPR-20.

       ROT-IMPR-50.
           IF  CNT-ITM   =    0  MOVE     31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    CADTMP
                                 DELETE   FILE     CADTMP
                                 OPEN     OUTPUT   CADTMP
                                 DISPLAY  TELA-09
                                 GO       ROT-FORN-00.
           PERFORM  ROT-TFOR-00
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-10.
           MOVE     "TOTAL GERAL ....... ITENS:"  TO  DES-DT3
           MOVE     CNT-ITM  TO  ITM-DT3
           MOVE     VDF-GER  TO  VDF-DT3
           MOVE     RET-GER  TO  RET-DT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-004  TO  DET-TMP
           WRITE    REG-TMP
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-FORN-00.

       ROT-IMPR-10.
           DISPLAY  PAG-T07
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

      ******************************************************
      *    CABECALHO DO FORNECEDOR                         *
      ******************************************************
       ROT-CFOR-00.
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-10.
           MOVE     FOR-DVG  TO  FOR-ANT  FOR-DT2  CHV-FOR
           READ     CADFOR
           IF  FST-FOR   =  "00" MOVE     RAZ-FOR  TO  RAZ-DT2
           ELSE                  MOVE     "SEM CADASTRO"  TO  RAZ-DT2.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  ITM-FOR  VDF-FOR  RET-FOR.

      ******************************************************
      *    SUBTOTAL DO FORNECEDOR                          *
      ******************************************************
       ROT-TFOR-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     "  TOTAL FORNECEDOR  ITENS:"  TO  DES-DT3
           MOVE     ITM-FOR  TO  ITM-DT3
           MOVE     VDF-FOR  TO  VDF-DT3
           MOVE     RET-FOR  TO  RET-DT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP.

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
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

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
           MOVE     "DIVERGENCIAS DE RECEBIMENTO"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADFOR  CADPAG  CADDVG  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
