       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1745.
       AUTHOR.         ADILSON.
      ******************************************************
      *    RELACAO DO IMOBILIZADO: posicao dos bens        *
      *    (CADIMB) no fim do mes/ano informado, por       *
      *    classe (CADCIM) - custo, depreciacao acumulada  *
      *    ate o mes (CADDPR) e valor contabil, com total  *
      *    por classe e geral.                             *
      *    Bem baixado ate o mes sai com a data, o tipo    *
      *    (venda ou perda), o valor obtido e o ganho ou   *
      *    perda na baixa, fora dos totais de custo.       *
      *    Bem adquirido depois do mes nao aparece.        *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

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

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADIMB.CPY.
       COPY  CADCIM.CPY.
       COPY  CADDPR.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-IMB          PIC  X(02).
           03  FST-CIM          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  COD-ANT          PIC  9(05).
           03  QTD-CLS          PIC  9(05).
           03  ACM-AUX          PIC  9(09)V99.
           03  RES-AUX          PIC S9(09)V99.

           03  TOT-CLS.
               05  VAL-TCL      PIC  9(11)V99.
               05  ACM-TCL      PIC  9(11)V99.
               05  RES-TCL      PIC S9(11)V99.
           03  TOT-GER.
               05  VAL-TGR      PIC  9(11)V99.
               05  ACM-TGR      PIC  9(11)V99.
               05  RES-TGR      PIC S9(11)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-SEL           PIC  9(08).

           03  D6-SEL.
               05  AN6-SEL      PIC  9(02).
               05  MS6-SEL      PIC  9(02).
               05  DI6-SEL      PIC  9(02).

           03  DTQ-DMA.
               05  DIA-DTQ      PIC  9(02).
               05  MES-DTQ      PIC  9(02).
               05  ANO-DTQ      PIC  9(02).
           03  DTB-DMA.
               05  DIA-DTB      PIC  9(02).
               05  MES-DTB      PIC  9(02).
               05  ANO-DTB      PIC  9(02).

           03  D6-DPR.
               05  AN6-DPR      PIC  9(02).
               05  MS6-DPR      PIC  9(02).
               05  DI6-DPR      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(28)  VALUE
               "IMOBILIZADO - POSICAO EM:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(06)  VALUE  "BEM".
           03  FILLER           PIC  X(26)  VALUE  "DESCRICAO".
           03  FILLER           PIC  X(09)  VALUE  "AQUISIC.".
           03  FILLER           PIC  X(13)  VALUE  "       CUSTO".
           03  FILLER           PIC  X(13)  VALUE  "   ACUMULADA".
           03  FILLER           PIC  X(12)  VALUE  "    CONTABIL".

       01  DET-001.
           03  COD-DT1          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTA-DT1          PIC  99/99/99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACM-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIQ-DT1          PIC  Z.ZZZ.ZZ9,99.

       01  DET-002.
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "BAIXA EM ".
           03  DTB-DT2          PIC  99/99/99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TBX-DT2          PIC  X(06).
           03  FILLER           PIC  X(06)  VALUE  "VALOR ".
           03  VBX-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(12)  VALUE  "  RESULTADO ".
           03  RES-DT2          PIC  -.---.--9,99.

       01  DET-004.
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  DES-DT4          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTD-DT4          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT4          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACM-DT4          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIQ-DT4          PIC  ZZZ.ZZZ.ZZ9,99.

       01  DET-005.
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  FILLER           PIC  X(34)  VALUE
               "RESULTADO NAS BAIXAS".
           03  RES-DT5          PIC  ---.---.--9,99.

       01  DET-003              PIC  X(80).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  33.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  33.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1745".
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
               05  LINE 06 COLUMN 11 VALUE " Imobilizado ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Relacao de Bens ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 10 COLUMN 13 VALUE "Posicao em .:".

       01  ENTR-01.
           03  MES-E01 LINE 10 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 10 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 13 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 13 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 16 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 17 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 17 COLUMN 39 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     4        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT    CADIMB   CADCIM   CADDPR
                    OUTPUT   CADTMP
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

       ROT-PERI-00.
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PERI-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-PERI-00.
           MOVE     ANO-SEL  TO  AN6-SEL
           MOVE     MES-SEL  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-SEL
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  TOT-GER
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     ZEROS    TO  CHV-CIM.

      ******************************************************
      *    CLASSE A CLASSE, BENS DA CLASSE EM SEQUENCIA    *
      ******************************************************
       ROT-CLAS-00.
           START    CADCIM       KEY  >   CHV-CIM
           IF  FST-CIM   NOT  =  "00"  GO  ROT-IMPR-00.
           READ     CADCIM  NEXT
           IF  FST-CIM   NOT  =  "00"  GO  ROT-IMPR-00.
           MOVE     ZEROS    TO  TOT-CLS  QTD-CLS  CHV-IMB.

       ROT-CLAS-10.
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB   NOT  =  "00"  GO  ROT-CLAS-50.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-CLAS-50.
           IF  CLS-IMB   NOT  =  CHV-CIM  GO  ROT-CLAS-10.
           MOVE     DTA-IMB  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG (1: 6)  >  D8-SEL (1: 6)
                                 GO       ROT-CLAS-10.
           IF  QTD-CLS   =   ZEROS  PERFORM  ROT-CABC-00.
           ADD      1        TO  QTD-CLS
           PERFORM  ROT-ACUM-00  THRU  ROT-ACUM-20
           MOVE     CHV-IMB  TO  COD-DT1
           MOVE     DES-IMB  TO  DES-DT1
           MOVE     DIA-IMB  TO  DIA-DTQ
           MOVE     MES-IMB  TO  MES-DTQ
           MOVE     ANO-IMB  TO  ANO-DTQ
           MOVE     DTQ-DMA  TO  DTA-DT1
           MOVE     VAL-IMB  TO  VAL-DT1
           MOVE     ACM-AUX  TO  ACM-DT1
           COMPUTE  LIQ-DT1  =  VAL-IMB  -  ACM-AUX
           MOVE     DET-001  TO  DET-003
           PERFORM  ROT-IMPD-00
           IF  DTB-IMB   =   ZEROS  GO    ROT-CLAS-20.
           MOVE     DTB-IMB  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG (1: 6)  >  D8-SEL (1: 6)
                                 GO       ROT-CLAS-20.
           MOVE     DTB-IMB (5: 2)  TO  DIA-DTB
           MOVE     DTB-IMB (3: 2)  TO  MES-DTB
           MOVE     DTB-IMB (1: 2)  TO  ANO-DTB
           MOVE     DTB-DMA  TO  DTB-DT2
           MOVE     "PERDA "  TO  TBX-DT2
           IF  TBX-IMB   =  "V"  MOVE  "VENDA "  TO  TBX-DT2.
           MOVE     VBX-IMB  TO  VBX-DT2
           COMPUTE  RES-AUX  =  VBX-IMB  -  VAL-IMB  +  ACM-AUX
           MOVE     RES-AUX  TO  RES-DT2
           ADD      RES-AUX  TO  RES-TCL
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           GO       ROT-CLAS-10.

       ROT-CLAS-20.
           ADD      VAL-IMB  TO  VAL-TCL
           ADD      ACM-AUX  TO  ACM-TCL
           GO       ROT-CLAS-10.

       ROT-CLAS-50.
           IF  QTD-CLS   =   ZEROS  GO    ROT-CLAS-00.
           MOVE     "TOTAL DA CLASSE"  TO  DES-DT4
           MOVE     QTD-CLS  TO  QTD-DT4
           MOVE     VAL-TCL  TO  VAL-DT4
           MOVE     ACM-TCL  TO  ACM-DT4
           COMPUTE  LIQ-DT4  =  VAL-TCL  -  ACM-TCL
           MOVE     DET-004  TO  DET-003
           PERFORM  ROT-IMPD-00
           IF  RES-TCL   NOT  =  ZEROS
                                 MOVE     RES-TCL  TO  RES-DT5
                                 MOVE     DET-005  TO  DET-003
                                 PERFORM  ROT-IMPD-00.
           ADD      VAL-TCL  TO  VAL-TGR
           ADD      ACM-TCL  TO  ACM-TGR
           ADD      RES-TCL  TO  RES-TGR
           GO       ROT-CLAS-00.

       ROT-CABC-00.
           MOVE     SPACES   TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "CLASSE"  TO  DET-003 (1: 6)
           MOVE     CHV-CIM  TO  DET-003 (8: 2)
           MOVE     "-"      TO  DET-003 (11: 1)
           MOVE     DES-CIM  TO  DET-003 (13: 30)
           MOVE     "VIDA UTIL"  TO  DET-003 (44: 9)
           MOVE     VUT-CIM  TO  DET-003 (54: 3)
           MOVE     "MESES"  TO  DET-003 (58: 5)
           PERFORM  ROT-IMPD-00.

      ******************************************************
      *    DEPRECIACAO ACUMULADA DO BEM ATE O MES          *
      ******************************************************
       ROT-ACUM-00.
           MOVE     ZEROS    TO  ACM-AUX
           MOVE     CHV-IMB  TO  IMB-DPR  COD-ANT
           MOVE     ZEROS    TO  ANO-DPR  MES-DPR
           START    CADDPR       KEY  NOT  <  CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ACUM-20.

       ROT-ACUM-10.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ACUM-20.
           IF  IMB-DPR   NOT  =  COD-ANT  GO  ROT-ACUM-20.
           MOVE     ANO-DPR  TO  AN6-DPR
           MOVE     MES-DPR  TO  MS6-DPR
           MOVE     01       TO  DI6-DPR
           MOVE     D6-DPR   TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    NOT  >  D8-SEL  ADD  VAL-DPR  TO  ACM-AUX.
           GO       ROT-ACUM-10.

       ROT-ACUM-20.
           EXIT.

      ******************************************************
      *    TOTAL GERAL                                     *
      ******************************************************
       ROT-IMPR-00.
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "TOTAL GERAL"  TO  DES-DT4
           MOVE     ZEROS    TO  QTD-DT4
           MOVE     VAL-TGR  TO  VAL-DT4
           MOVE     ACM-TGR  TO  ACM-DT4
           COMPUTE  LIQ-DT4  =  VAL-TGR  -  ACM-TGR
           MOVE     DET-004  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     RES-TGR  TO  RES-DT5
           MOVE     DET-005  TO  DET-003
           PERFORM  ROT-IMPD-00.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-01      TELA-02
           GO       ROT-PERI-00.

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

       ROT-IMPD-00.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
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
           MOVE     "RELACAO DO IMOBILIZADO"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADIMB  CADCIM  CADDPR  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
