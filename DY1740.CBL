       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1740.
       AUTHOR.         ADILSON.
      ******************************************************
      *    DEPRECIACAO MENSAL DO IMOBILIZADO: para o       *
      *    mes/ano informado apaga a depreciacao ja        *
      *    calculada (CADDPR) e refaz bem a bem (CADIMB)   *
      *    pelo metodo linear - custo dividido pela vida   *
      *    util da classe (CADCIM), em meses.              *
      *    O bem deprecia a partir do mes seguinte ao da   *
      *    aquisicao e deixa de depreciar no mes da baixa. *
      *    A ultima quota e limitada ao que falta para o   *
      *    custo; bem totalmente depreciado nao gera mais  *
      *    nada. Bem com classe inexistente sai como       *
      *    ocorrencia no relatorio.                        *
      *    Mes que comeca ate o DTF-CTR esta fechado e e   *
      *    recusado. Relatorio por bem, resumo por classe  *
      *    e gravacao auditada. A depreciacao do mes entra *
      *    na DRE (DY1575) como despesa propria.           *
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

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADIMB.CPY.
       COPY  CADCIM.CPY.
       COPY  CADDPR.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-IMB          PIC  X(02).
           03  FST-CIM          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  IND-CLS          PIC  9(02).
           03  QTD-BEM          PIC  9(05).
           03  QTD-EXC          PIC  9(05).
           03  QUO-AUX          PIC  9(09)V99.
           03  ANT-AUX          PIC  9(09)V99.
           03  TOT-QUO          PIC  9(11)V99.

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
           03  D8-AQS           PIC  9(08).

           03  D6-SEL.
               05  AN6-SEL      PIC  9(02).
               05  MS6-SEL      PIC  9(02).
               05  DI6-SEL      PIC  9(02).

           03  D6-DPR.
               05  AN6-DPR      PIC  9(02).
               05  MS6-DPR      PIC  9(02).
               05  DI6-DPR      PIC  9(02).

           03  AUD-AUX.
               05  FILLER       PIC  X(07)  VALUE  "BENS   ".
               05  QTD-AAU      PIC  9(05).
               05  FILLER       PIC  X(08)  VALUE  " VALOR  ".
               05  VAL-AAU      PIC  9(11)V99.
               05  FILLER       PIC  X(08)  VALUE  " OCORR. ".
               05  EXC-AAU      PIC  9(05).

       01  TAB-CLS.
           03  ITM-CLS                      OCCURS  99.
               05  QTD-CLS      PIC  9(05).
               05  QUO-CLS      PIC  9(11)V99.

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
           03  FILLER           PIC  X(28)  VALUE
               "DEPRECIACAO - MES/ANO:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(35)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(06)  VALUE  "BEM".
           03  FILLER           PIC  X(21)  VALUE  "DESCRICAO".
           03  FILLER           PIC  X(03)  VALUE  "CL".
           03  FILLER           PIC  X(13)  VALUE  "       CUSTO".
           03  FILLER           PIC  X(11)  VALUE  "     QUOTA".
           03  FILLER           PIC  X(13)  VALUE  "   ACUMULADA".
           03  FILLER           PIC  X(12)  VALUE  "    CONTABIL".

       01  DET-001.
           03  COD-DT1          PIC  9(05).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLS-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QUO-DT1          PIC  ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ACM-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  LIQ-DT1          PIC  Z.ZZZ.ZZ9,99.

       01  DET-002.
           03  CLS-DT2          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DES-DT2          PIC  X(30).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  QTD-DT2          PIC  ZZ.ZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  DET-003              PIC  X(80).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  32.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  32.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1740".
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
               05  LINE 07 COLUMN 13 VALUE " Depreciacao Mensal ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  TELA-04  BCK-CLR 4 FOR-CLR 12.
           03  LINE 11 COLUMN 13 VALUE
               "   Calcular a depreciacao do mes ?  [ ]   ".

       01  ENTR-02  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 11 COLUMN 50 PIC X(01) USING RSP-OPC.

       01  TELA-06  BCK-CLR 0 FOR-CLR 0.
           03  LINE 11 COLUMN 13 VALUE
               "                                          ".

       01  TELA-09 BCK-CLR 01 FOR-CLR 15.
           03  LINE 14 COLUMN 24 VALUE "Bens Depreciados ..:".
           03  QTD-T09 LINE 14 COLUMN 45 PIC ZZ.ZZ9 FROM QTD-BEM.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 24 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 16 COLUMN 45 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 19 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 20 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 20 COLUMN 39 PIC 9(01) USING MEI-IMP.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADIMB   CADCIM
                    I-O          CADDPR
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-DPR   =  "35" OPEN     OUTPUT   CADDPR
                                 CLOSE    CADDPR
                                 OPEN     I-O      CADDPR.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-MESA-00.
           MOVE     ANO-SEL  TO  AN6-SEL
           MOVE     MES-SEL  TO  MS6-SEL
           MOVE     01       TO  DI6-SEL
           MOVE     D6-SEL   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-SEL
           IF  DTF-CTR   =   ZEROS  GO    ROT-MESA-10.
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-SEL    NOT  >  D8-REG
                                 MOVE    55  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-MESA-00.

       ROT-MESA-10.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-06
                                 GO       ROT-MESA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-06
                                 GO       ROT-MESA-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-06
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP  QTD-BEM  QTD-EXC
                                 TOT-QUO
           MOVE     1        TO  IND-CLS
           PERFORM  ROT-ZCLS-00  THRU  ROT-ZCLS-20
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07  TELA-09
           PERFORM  ROT-IMPR-10
           PERFORM  ROT-LDPR-00  THRU  ROT-LDPR-20
           PERFORM  ROT-CALC-00  THRU  ROT-CALC-90
           PERFORM  ROT-AUDG-00
           GO       ROT-IMPR-00.

       ROT-ZCLS-00.
           MOVE     ZEROS    TO  QTD-CLS (IND-CLS)  QUO-CLS (IND-CLS)
           IF  IND-CLS   =   99  GO       ROT-ZCLS-20.
           ADD      1        TO  IND-CLS
           GO       ROT-ZCLS-00.

       ROT-ZCLS-20.
           EXIT.

      ******************************************************
      *    APAGA A DEPRECIACAO JA CALCULADA PARA O MES     *
      ******************************************************
       ROT-LDPR-00.
           MOVE     ZEROS    TO  CHV-DPR.

       ROT-LDPR-10.
           START    CADDPR       KEY  >   CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-LDPR-20.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-LDPR-20.
           IF  ANO-DPR   NOT  =  ANO-SEL  OR
               MES-DPR   NOT  =  MES-SEL  GO  ROT-LDPR-10.
           DELETE   CADDPR
           GO       ROT-LDPR-10.

       ROT-LDPR-20.
           EXIT.

      ******************************************************
      *    CALCULO BEM A BEM: adquirido antes do mes, sem  *
      *    baixa ate o mes, classe valida e saldo a        *
      *    depreciar                                       *
      ******************************************************
       ROT-CALC-00.
           MOVE     ZEROS    TO  CHV-IMB.

       ROT-CALC-10.
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB   NOT  =  "00"  GO  ROT-CALC-90.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-CALC-90.
           MOVE     DTA-IMB  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-AQS
           IF  D8-SEL (1: 6)  NOT  >  D8-AQS (1: 6)
                                 GO       ROT-CALC-10.
           IF  DTB-IMB   NOT  =  ZEROS
                                 MOVE     DTB-IMB  TO  D6-REG
                                 PERFORM  ROT-SECU-00
                                 IF  D8-SEL (1: 6)  NOT  <
                                     D8-REG (1: 6)
                                     GO   ROT-CALC-10.
           MOVE     CLS-IMB  TO  CHV-CIM
           READ     CADCIM
           IF  FST-CIM   NOT  =  "00"  OR  VUT-CIM  =  ZEROS
                                 GO       ROT-CALC-50.
           PERFORM  ROT-ACUM-00  THRU  ROT-ACUM-20
           IF  ANT-AUX   NOT  <  VAL-IMB
                                 GO       ROT-CALC-10.
           COMPUTE  QUO-AUX  ROUNDED  =  VAL-IMB  /  VUT-CIM
           IF  ANT-AUX  +  QUO-AUX  >  VAL-IMB
                                 COMPUTE  QUO-AUX  =  VAL-IMB
                                                   -  ANT-AUX.
           IF  QUO-AUX   =   ZEROS  GO    ROT-CALC-10.
           MOVE     CHV-IMB  TO  IMB-DPR
           MOVE     ANO-SEL  TO  ANO-DPR
           MOVE     MES-SEL  TO  MES-DPR
           MOVE     CLS-IMB  TO  CLS-DPR
           MOVE     QUO-AUX  TO  VAL-DPR
           COMPUTE  ACM-DPR  =  ANT-AUX  +  QUO-AUX
           WRITE    REG-DPR
           ADD      1        TO  QTD-BEM  QTD-CLS (CLS-IMB)
           ADD      QUO-AUX  TO  TOT-QUO  QUO-CLS (CLS-IMB)
           DISPLAY  QTD-T09
           MOVE     CHV-IMB  TO  COD-DT1
           MOVE     DES-IMB  TO  DES-DT1
           MOVE     CLS-IMB  TO  CLS-DT1
           MOVE     VAL-IMB  TO  VAL-DT1
           MOVE     QUO-AUX  TO  QUO-DT1
           MOVE     ACM-DPR  TO  ACM-DT1
           COMPUTE  LIQ-DT1  =  VAL-IMB  -  ACM-DPR
           MOVE     DET-001  TO  DET-003
           PERFORM  ROT-IMPD-00
           GO       ROT-CALC-10.

       ROT-CALC-50.
           ADD      1        TO  QTD-EXC
           MOVE     SPACES   TO  DET-003
           MOVE     CHV-IMB  TO  DET-003 (1: 5)
           MOVE     DES-IMB  TO  DET-003 (7: 20)
           MOVE     CLS-IMB  TO  DET-003 (28: 2)
           MOVE     "CLASSE INEXISTENTE OU SEM VIDA UTIL"
                             TO  DET-003 (31: 35)
           PERFORM  ROT-IMPD-00
           GO       ROT-CALC-10.

       ROT-CALC-90.
           EXIT.

      ******************************************************
      *    DEPRECIACAO ACUMULADA DO BEM ANTES DO MES       *
      ******************************************************
       ROT-ACUM-00.
           MOVE     ZEROS    TO  ANT-AUX
           MOVE     CHV-IMB  TO  IMB-DPR
           MOVE     ZEROS    TO  ANO-DPR  MES-DPR
           START    CADDPR       KEY  NOT  <  CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ACUM-20.

       ROT-ACUM-10.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ACUM-20.
           IF  IMB-DPR   NOT  =  CHV-IMB  GO  ROT-ACUM-20.
           MOVE     ANO-DPR  TO  AN6-DPR
           MOVE     MES-DPR  TO  MS6-DPR
           MOVE     01       TO  DI6-DPR
           MOVE     D6-DPR   TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <   D8-SEL  ADD  VAL-DPR  TO  ANT-AUX.
           GO       ROT-ACUM-10.

       ROT-ACUM-20.
           EXIT.

      ******************************************************
      *    AUDITORIA DO CALCULO DO MES                     *
      ******************************************************
       ROT-AUDG-00.
           MOVE     QTD-BEM  TO  QTD-AAU
           MOVE     TOT-QUO  TO  VAL-AAU
           MOVE     QTD-EXC  TO  EXC-AAU
           MOVE     "CADDPR"  TO  ARQ-PRM
           MOVE     SPACES    TO  CHR-PRM  ANT-PRM
           MOVE     ANO-SEL   TO  CHR-PRM (1: 2)
           MOVE     MES-SEL   TO  CHR-PRM (3: 2)
           MOVE     "I"       TO  OPC-PRM
           MOVE     AUD-AUX   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    RELATORIO: bens ja listados no calculo, resumo  *
      *    por classe e total do mes                       *
      ******************************************************
       ROT-IMPR-00.
           IF  QTD-BEM   =   ZEROS  AND  QTD-EXC  =  ZEROS
                                 MOVE  "NENHUM BEM A DEPRECIAR"
                                                   TO  DET-003
                                 PERFORM  ROT-IMPD-00.
           MOVE     SPACES   TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "RESUMO POR CLASSE"  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     1        TO  IND-CLS.

       ROT-IMPR-20.
           IF  QTD-CLS (IND-CLS)  =  ZEROS  GO  ROT-IMPR-30.
           MOVE     IND-CLS  TO  CHV-CIM
           READ     CADCIM
           IF  FST-CIM   NOT  =  "00"  MOVE  SPACES  TO  DES-CIM.
           MOVE     IND-CLS  TO  CLS-DT2
           MOVE     DES-CIM  TO  DES-DT2
           MOVE     QTD-CLS (IND-CLS)  TO  QTD-DT2
           MOVE     QUO-CLS (IND-CLS)  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00.

       ROT-IMPR-30.
           IF  IND-CLS   <   99  ADD      1  TO  IND-CLS
                                 GO       ROT-IMPR-20.
           MOVE     CAB-003  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     ZEROS    TO  CLS-DT2
           MOVE     "DEPRECIACAO DO MES"  TO  DES-DT2
           MOVE     QTD-BEM  TO  QTD-DT2
           MOVE     TOT-QUO  TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
           PERFORM  ROT-IMPD-00
           MOVE     "BENS COM OCORRENCIA"  TO  DES-DT2
           MOVE     QTD-EXC  TO  QTD-DT2
           MOVE     ZEROS    TO  VAL-DT2
           MOVE     DET-002  TO  DET-003
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
           GO       ROT-MESA-00.

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
           MOVE     "DEPRECIACAO MENSAL"
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
           CLOSE    CADCTR  CADIMB  CADCIM  CADDPR  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
