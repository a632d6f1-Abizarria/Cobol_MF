       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1546.
       AUTHOR.         ADILSON.
      ******************************************************
      *    EXTRATO DA ADMINISTRADORA DE CARTAO: importa o  *
      *    arquivo de liquidacao (EXTCRT) de uma bandeira  *
      *    (CADADM) e casa cada venda paga com o credito   *
      *    pendente CADCRD da mesma PRX-CRD: primeiro pelo *
      *    NSU/autorizacao (NSU-CRD), depois pela data da  *
      *    venda e valor bruto. O credito casado e baixado *
      *    para CADFTH (ORG "C", data do pagamento e banco *
      *    informado) e sai do CADCRD; o deposito em si ja *
      *    esta no extrato bancario (CADLBC) e continua    *
      *    conciliado pelo DY1545.                         *
      *    Relacao de excecoes: pagamento sem venda,       *
      *    tarifa acima da taxa contratada (TXA-ADM; o     *
      *    credito e baixado assim mesmo), bruto diferente *
      *    do credito, chargeback (so informado), linha de *
      *    outra bandeira, periodo fechado e, ao final, as *
      *    vendas da bandeira ainda pendentes cujo repasse *
      *    previsto (data da venda + PZO-ADM) ja passou.   *
      *    Layout da linha de detalhe (EXTCRT):            *
      *      "2" ocorrencia(2: VD venda paga, CB           *
      *      chargeback) data venda(6) NSU(12) bruto(9)    *
      *      tarifa(9) liquido(9) data pagto(6)            *
      *      bandeira(10); valores com 2 decimais.         *
      *    Outros tipos de linha sao ignorados.            *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADADM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  PRX-ADM
                       FILE          STATUS  IS  FST-ADM.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADFTH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTH
                       FILE          STATUS  IS  FST-FTH.

           SELECT      EXTCRT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EXT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADADM.CPY.
       COPY  CADBCO.CPY.
       COPY  CADCRD.CPY.
       COPY  CADFTH.CPY.

       FD  EXTCRT
           LABEL RECORD STANDARD.

       01  REG-EXT              PIC  X(100).

       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-ADM          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FST-EXT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ANT-AUX          PIC  X(50).

           03  PRX-SEL          PIC  9(01).
           03  FLG-ACH          PIC  X(01).
           03  FLG-CND          PIC  X(01).
           03  KEY-CND          PIC  X(12).
           03  TXA-CAL          PIC  9(03)V99.

           03  ACM-LIQ          PIC  9(05).
           03  ACM-SVD          PIC  9(05).
           03  ACM-TXA          PIC  9(05).
           03  ACM-CHB          PIC  9(05).
           03  ACM-NPG          PIC  9(05).
           03  ACM-OUT          PIC  9(05).
           03  ACM-BRT          PIC  9(09)V99.
           03  ACM-VLQ          PIC  9(09)V99.

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
           03  D8-PGT           PIC  9(08).

           03  TXS-AUX.
               05  FILLER       PIC  X(05)  VALUE  "TAXA ".
               05  TXA-TXS      PIC  ZZ9,99.
               05  FILLER       PIC  X(10)  VALUE  "% > CONTR.".

           03  NPG-AUX.
               05  FILLER       PIC  X(15)  VALUE  "NAO PAGA PREV. ".
               05  DIA-NPG      PIC  9(02).
               05  FILLER       PIC  X(01)  VALUE  "/".
               05  MES-NPG      PIC  9(02).

       01  EXT-DET.
           03  TIP-EXT          PIC  X(01).
           03  OCO-EXT          PIC  X(02).
           03  DTV-EXT          PIC  9(06).
           03  NSU-EXT          PIC  X(12).
           03  BRT-EXT          PIC  9(07)V99.
           03  TAR-EXT          PIC  9(07)V99.
           03  LIQ-EXT          PIC  9(07)V99.
           03  DTP-EXT          PIC  9(06).
           03  BND-EXT          PIC  X(10).
           03  FILLER           PIC  X(36).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SOM.
           03  DT6-SOM          PIC  9(06).
           03  QTD-SOM          PIC  9(03).
           03  RSL-SOM          PIC  9(06).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  DES-CB2          PIC  X(68).
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "OC VENDA    NSU/AUTORIZ.       BRUTO    ".
           03  FILLER           PIC  X(40)  VALUE
               "TARIFA     LIQUIDO SITUACAO".

       01  DET-001.
           03  OCO-DT1          PIC  X(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NSU-DT1          PIC  X(12).
           03  BRT-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  TAR-DT1          PIC  ZZZ.ZZ9,99.
           03  LIQ-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(21).

       01  TOT-001.
           03  FILLER           PIC  X(15)  VALUE  "LIQUIDADOS ...:".
           03  LIQ-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(10)  VALUE  "  BRUTO .:".
           03  BRT-TT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(12)  VALUE  "  LIQUIDO .:".
           03  VLQ-TT1          PIC  ---.---.--9,99.

       01  TOT-002.
           03  FILLER           PIC  X(13)  VALUE  "SEM VENDA ..:".
           03  SVD-TT2          PIC  ZZZ9.
           03  FILLER           PIC  X(15)  VALUE  "  TAXA ACIMA .:".
           03  TXA-TT2          PIC  ZZZ9.
           03  FILLER           PIC  X(15)  VALUE  "  CHARGEBACK .:".
           03  CHB-TT2          PIC  ZZZ9.
           03  FILLER           PIC  X(14)  VALUE  "  NAO PAGAS .:".
           03  NPG-TT2          PIC  ZZZ9.

       01  TOT-003.
           03  FILLER           PIC  X(13)  VALUE  "OUTRAS .....:".
           03  OUT-TT3          PIC  ZZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  40.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  40.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1546".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Clientes ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Extrato de Cartoes ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Bandeira (3-8):".
           03  LINE 10 COLUMN 13 VALUE "Taxa % .......:".
           03  LINE 11 COLUMN 13 VALUE "Banco ........:".
           03  LINE 13 COLUMN 13 VALUE
               "F3 = Processar Extrato da Administradora".

       01  ENTR-01.
           03  PRX-E01 LINE 09 COLUMN 29 PIC 9(01) USING PRX-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  PRX-T02 LINE 09 COLUMN 29 PIC 9(01) FROM  PRX-SEL.
           03  DES-T02 LINE 09 COLUMN 33 PIC X(20) FROM  DES-ADM.
           03  TXA-T02 LINE 10 COLUMN 29 PIC Z9,99 FROM  TXA-ADM.

       01  ENTR-03.
           03  BCO-E03 LINE 11 COLUMN 29 PIC ZZ9 USING CHV-BCO.

       01  ENTR-04  BCK-CLR 02 FOR-CLR 15.
           03  BCO-T04 LINE 11 COLUMN 29 PIC 9(03) FROM  CHV-BCO.
           03  DES-T04 LINE 11 COLUMN 33 PIC X(20) FROM  DES-BCO.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 15 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 15 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 17 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 18 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 18 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 15 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 17 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 18 COLUMN 13 VALUE
               "                                                  ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADADM   CADBCO
                    I-O          CADCRD   CADFTH
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-FTH   =  "35" OPEN     OUTPUT   CADFTH
                                 CLOSE    CADFTH
                                 OPEN     I-O      CADFTH.
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

       ROT-BAND-00.
           MOVE     ZEROS    TO  PRX-SEL  TXA-ADM  CHV-BCO
           MOVE     SPACES   TO  DES-ADM  DES-BCO
           DISPLAY  TELA-09      ENTR-02  ENTR-04
           ACCEPT   ENTR-01      DISPLAY  PRX-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BAND-00.
           IF  PRX-SEL   <    3  OR   >   8
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BAND-00.
           MOVE     PRX-SEL  TO  PRX-ADM
           READ     CADADM       MOVE 21  TO  IND-MSG
           IF  FST-ADM   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-BAND-00.
           DISPLAY  ENTR-02.

       ROT-BANC-00.
           ACCEPT   ENTR-03      DISPLAY  BCO-T04
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-BAND-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BANC-00.
           READ     CADBCO       MOVE 21  TO  IND-MSG
           IF  FST-BCO   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-BANC-00.
           DISPLAY  ENTR-04.

       ROT-FUNC-00.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TCL-MSG   =   03  GO       ROT-EXTR-00.
           IF  TCL-MSG   >   00  GO       ROT-FUNC-00.
           GO       ROT-BAND-00.

      ******************************************************
      *    PROCESSAMENTO DO EXTRATO (EXTCRT)               *
      ******************************************************
       ROT-EXTR-00.
           OPEN     INPUT    EXTCRT
           IF  FST-EXT   NOT  =  "00"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    EXTCRT
                                 GO       ROT-FUNC-00.
           MOVE     ZEROS    TO  ACM-LIQ  ACM-SVD  ACM-TXA  ACM-CHB
                                 ACM-NPG  ACM-OUT  ACM-BRT  ACM-VLQ
                                 PAG-CB1  CHV-TMP
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ
           MOVE     "LIQUIDACAO DE CARTOES - EXTRATO DA ADMINISTRADORA"
                             TO  DES-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10.

       ROT-EXTR-10.
           READ     EXTCRT  INTO  EXT-DET
           IF  FST-EXT   =  "10" GO       ROT-EXTR-90.
           IF  TIP-EXT   NOT  =  "2"  GO  ROT-EXTR-10.
           MOVE     OCO-EXT  TO  OCO-DT1
           MOVE     DTV-EXT  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     NSU-EXT  TO  NSU-DT1
           MOVE     BRT-EXT  TO  BRT-DT1
           MOVE     TAR-EXT  TO  TAR-DT1
           MOVE     LIQ-EXT  TO  LIQ-DT1
           IF  PAL-ADM   NOT  =  SPACES  AND
               BND-EXT   NOT  =  PAL-ADM
                                 MOVE  "OUTRA BANDEIRA"
                                              TO  SIT-DT1
                                 ADD   1      TO  ACM-OUT
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           IF  OCO-EXT   =  "CB" MOVE  "CHARGEBACK"  TO  SIT-DT1
                                 ADD   1      TO  ACM-CHB
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           IF  OCO-EXT   NOT  =  "VD"
                                 MOVE  "OCORRENCIA INVALIDA"
                                              TO  SIT-DT1
                                 ADD   1      TO  ACM-OUT
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           MOVE     DTP-EXT  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PGT
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-PGT    NOT  >  D8-REG
                                 MOVE  "PERIODO FECHADO"
                                              TO  SIT-DT1
                                 ADD   1      TO  ACM-OUT
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           PERFORM  ROT-ACHA-00  THRU  ROT-ACHA-EXIT
           IF  FLG-ACH   =  "N"  MOVE  "PAGAMENTO SEM VENDA"
                                              TO  SIT-DT1
                                 ADD   1      TO  ACM-SVD
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.

      ******************************************************
      *    VENDA CASADA: confere a tarifa e baixa o        *
      *    credito para o historico CADFTH                 *
      ******************************************************
       ROT-EXTR-20.
           MOVE     "LIQUIDADO"  TO  SIT-DT1
           MOVE     ZEROS    TO  TXA-CAL
           IF  BRT-EXT   >   ZEROS
                                 COMPUTE  TXA-CAL  ROUNDED  =
                                          TAR-EXT  *  100  /  BRT-EXT.
           IF  TXA-CAL   >   TXA-ADM
                                 MOVE  TXA-CAL  TO  TXA-TXS
                                 MOVE  TXS-AUX  TO  SIT-DT1
                                 ADD   1        TO  ACM-TXA.
           IF  BRT-EXT   NOT  =  VAL-CRD
                                 MOVE  "LIQ. BRUTO DIVERGENTE"
                                                TO  SIT-DT1
                                 ADD   1        TO  ACM-OUT.
           MOVE     REG-CRD  TO  ANT-AUX
           MOVE     "C"      TO  ORG-FTH
           MOVE     COD-CRD  TO  COD-FTH
           MOVE     SEQ-CRD  TO  SEQ-FTH
           MOVE     1        TO  LQD-FTH
           MOVE     PRX-CRD  TO  PRX-FTH
           MOVE     DTA-CRD  TO  DTA-FTH
           MOVE     ZEROS    TO  VCT-FTH
           MOVE     VAL-CRD  TO  VAL-FTH
           MOVE     DTP-EXT  TO  DTB-FTH
           MOVE     CHV-BCO  TO  BCO-FTH
           MOVE     PRM-OPR  TO  OPR-FTH
           PERFORM  ROT-GRVH-00
           DELETE   CADCRD
           MOVE     "CADCRD"  TO  ARQ-PRM
           MOVE     CHV-CRD   TO  CHR-PRM
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           ADD      1        TO  ACM-LIQ
           ADD      BRT-EXT  TO  ACM-BRT
           ADD      LIQ-EXT  TO  ACM-VLQ
           PERFORM  ROT-EXTR-80
           GO       ROT-EXTR-10.

       ROT-EXTR-80.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-EXTR-90.
           CLOSE    EXTCRT
           PERFORM  ROT-PEND-00  THRU  ROT-PEND-EXIT
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-LIQ  TO  LIQ-TT1
           MOVE     ACM-BRT  TO  BRT-TT1
           MOVE     ACM-VLQ  TO  VLQ-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-SVD  TO  SVD-TT2
           MOVE     ACM-TXA  TO  TXA-TT2
           MOVE     ACM-CHB  TO  CHB-TT2
           MOVE     ACM-NPG  TO  NPG-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-OUT  TO  OUT-TT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-003  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-60.

      ******************************************************
      *    PROCURA O CREDITO PENDENTE DA BANDEIRA: pelo    *
      *    NSU; senao, o primeiro com a mesma data de      *
      *    venda e valor bruto (e NSU em branco em um dos  *
      *    lados). FLG-ACH = "S" com REG-CRD carregado.    *
      ******************************************************
       ROT-ACHA-00.
           MOVE     "N"      TO  FLG-ACH  FLG-CND
           MOVE     SPACES   TO  KEY-CND
           MOVE     PRX-SEL  TO  PRX-CRD
           MOVE     ZEROS    TO  COD-CRD  SEQ-CRD.

       ROT-ACHA-10.
           START    CADCRD       KEY  >   CHV-CRD
           IF  FST-CRD   =  "23" GO       ROT-ACHA-20.
           READ     CADCRD  NEXT
           IF  FST-CRD   =  "10" GO       ROT-ACHA-20.
           IF  PRX-CRD   NOT  =  PRX-SEL  GO  ROT-ACHA-20.
           IF  NSU-EXT   NOT  =  SPACES  AND
               NSU-CRD   =       NSU-EXT
                                 MOVE     "S"  TO  FLG-ACH
                                 GO       ROT-ACHA-EXIT.
           IF  FLG-CND   =  "N"       AND
               DTA-CRD   =  DTV-EXT   AND
               VAL-CRD   =  BRT-EXT   AND
               (NSU-CRD  =  SPACES    OR  NSU-EXT  =  SPACES)
                                 MOVE     CHV-CRD  TO  KEY-CND
                                 MOVE     "S"      TO  FLG-CND.
           GO       ROT-ACHA-10.

       ROT-ACHA-20.
           IF  FLG-CND   =  "N"  GO       ROT-ACHA-EXIT.
           MOVE     KEY-CND  TO  CHV-CRD
           READ     CADCRD
           IF  FST-CRD   =  "00" MOVE     "S"  TO  FLG-ACH.
       ROT-ACHA-EXIT.
           EXIT.

      ******************************************************
      *    VENDAS DA BANDEIRA AINDA PENDENTES COM REPASSE  *
      *    PREVISTO (venda + PZO-ADM) ANTERIOR A HOJE      *
      ******************************************************
       ROT-PEND-00.
           MOVE     PRX-SEL  TO  PRX-CRD
           MOVE     ZEROS    TO  COD-CRD  SEQ-CRD.

       ROT-PEND-10.
           START    CADCRD       KEY  >   CHV-CRD
           IF  FST-CRD   =  "23" GO       ROT-PEND-EXIT.
           READ     CADCRD  NEXT
           IF  FST-CRD   =  "10" GO       ROT-PEND-EXIT.
           IF  PRX-CRD   NOT  =  PRX-SEL  GO  ROT-PEND-EXIT.
           IF  DTA-CRD   =   ZEROS   GO   ROT-PEND-10.
           MOVE     DTA-CRD  TO  DT6-SOM
           MOVE     PZO-ADM  TO  QTD-SOM
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     RSL-SOM  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    NOT  <  D8-HOJ   GO  ROT-PEND-10.
           MOVE     RSL-SOM  TO  DTA-AUX
           MOVE     DIA-AUX  TO  DIA-NPG
           MOVE     MES-AUX  TO  MES-NPG
           MOVE     DTA-CRD  TO  DTA-AUX
           MOVE     "--"     TO  OCO-DT1
           MOVE     DIA-AUX  TO  DIA-DT1
           MOVE     MES-AUX  TO  MES-DT1
           MOVE     ANO-AUX  TO  ANO-DT1
           MOVE     NSU-CRD  TO  NSU-DT1
           MOVE     VAL-CRD  TO  BRT-DT1
           MOVE     ZEROS    TO  TAR-DT1  LIQ-DT1
           MOVE     NPG-AUX  TO  SIT-DT1
           ADD      1        TO  ACM-NPG
           PERFORM  ROT-EXTR-80
           GO       ROT-PEND-10.
       ROT-PEND-EXIT.
           EXIT.

       ROT-GRVH-00.
           WRITE    REG-FTH      ADD   1  TO  LQD-FTH
           IF  FST-FTH   =  "22" GO       ROT-GRVH-00.

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

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-FUNC-00.

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

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

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
           MOVE     "EXTRATO DE CARTOES"  TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADADM  CADBCO  CADCRD
                    CADFTH  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
