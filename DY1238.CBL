       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1238.
       AUTHOR.         ADILSON.
      ******************************************************
      *    IMPORTACAO DA LISTA DE PRECOS DO FORNECEDOR:    *
      *    le o arquivo da lista (EXTTPF) do fornecedor    *
      *    informado e atualiza a tabela CADTPF. O custo   *
      *    unitario anterior vai para PAN-TPF e a data da  *
      *    importacao para DTI-TPF; o custo novo e o preco *
      *    da embalagem dividido pelas unidades da linha   *
      *    ou, sem elas, do CADEMB (do fornecedor ou o     *
      *    padrao do produto; 1 sem embalagem).            *
      *    Relatorio antes/depois so dos custos incluidos  *
      *    ou alterados e das linhas rejeitadas; o aumento *
      *    acima do percentual informado sai marcado       *
      *    "ALTA>LIMITE" para a negociacao antes do        *
      *    proximo pedido.                                 *
      *    Layout da linha (EXTTPF):                       *
      *      produto prefixo(2) sufixo(3) preco da         *
      *      embalagem(9, 2 decimais) unidades por         *
      *      embalagem(5; zero = CADEMB) vigencia          *
      *      AAMMDD(6; zero = data da importacao).         *
      *    Inclusoes e alteracoes auditadas via DYAUDT.    *
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

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR
                       FILE          STATUS  IS  FST-FOR.

           SELECT      CADEMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EMB
                       FILE          STATUS  IS  FST-EMB.

           SELECT      CADTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TPF
                       FILE          STATUS  IS  FST-TPF.

           SELECT      EXTTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-EXT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADFOR.CPY.
       COPY  CADEMB.CPY.
       COPY  CADTPF.CPY.

       FD  EXTTPF
           LABEL RECORD STANDARD.

       01  REG-EXT              PIC  X(100).

       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-EMB          PIC  X(02).
           03  FST-TPF          PIC  X(02).
           03  FST-EXT          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ANT-AUX          PIC  X(50).

           03  FOR-AUX          PIC  9(04).
           03  PCT-SEL          PIC  9(02)V99  VALUE  10.
           03  QTE-AUX          PIC  9(05).
           03  DES-EMB-T        PIC  X(15).
           03  PRC-ANT          PIC  9(06)V9999.
           03  PRC-NOV          PIC  9(06)V9999.
           03  DTV-AUX          PIC  9(06).
           03  VAR-AUX          PIC S9(04)V9.

           03  ACM-LID          PIC  9(05).
           03  ACM-INC          PIC  9(05).
           03  ACM-ALT          PIC  9(05).
           03  ACM-IGU          PIC  9(05).
           03  ACM-ACI          PIC  9(05).
           03  ACM-REJ          PIC  9(05).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  EXT-DET.
           03  NUM-EXT.
               05  PRX-EXT      PIC  9(02).
               05  SUF-EXT      PIC  9(03).
               05  PEM-EXT      PIC  9(07)V99.
               05  QTE-EXT      PIC  9(05).
               05  DTV-EXT      PIC  9(06).
           03  FILLER           PIC  X(75).

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
           03  FILLER           PIC  X(24)  VALUE
               "LISTA DE PRECOS FORN.: ".
           03  FOR-CB2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  RAZ-CB2          PIC  X(25).
           03  FILLER           PIC  X(08)  VALUE  " ALERTA:".
           03  PCT-CB2          PIC  ZZ9,99.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "PRODUT DESCRICAO            UN/EM  CUSTO".
           03  FILLER           PIC  X(40)  VALUE
               " ANTES CUSTO DEPOIS    VAR% SITUACAO    ".

       01  DET-001.
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(20).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QTE-DT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ANT-DT1          PIC  ZZZ.ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOV-DT1          PIC  ZZZ.ZZ9,9999.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAR-DT1          PIC  -ZZZ9,9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(12).

       01  DET-003              PIC  X(80)  VALUE
           "ALTA>LIMITE = NEGOCIAR ANTES DO PROXIMO PEDIDO".

       01  TOT-001.
           03  FILLER           PIC  X(15)  VALUE  "LINHAS LIDAS .:".
           03  LID-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(14)  VALUE  "  INCLUIDOS .:".
           03  INC-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(14)  VALUE  "  ALTERADOS .:".
           03  ALT-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(15)  VALUE  "  SEM ALTER. .:".
           03  IGU-TT1          PIC  ZZZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(15)  VALUE  "ALTA ACIMA DE ".
           03  PCT-TT2          PIC  Z9,99.
           03  FILLER           PIC  X(04)  VALUE  "% .:".
           03  ACI-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(15)  VALUE  "  REJEITADAS .:".
           03  REJ-TT2          PIC  ZZZZ9.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  58.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  58.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1238".
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
                   " Importacao Lista de Precos ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 11 COLUMN 13 VALUE "Alerta Alta :".
           03  LINE 11 COLUMN 35 VALUE "% sobre o custo anterior".

       01  ENTR-01.
           03  FOR-E01 LINE 09 COLUMN 28 PIC 9(04) USING FOR-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  FOR-T02 LINE 09 COLUMN 28 PIC 9(04) FROM FOR-AUX.
           03  RAZ-T02 LINE 09 COLUMN 33 PIC X(30) FROM RAZ-FOR.
           03  PCT-T02 LINE 11 COLUMN 28 PIC Z9,99 FROM PCT-SEL.

       01  ENTR-03.
           03  PCT-E03 LINE 11 COLUMN 28 PIC 9(02)V99 USING PCT-SEL.

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
           OPEN     INPUT        CADEST   CADFOR   CADEMB
                    I-O          CADTPF
                    OUTPUT       CADTMP
           IF  FST-TPF   =  "35" OPEN     OUTPUT   CADTPF
                                 CLOSE    CADTPF
                                 OPEN     I-O      CADTPF.
           DISPLAY  TELA-01      TELA-02.

       ROT-FORN-00.
           MOVE     ZEROS    TO  FOR-AUX
           MOVE     SPACES   TO  RAZ-FOR
           DISPLAY  TELA-09      ENTR-02
           ACCEPT   ENTR-01      DISPLAY  FOR-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FORN-00.
           IF  FOR-AUX   =    0  GO       ROT-FORN-00.
           MOVE     FOR-AUX  TO  CHV-FOR
           READ     CADFOR       MOVE 21  TO  IND-MSG
           IF  FST-FOR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-FORN-00.
           DISPLAY  ENTR-02.

       ROT-PCTA-00.
           ACCEPT   ENTR-03      DISPLAY  PCT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FORN-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PCTA-00.

       ROT-FUNC-00.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TCL-MSG   =   03  GO       ROT-EXTR-00.
           IF  TCL-MSG   >   00  GO       ROT-FUNC-00.
           GO       ROT-PCTA-00.

      ******************************************************
      *    PROCESSAMENTO DA LISTA (EXTTPF)                 *
      ******************************************************
       ROT-EXTR-00.
           OPEN     INPUT    EXTTPF
           IF  FST-EXT   NOT  =  "00"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    EXTTPF
                                 GO       ROT-FUNC-00.
           MOVE     ZEROS    TO  ACM-LID  ACM-INC  ACM-ALT  ACM-IGU
                                 ACM-ACI  ACM-REJ  PAG-CB1  CHV-TMP
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     FOR-AUX  TO  FOR-CB2
           MOVE     RAZ-FOR  TO  RAZ-CB2
           MOVE     PCT-SEL  TO  PCT-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10.

       ROT-EXTR-10.
           READ     EXTTPF  INTO  EXT-DET
           IF  FST-EXT   =  "10" GO       ROT-EXTR-90.
           ADD      1        TO  ACM-LID
           MOVE     ZEROS    TO  PRX-DT1  SUF-DT1  QTE-DT1  ANT-DT1
                                 NOV-DT1  VAR-DT1
           MOVE     SPACES   TO  DES-DT1
           MOVE     "REJEITADA"  TO  SIT-DT1
           IF  NUM-EXT   NOT  NUMERIC
                                 MOVE  "LINHA INVALIDA"  TO  DES-DT1
                                 ADD   1      TO  ACM-REJ
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           MOVE     PRX-EXT  TO  PRX-EST  PRX-DT1
           MOVE     SUF-EXT  TO  SUF-EST  SUF-DT1
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  "SEM CADASTRO"  TO  DES-DT1
                                 ADD   1      TO  ACM-REJ
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           MOVE     DES-EST  TO  DES-DT1
           IF  PEM-EXT   =   0   MOVE  "PRECO ZERADO"  TO  SIT-DT1
                                 ADD   1      TO  ACM-REJ
                                 PERFORM  ROT-EXTR-80
                                 GO       ROT-EXTR-10.
           IF  QTE-EXT   >   0   MOVE     QTE-EXT  TO  QTE-AUX
           ELSE                  PERFORM  ROT-EMBA-00
                                     THRU ROT-EMBA-30.
           COMPUTE  PRC-NOV  ROUNDED  =  PEM-EXT  /  QTE-AUX
           IF  DTV-EXT   =   0   MOVE     DTA-SYS  TO  DTV-AUX
           ELSE                  MOVE     DTV-EXT  TO  DTV-AUX.
           MOVE     QTE-AUX  TO  QTE-DT1
           MOVE     PRC-NOV  TO  NOV-DT1
           MOVE     PRX-EXT  TO  PRX-TPF
           MOVE     SUF-EXT  TO  SUF-TPF
           MOVE     FOR-AUX  TO  FOR-TPF
           READ     CADTPF
           IF  FST-TPF   =  "00" GO       ROT-EXTR-20.
           MOVE     PRX-EXT  TO  PRX-TPF
           MOVE     SUF-EXT  TO  SUF-TPF
           MOVE     FOR-AUX  TO  FOR-TPF
           MOVE     ZEROS    TO  PAN-TPF
           PERFORM  ROT-MOVE-00
           WRITE    REG-TPF
           MOVE     "I"      TO  OPC-PRM
           MOVE     SPACES   TO  ANT-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "INCLUIDO"   TO  SIT-DT1
           ADD      1        TO  ACM-INC
           PERFORM  ROT-EXTR-80
           GO       ROT-EXTR-10.

      ******************************************************
      *    PRODUTO JA NA TABELA: guarda o custo anterior   *
      *    e compara; custo igual so renova a importacao.  *
      ******************************************************
       ROT-EXTR-20.
           MOVE     REG-TPF  TO  ANT-AUX
           MOVE     PRC-TPF  TO  PRC-ANT  PAN-TPF  ANT-DT1
           PERFORM  ROT-MOVE-00
           REWRITE  REG-TPF
           IF  PRC-NOV   =   PRC-ANT
                                 ADD   1      TO  ACM-IGU
                                 GO       ROT-EXTR-10.
           MOVE     "A"      TO  OPC-PRM
           MOVE     ANT-AUX  TO  ANT-PRM
           PERFORM  ROT-AUDG-00
           ADD      1        TO  ACM-ALT
           MOVE     ZEROS    TO  VAR-AUX
           IF  PRC-ANT   >   0   COMPUTE  VAR-AUX  ROUNDED  =
                                         (PRC-NOV  -  PRC-ANT)
                                          *  100  /  PRC-ANT
                                 ON  SIZE  ERROR
                                          MOVE  9999,9  TO  VAR-AUX.
           MOVE     VAR-AUX  TO  VAR-DT1
           IF  PRC-NOV   <   PRC-ANT
                                 MOVE  "REDUZIDO"     TO  SIT-DT1
           ELSE
                                 MOVE  "AUMENTO"      TO  SIT-DT1.
           IF  VAR-AUX   >   PCT-SEL
                                 MOVE  "ALTA>LIMITE"  TO  SIT-DT1
                                 ADD   1      TO  ACM-ACI.
           PERFORM  ROT-EXTR-80
           GO       ROT-EXTR-10.

       ROT-EXTR-80.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-EXTR-90.
           CLOSE    EXTTPF
           IF  LIN-TMP   >   54  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-LID  TO  LID-TT1
           MOVE     ACM-INC  TO  INC-TT1
           MOVE     ACM-ALT  TO  ALT-TT1
           MOVE     ACM-IGU  TO  IGU-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     PCT-SEL  TO  PCT-TT2
           MOVE     ACM-ACI  TO  ACI-TT2
           MOVE     ACM-REJ  TO  REJ-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-60.

      ******************************************************
      *    DADOS DA LINHA PARA O REGISTRO DA TABELA        *
      ******************************************************
       ROT-MOVE-00.
           MOVE     PEM-EXT  TO  PEM-TPF
           MOVE     QTE-AUX  TO  QTE-TPF
           MOVE     PRC-NOV  TO  PRC-TPF
           MOVE     DTV-AUX  TO  DTV-TPF
           MOVE     DTA-SYS  TO  DTI-TPF
           MOVE     PRM-OPR  TO  OPR-TPF.

       ROT-AUDG-00.
           MOVE     "CADTPF"  TO  ARQ-PRM
           MOVE     CHV-TPF   TO  CHR-PRM
           MOVE     REG-TPF   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    FATOR DE EMBALAGEM: do fornecedor ou o padrao   *
      *    do produto (FOR-EMB 0); QTE-AUX = 1 sem         *
      *    embalagem cadastrada.                           *
      ******************************************************
       ROT-EMBA-00.
           MOVE     1        TO  QTE-AUX
           MOVE     SPACES   TO  DES-EMB-T
           MOVE     PRX-EST  TO  PRX-EMB
           MOVE     SUF-EST  TO  SUF-EMB
           MOVE     FOR-AUX  TO  FOR-EMB
           READ     CADEMB
           IF  FST-EMB   =  "00" MOVE     QTE-EMB  TO  QTE-AUX
                                 MOVE     DES-EMB  TO  DES-EMB-T
                                 GO       ROT-EMBA-30.
           MOVE     PRX-EST  TO  PRX-EMB
           MOVE     SUF-EST  TO  SUF-EMB
           MOVE     ZEROS    TO  FOR-EMB
           READ     CADEMB
           IF  FST-EMB   =  "00" MOVE     QTE-EMB  TO  QTE-AUX
                                 MOVE     DES-EMB  TO  DES-EMB-T.

       ROT-EMBA-30.
           EXIT.

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
           PERFORM  ROT-SAID-00  THRU  ROT-SAID-EXIT
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-09
           GO       ROT-FORN-00.

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
           MOVE     "IMPORTACAO LISTA DE PRECOS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADEST  CADFOR  CADEMB  CADTPF  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
