       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1182.
       AUTHOR.         ADILSON.
      ******************************************************
      *    ARQUIVO FISCAL MENSAL (SINTEGRA): gera EXTFIS   *
      *    com o movimento do mes/ano informado para       *
      *    entrega ao fisco estadual.                      *
      *    Antes de gravar o arquivo o movimento inteiro e *
      *    criticado; havendo qualquer excecao o arquivo   *
      *    NAO e gerado e sai so o relatorio de critica:   *
      *      - compra/venda de produto fora do CADEST;     *
      *      - compra sem fornecedor ou com fornecedor sem *
      *        CGC-FOR;                                    *
      *      - produto do arquivo (com movimento no mes ou *
      *        estoque no fim do mes) sem NCM-EST.         *
      *    Sem excecoes, grava os registros (126 colunas): *
      *      10/11 : identificacao e endereco da empresa   *
      *              (DYNOME);                             *
      *      50/54 : documentos e itens - entradas do      *
      *              CADLCP (CFOP 1102, devolucao ao       *
      *              fornecedor 5202) e saidas do CADVND   *
      *              (CFOP 5102/6102, devolucao de venda   *
      *              1202/2202 conforme a UF do cliente);  *
      *      74    : inventario do ultimo dia do mes,      *
      *              quantidade tirada do kardex (CADMVE)  *
      *              e valorizada ao CTM-EST;              *
      *      75    : tabela dos produtos do arquivo;       *
      *      90    : totais por tipo de registro.          *
      *    e imprime os totais de controle, com o ICMS     *
      *    separado como na apuracao do DY1180 (os valores *
      *    devem bater com ela).                           *
      *    Venda de cupom cancelado (CADVND zerado pelo    *
      *    DY1160) nao entra no registro 50/54.            *
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

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADLCP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCP
                       FILE          STATUS  IS  FST-LCP.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADMVE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MVE
                       FILE          STATUS  IS  FST-MVE.

           SELECT      EXTFIS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-FIS.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADFOR.CPY.
       COPY  CADMDR.CPY.
       COPY  CADLCP.CPY.
       COPY  CADVND.CPY.
       COPY  CADMVE.CPY.

       FD  EXTFIS
           LABEL RECORD STANDARD.

       01  REG-FIS              PIC  X(126).

       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-MVE          PIC  X(02).
           03  FST-FIS          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  MES-SEL          PIC  9(02).
           03  ANO-SEL          PIC  9(02).
           03  ULT-AUX          PIC  9(02).
           03  ANF-AUX          PIC  9(04).
           03  QOC-AUX          PIC  9(04).
           03  RES-AUX          PIC  9(01).
           03  TIP-GER          PIC  9(02).
           03  FLG-MOV          PIC  9(01).
           03  QTD-FIM          PIC S9(06)V9.
           03  VAL-ABS          PIC  9(09)V99.
           03  INV-AUX          PIC  9(11)V99.
           03  UFE-AUX          PIC  X(02).

           03  ACM-EXC          PIC  9(05).
           03  ACM-R50          PIC  9(06).
           03  ACM-R54          PIC  9(06).
           03  ACM-R74          PIC  9(06).
           03  ACM-R75          PIC  9(06).
           03  ACM-R99          PIC  9(06).
           03  ACM-ENT          PIC  9(09)V99.
           03  ACM-SAI          PIC  9(09)V99.
           03  ACM-INV          PIC  9(11)V99.
           03  TOT-DEB          PIC S9(09)V99.
           03  TOT-EDV          PIC S9(09)V99.
           03  TOT-CRD          PIC S9(09)V99.
           03  TOT-ECR          PIC S9(09)V99.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-INI           PIC  9(08).
           03  D8-FIM           PIC  9(08).

           03  D6-AUX.
               05  AN6-AUX      PIC  9(02).
               05  MS6-AUX      PIC  9(02).
               05  DI6-AUX      PIC  9(02).

           03  COD-AUX.
               05  PRX-COD      PIC  9(02).
               05  SUF-COD      PIC  9(03).
               05  FILLER       PIC  X(09)  VALUE  SPACES.

       01  REG-R10.
           03  FILLER           PIC  X(02)  VALUE  "10".
           03  CGC-R10          PIC  9(14).
           03  INS-R10          PIC  X(14).
           03  NOM-R10          PIC  X(35).
           03  CID-R10          PIC  X(30).
           03  UFE-R10          PIC  X(02).
           03  FAX-R10          PIC  9(10)  VALUE  ZEROS.
           03  DTI-R10          PIC  9(08).
           03  DTF-R10          PIC  9(08).
           03  FILLER           PIC  X(03)  VALUE  "331".

       01  REG-R11.
           03  FILLER           PIC  X(02)  VALUE  "11".
           03  LOG-R11          PIC  X(34).
           03  NUM-R11          PIC  9(05)  VALUE  ZEROS.
           03  CMP-R11          PIC  X(22)  VALUE  SPACES.
           03  BAI-R11          PIC  X(15)  VALUE  SPACES.
           03  CEP-R11          PIC  9(08).
           03  CON-R11          PIC  X(28)  VALUE  SPACES.
           03  TEL-R11          PIC  9(12)  VALUE  ZEROS.

       01  REG-R50.
           03  FILLER           PIC  X(02)  VALUE  "50".
           03  CGC-R50          PIC  9(14).
           03  INS-R50          PIC  X(14).
           03  DTA-R50          PIC  9(08).
           03  UFE-R50          PIC  X(02).
           03  MOD-R50          PIC  9(02)  VALUE  01.
           03  SER-R50          PIC  X(03)  VALUE  "1".
           03  NUM-R50          PIC  9(06).
           03  CFO-R50          PIC  9(04).
           03  EMI-R50          PIC  X(01).
           03  TOT-R50          PIC  9(11)V99.
           03  BAS-R50          PIC  9(11)V99.
           03  ICM-R50          PIC  9(11)V99.
           03  ISE-R50          PIC  9(11)V99.
           03  OUT-R50          PIC  9(11)V99  VALUE  ZEROS.
           03  ALQ-R50          PIC  9(02)V99.
           03  FILLER           PIC  X(01)  VALUE  "N".

       01  REG-R54.
           03  FILLER           PIC  X(02)  VALUE  "54".
           03  CGC-R54          PIC  9(14).
           03  MOD-R54          PIC  9(02)  VALUE  01.
           03  SER-R54          PIC  X(03)  VALUE  "1".
           03  NUM-R54          PIC  9(06).
           03  CFO-R54          PIC  9(04).
           03  CST-R54          PIC  9(03).
           03  ITM-R54          PIC  9(03)  VALUE  1.
           03  COD-R54          PIC  X(14).
           03  QTD-R54          PIC  9(08)V999.
           03  VAL-R54          PIC  9(10)V99.
           03  DSC-R54          PIC  9(10)V99  VALUE  ZEROS.
           03  BAS-R54          PIC  9(10)V99.
           03  BST-R54          PIC  9(10)V99  VALUE  ZEROS.
           03  IPI-R54          PIC  9(10)V99  VALUE  ZEROS.
           03  ALQ-R54          PIC  9(02)V99.

       01  REG-R74.
           03  FILLER           PIC  X(02)  VALUE  "74".
           03  DTA-R74          PIC  9(08).
           03  COD-R74          PIC  X(14).
           03  QTD-R74          PIC  9(10)V999.
           03  VAL-R74          PIC  9(11)V99.
           03  FILLER           PIC  X(01)  VALUE  "1".
           03  CGC-R74          PIC  9(14)  VALUE  ZEROS.
           03  INS-R74          PIC  X(14)  VALUE  SPACES.
           03  UFE-R74          PIC  X(02).
           03  FILLER           PIC  X(45)  VALUE  SPACES.

       01  REG-R75.
           03  FILLER           PIC  X(02)  VALUE  "75".
           03  DTI-R75          PIC  9(08).
           03  DTF-R75          PIC  9(08).
           03  COD-R75          PIC  X(14).
           03  NCM-R75          PIC  9(08).
           03  DES-R75          PIC  X(53).
           03  UND-R75          PIC  X(06)  VALUE  "UN".
           03  IPI-R75          PIC  9(03)V99  VALUE  ZEROS.
           03  ICM-R75          PIC  9(02)V99.
           03  RED-R75          PIC  9(03)V99  VALUE  ZEROS.
           03  BST-R75          PIC  9(11)V99  VALUE  ZEROS.

       01  REG-R90.
           03  FILLER           PIC  X(02)  VALUE  "90".
           03  CGC-R90          PIC  9(14).
           03  INS-R90          PIC  X(14).
           03  FILLER           PIC  X(02)  VALUE  "50".
           03  Q50-R90          PIC  9(08).
           03  FILLER           PIC  X(02)  VALUE  "54".
           03  Q54-R90          PIC  9(08).
           03  FILLER           PIC  X(02)  VALUE  "74".
           03  Q74-R90          PIC  9(08).
           03  FILLER           PIC  X(02)  VALUE  "75".
           03  Q75-R90          PIC  9(08).
           03  FILLER           PIC  X(02)  VALUE  "99".
           03  Q99-R90          PIC  9(08).
           03  FILLER           PIC  X(45)  VALUE  SPACES.
           03  FILLER           PIC  X(01)  VALUE  "1".

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  DES-CB2          PIC  X(46).
           03  FILLER           PIC  X(09)  VALUE  "MES/ANO:".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(08)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
           "ORIGEM    PRODUTO SEQ   DATA      DOCTO   OCORRENCIA".

       01  CAB-005              PIC  X(80).

       01  DET-001.
           03  ORG-DT1          PIC  X(08).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SEQ-DT1          PIC  ZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DOC-DT1          PIC  ZZZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  MSG-DT1          PIC  X(34).

       01  DET-002.
           03  DES-DT2          PIC  X(50).
           03  QTD-DT2          PIC  ZZZ.ZZ9.

       01  DET-003.
           03  DES-DT3          PIC  X(50).
           03  VAL-DT3          PIC  ---.---.---.--9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  22.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  22.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1182".
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
               05  LINE 06 COLUMN 11 VALUE " Controle de Estoques ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Arquivo Fiscal Mensal ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Mes/Ano ....:".
           03  LINE 10 COLUMN 13 VALUE "Excecoes ...:".

       01  ENTR-01.
           03  MES-E01 LINE 09 COLUMN 28 PIC 9(02) USING MES-SEL.
           03  ANO-E01 LINE 09 COLUMN 31 PIC 9(02) USING ANO-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  EXC-T02 LINE 10 COLUMN 28 PIC ZZZZ9 FROM ACM-EXC.

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
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADEST   CADFOR   CADMDR   CADLCP
                                 CADVND   CADMVE
                    OUTPUT       CADTMP
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     MES-SYS  TO  MES-SEL
           MOVE     ANO-SYS  TO  ANO-SEL
           DISPLAY  TELA-01      TELA-02.

       ROT-MESA-00.
           MOVE     ZEROS    TO  ACM-EXC
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-MESA-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-MESA-00.
           PERFORM  ROT-PERI-00  THRU  ROT-PERI-10
           PERFORM  ROT-NOME-00
           MOVE     MES-SEL  TO  MES-CB2
           MOVE     ANO-SEL  TO  ANO-CB2
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           MOVE     CAB-004  TO  CAB-005
           MOVE     "CRITICA DO ARQUIVO FISCAL"  TO  DES-CB2
           PERFORM  ROT-CLCP-00  THRU  ROT-CLCP-90
           PERFORM  ROT-CVND-00  THRU  ROT-CVND-90
           PERFORM  ROT-CEST-00  THRU  ROT-CEST-90
           DISPLAY  ENTR-02
           IF  ACM-EXC   =    0  GO       ROT-GERA-00.
           MOVE     "CRITICA DO ARQUIVO FISCAL"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

      ******************************************************
      *    PRIMEIRO E ULTIMO DIA DO MES (AAAAMMDD)         *
      ******************************************************
       ROT-PERI-00.
           MOVE     31       TO  ULT-AUX
           IF  MES-SEL   =    4  OR   6   OR   9   OR  11
                                 MOVE     30  TO  ULT-AUX.
           IF  MES-SEL  NOT  =   2   GO   ROT-PERI-10.
           MOVE     28       TO  ULT-AUX
           IF  ANO-SEL   >   79  COMPUTE  ANF-AUX  =  1900 + ANO-SEL
               ELSE              COMPUTE  ANF-AUX  =  2000 + ANO-SEL.
           DIVIDE   ANF-AUX  BY  4   GIVING   QOC-AUX
                                     REMAINDER  RES-AUX
           IF  RES-AUX   =    0  MOVE     29  TO  ULT-AUX.

       ROT-PERI-10.
           MOVE     ANO-SEL  TO  AN6-AUX
           MOVE     MES-SEL  TO  MS6-AUX
           MOVE     01       TO  DI6-AUX
           MOVE     D6-AUX   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI
           MOVE     ULT-AUX  TO  DI6-AUX
           MOVE     D6-AUX   TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-FIM.

      ******************************************************
      *    CRITICA DAS COMPRAS DO MES                      *
      ******************************************************
       ROT-CLCP-00.
           MOVE     SPACES   TO  CHV-LCP.

       ROT-CLCP-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-CLCP-90.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-CLCP-90.
           IF  ANO-LCP   NOT  =  ANO-SEL  OR
               MES-LCP   NOT  =  MES-SEL  GO  ROT-CLCP-10.
           MOVE     "COMPRA"  TO  ORG-DT1
           MOVE     PRX-LCP  TO  PRX-DT1  PRX-EST
           MOVE     SUF-LCP  TO  SUF-DT1  SUF-EST
           MOVE     SEQ-LCP  TO  SEQ-DT1
           MOVE     DIA-LCP  TO  DIA-DT1
           MOVE     MES-LCP  TO  MES-DT1
           MOVE     ANO-LCP  TO  ANO-DT1
           MOVE     NTF-LCP  TO  DOC-DT1
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  "PRODUTO NAO CADASTRADO"
                                              TO  MSG-DT1
                                 PERFORM  ROT-EXCE-00.
           MOVE     FOR-LCP  TO  CHV-FOR
           IF  FOR-LCP   =   ZEROS
                                 MOVE  "FORNECEDOR NAO INFORMADO"
                                              TO  MSG-DT1
                                 PERFORM  ROT-EXCE-00
                                 GO       ROT-CLCP-10.
           READ     CADFOR
           IF  FST-FOR   NOT  =  "00"
                                 MOVE  "FORNECEDOR NAO CADASTRADO"
                                              TO  MSG-DT1
                                 PERFORM  ROT-EXCE-00
                                 GO       ROT-CLCP-10.
           IF  CGC-FOR   =   ZEROS
                                 MOVE  "FORNECEDOR SEM CNPJ (CGC-FOR)"
                                              TO  MSG-DT1
                                 PERFORM  ROT-EXCE-00.
           GO       ROT-CLCP-10.

       ROT-CLCP-90.
           EXIT.

      ******************************************************
      *    CRITICA DAS VENDAS DO MES                       *
      ******************************************************
       ROT-CVND-00.
           MOVE     SPACES   TO  CHV-VND.

       ROT-CVND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-CVND-90.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-CVND-90.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-CVND-10.
           MOVE     PRX-VND  TO  PRX-EST
           MOVE     SUF-VND  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" GO       ROT-CVND-10.
           MOVE     "VENDA"   TO  ORG-DT1
           MOVE     PRX-VND  TO  PRX-DT1
           MOVE     SUF-VND  TO  SUF-DT1
           MOVE     SEQ-VND  TO  SEQ-DT1
           MOVE     DIA-VND  TO  DIA-DT1
           MOVE     MES-VND  TO  MES-DT1
           MOVE     ANO-VND  TO  ANO-DT1
           MOVE     DOC-VND  TO  DOC-DT1
           MOVE     "PRODUTO NAO CADASTRADO"  TO  MSG-DT1
           PERFORM  ROT-EXCE-00
           GO       ROT-CVND-10.

       ROT-CVND-90.
           EXIT.

      ******************************************************
      *    CRITICA DOS PRODUTOS QUE VAO PARA O ARQUIVO     *
      ******************************************************
       ROT-CEST-00.
           MOVE     SPACES   TO  CHV-EST.

       ROT-CEST-10.
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST   =  "23" GO       ROT-CEST-90.
           READ     CADEST  NEXT
           IF  FST-EST   =  "10" GO       ROT-CEST-90.
           IF  NCM-EST   NOT  =  ZEROS  GO  ROT-CEST-10.
           PERFORM  ROT-SFIM-00  THRU  ROT-SFIM-90
           PERFORM  ROT-MOVI-00  THRU  ROT-MOVI-90
           IF  FLG-MOV   =    0  AND
               QTD-FIM   NOT  >   ZEROS
                                 GO       ROT-CEST-10.
           MOVE     "PRODUTO"  TO  ORG-DT1
           MOVE     PRX-EST  TO  PRX-DT1
           MOVE     SUF-EST  TO  SUF-DT1
           MOVE     ZEROS    TO  SEQ-DT1  DOC-DT1
                                 DIA-DT1  MES-DT1  ANO-DT1
           MOVE     "PRODUTO SEM NCM"  TO  MSG-DT1
           PERFORM  ROT-EXCE-00
           GO       ROT-CEST-10.

       ROT-CEST-90.
           EXIT.

       ROT-EXCE-00.
           IF  PAG-CB1   =    0  PERFORM  ROT-IMPR-10.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP  ACM-EXC
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    SALDO DO PRODUTO NO ULTIMO DIA DO MES: ultimo   *
      *    movimento do kardex ate a data; sem movimento   *
      *    ate la, saldo anterior ao primeiro movimento    *
      *    posterior; sem kardex nenhum, o SDO-EST.        *
      ******************************************************
       ROT-SFIM-00.
           MOVE     SDO-EST  TO  QTD-FIM
           MOVE     PRX-EST  TO  PRX-MVE
           MOVE     SUF-EST  TO  SUF-MVE
           MOVE     ANO-SEL  TO  ANO-MVE
           MOVE     MES-SEL  TO  MES-MVE
           MOVE     31       TO  DIA-MVE
           MOVE     999      TO  SEQ-MVE
           START    CADMVE       KEY  NOT  >  CHV-MVE
           IF  FST-MVE   NOT  =  "00"  GO  ROT-SFIM-10.
           READ     CADMVE       PREVIOUS
           IF  FST-MVE   =  "00"  AND
               PRX-MVE   =  PRX-EST  AND
               SUF-MVE   =  SUF-EST
                                 MOVE     SDO-MVE  TO  QTD-FIM
                                 GO       ROT-SFIM-90.

       ROT-SFIM-10.
           MOVE     PRX-EST  TO  PRX-MVE
           MOVE     SUF-EST  TO  SUF-MVE
           MOVE     ANO-SEL  TO  ANO-MVE
           MOVE     MES-SEL  TO  MES-MVE
           MOVE     31       TO  DIA-MVE
           MOVE     999      TO  SEQ-MVE
           START    CADMVE       KEY  >   CHV-MVE
           IF  FST-MVE   NOT  =  "00"  GO  ROT-SFIM-90.
           READ     CADMVE  NEXT
           IF  FST-MVE   =  "00"  AND
               PRX-MVE   =  PRX-EST  AND
               SUF-MVE   =  SUF-EST
                                 COMPUTE  QTD-FIM  =  SDO-MVE
                                                   -  QTD-MVE.

       ROT-SFIM-90.
           EXIT.

      ******************************************************
      *    PRODUTO COM COMPRA OU VENDA NO MES (FLG-MOV=1)  *
      ******************************************************
       ROT-MOVI-00.
           MOVE     0        TO  FLG-MOV
           MOVE     PRX-EST  TO  PRX-LCP
           MOVE     SUF-EST  TO  SUF-LCP
           MOVE     ZEROS    TO  SEQ-LCP.

       ROT-MOVI-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   NOT  =  "00"  GO  ROT-MOVI-20.
           READ     CADLCP  NEXT
           IF  FST-LCP   NOT  =  "00"  OR
               PRX-LCP   NOT  =  PRX-EST  OR
               SUF-LCP   NOT  =  SUF-EST
                                 GO       ROT-MOVI-20.
           IF  ANO-LCP   =  ANO-SEL  AND
               MES-LCP   =  MES-SEL
                                 MOVE     1  TO  FLG-MOV
                                 GO       ROT-MOVI-90.
           GO       ROT-MOVI-10.

       ROT-MOVI-20.
           MOVE     PRX-EST  TO  PRX-VND
           MOVE     SUF-EST  TO  SUF-VND
           MOVE     ZEROS    TO  SEQ-VND.

       ROT-MOVI-30.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   NOT  =  "00"  GO  ROT-MOVI-90.
           READ     CADVND  NEXT
           IF  FST-VND   NOT  =  "00"  OR
               PRX-VND   NOT  =  PRX-EST  OR
               SUF-VND   NOT  =  SUF-EST
                                 GO       ROT-MOVI-90.
           IF  ANO-VND   =  ANO-SEL  AND
               MES-VND   =  MES-SEL
                                 MOVE     1  TO  FLG-MOV
                                 GO       ROT-MOVI-90.
           GO       ROT-MOVI-30.

       ROT-MOVI-90.
           EXIT.

      ******************************************************
      *    GERACAO DO ARQUIVO (movimento sem excecoes)     *
      ******************************************************
       ROT-GERA-00.
           OPEN     OUTPUT   EXTFIS
           MOVE     ZEROS    TO  ACM-R50  ACM-R54  ACM-R74  ACM-R75
                                 ACM-ENT  ACM-SAI  ACM-INV
                                 TOT-DEB  TOT-EDV  TOT-CRD  TOT-ECR
           MOVE     2        TO  ACM-R99
           MOVE     CGC-NOM  TO  CGC-R10  CGC-R90
           MOVE     INS-NOM  TO  INS-R10  INS-R90
           MOVE     CLI-NOM  TO  NOM-R10
           MOVE     CID-NOM  TO  CID-R10
           MOVE     EST-NOM  TO  UFE-R10  UFE-R74
           MOVE     D8-INI   TO  DTI-R10  DTI-R75
           MOVE     D8-FIM   TO  DTF-R10  DTF-R75  DTA-R74
           WRITE    REG-FIS  FROM  REG-R10
           MOVE     END-NOM  TO  LOG-R11
           MOVE     CEP-NOM  TO  CEP-R11
           WRITE    REG-FIS  FROM  REG-R11
           MOVE     50       TO  TIP-GER
           PERFORM  ROT-GLCP-00  THRU  ROT-GLCP-90
           PERFORM  ROT-GVND-00  THRU  ROT-GVND-90
           MOVE     54       TO  TIP-GER
           PERFORM  ROT-GLCP-00  THRU  ROT-GLCP-90
           PERFORM  ROT-GVND-00  THRU  ROT-GVND-90
           MOVE     74       TO  TIP-GER
           PERFORM  ROT-GEST-00  THRU  ROT-GEST-90
           MOVE     75       TO  TIP-GER
           PERFORM  ROT-GEST-00  THRU  ROT-GEST-90
           ADD      1        TO  ACM-R99
           MOVE     ACM-R50  TO  Q50-R90
           MOVE     ACM-R54  TO  Q54-R90
           MOVE     ACM-R74  TO  Q74-R90
           MOVE     ACM-R75  TO  Q75-R90
           MOVE     ACM-R99  TO  Q99-R90
           WRITE    REG-FIS  FROM  REG-R90
           CLOSE    EXTFIS
           GO       ROT-TOTA-00.

      ******************************************************
      *    REGISTROS 50/54 DAS COMPRAS (CADLCP)            *
      ******************************************************
       ROT-GLCP-00.
           MOVE     SPACES   TO  CHV-LCP.

       ROT-GLCP-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-GLCP-90.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-GLCP-90.
           IF  ANO-LCP   NOT  =  ANO-SEL  OR
               MES-LCP   NOT  =  MES-SEL  GO  ROT-GLCP-10.
           MOVE     FOR-LCP  TO  CHV-FOR
           READ     CADFOR
           MOVE     PRX-LCP  TO  PRX-EST  PRX-COD
           MOVE     SUF-LCP  TO  SUF-EST  SUF-COD
           READ     CADEST
           MOVE     CGC-FOR  TO  CGC-R50  CGC-R54
           MOVE     SPACES   TO  INS-R50
           MOVE     DTA-LCP  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  DTA-R50
           MOVE     EST-NOM  TO  UFE-R50
           MOVE     NTF-LCP  TO  NUM-R50  NUM-R54
           MOVE     VAL-LCP  TO  VAL-ABS
           IF  VAL-LCP   <   ZEROS
                                 MOVE     5202     TO  CFO-R50
                                 MOVE     "P"      TO  EMI-R50
           ELSE
                                 MOVE     1102     TO  CFO-R50
                                 MOVE     "T"      TO  EMI-R50.
           IF  TIP-GER   =   50  PERFORM  ROT-ICMC-00.
           MOVE     CFO-R50  TO  CFO-R54
           MOVE     VAL-ABS  TO  TOT-R50  VAL-R54
           MOVE     BCI-LCP  TO  BAS-R50  BAS-R54
           MOVE     ICM-LCP  TO  ICM-R50
           MOVE     ALQ-LCP  TO  ALQ-R50  ALQ-R54
           MOVE     ZEROS    TO  ISE-R50
           IF  ICM-LCP   =   ZEROS
                                 MOVE     VAL-ABS  TO  ISE-R50.
           MOVE     CSO-EST  TO  CST-R54
           MOVE     COD-AUX  TO  COD-R54
           MOVE     QTD-LCP  TO  QTD-R54
           PERFORM  ROT-GRVF-00
           GO       ROT-GLCP-10.

       ROT-GLCP-90.
           EXIT.

      ******************************************************
      *    TOTAIS DE CONTROLE (so na passagem do tipo 50)  *
      ******************************************************
       ROT-ICMC-00.
           IF  VAL-LCP   <   ZEROS  ADD       VAL-ABS  TO  ACM-SAI
               ELSE                 ADD       VAL-ABS  TO  ACM-ENT.
           IF  ICM-LCP   >   ZEROS  ADD       ICM-LCP  TO  TOT-CRD.
           IF  ICM-LCP   <   ZEROS  SUBTRACT  ICM-LCP  FROM  TOT-ECR.

      ******************************************************
      *    REGISTROS 50/54 DAS VENDAS (CADVND)             *
      ******************************************************
       ROT-GVND-00.
           MOVE     SPACES   TO  CHV-VND.

       ROT-GVND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-GVND-90.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-GVND-90.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-GVND-10.
           IF  QTD-VND   =   ZEROS  GO    ROT-GVND-10.
           MOVE     PRX-VND  TO  PRX-EST  PRX-COD
           MOVE     SUF-VND  TO  SUF-EST  SUF-COD
           READ     CADEST
           MOVE     ZEROS    TO  CGC-R50  CGC-R54
           MOVE     EST-NOM  TO  UFE-AUX
           IF  CLI-VND   =   ZEROS  GO    ROT-GVND-20.
           MOVE     CLI-VND  TO  CHV-MDR
           READ     CADMDR
           IF  FST-MDR   =  "00" MOVE     DOC-MDR  TO  CGC-R50  CGC-R54
               IF  EST-MDR   NOT  =  SPACES
                                 MOVE     EST-MDR  TO  UFE-AUX.

       ROT-GVND-20.
           MOVE     SPACES   TO  INS-R50
           MOVE     DTA-VND  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  DTA-R50
           MOVE     UFE-AUX  TO  UFE-R50
           MOVE     "P"      TO  EMI-R50
           MOVE     DOC-VND  TO  NUM-R50  NUM-R54
           MOVE     VAL-VND  TO  VAL-ABS
           IF  VAL-VND   <   ZEROS
                                 MOVE     1202     TO  CFO-R50
           ELSE
                                 MOVE     5102     TO  CFO-R50.
           IF  UFE-AUX   NOT  =  EST-NOM
                                 ADD      1000     TO  CFO-R50.
           IF  TIP-GER   =   50  PERFORM  ROT-ICMV-00.
           MOVE     CFO-R50  TO  CFO-R54
           MOVE     VAL-ABS  TO  TOT-R50  VAL-R54
           MOVE     BCI-VND  TO  BAS-R50  BAS-R54
           MOVE     ICM-VND  TO  ICM-R50
           MOVE     ALQ-VND  TO  ALQ-R50  ALQ-R54
           MOVE     ZEROS    TO  ISE-R50
           IF  ICM-VND   =   ZEROS
                                 MOVE     VAL-ABS  TO  ISE-R50.
           MOVE     CSO-EST  TO  CST-R54
           MOVE     COD-AUX  TO  COD-R54
           MOVE     QTD-VND  TO  QTD-R54
           PERFORM  ROT-GRVF-00
           GO       ROT-GVND-10.

       ROT-GVND-90.
           EXIT.

       ROT-ICMV-00.
           IF  VAL-VND   <   ZEROS  ADD       VAL-ABS  TO  ACM-ENT
               ELSE                 ADD       VAL-ABS  TO  ACM-SAI.
           IF  ICM-VND   >   ZEROS  ADD       ICM-VND  TO  TOT-DEB.
           IF  ICM-VND   <   ZEROS  SUBTRACT  ICM-VND  FROM  TOT-EDV.

       ROT-GRVF-00.
           ADD      1        TO  ACM-R99
           IF  TIP-GER   =   50  WRITE  REG-FIS  FROM  REG-R50
                                 ADD    1  TO  ACM-R50
           ELSE                  WRITE  REG-FIS  FROM  REG-R54
                                 ADD    1  TO  ACM-R54.

      ******************************************************
      *    REGISTROS 74 (INVENTARIO) E 75 (PRODUTOS)       *
      ******************************************************
       ROT-GEST-00.
           MOVE     SPACES   TO  CHV-EST.

       ROT-GEST-10.
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST   =  "23" GO       ROT-GEST-90.
           READ     CADEST  NEXT
           IF  FST-EST   =  "10" GO       ROT-GEST-90.
           PERFORM  ROT-SFIM-00  THRU  ROT-SFIM-90
           MOVE     PRX-EST  TO  PRX-COD
           MOVE     SUF-EST  TO  SUF-COD
           IF  TIP-GER   =   75  GO       ROT-GEST-20.
           IF  QTD-FIM   NOT  >   ZEROS  GO  ROT-GEST-10.
           COMPUTE  INV-AUX  ROUNDED  =  QTD-FIM  *  CTM-EST
           MOVE     COD-AUX  TO  COD-R74
           MOVE     QTD-FIM  TO  QTD-R74
           MOVE     INV-AUX  TO  VAL-R74
           ADD      INV-AUX  TO  ACM-INV
           WRITE    REG-FIS  FROM  REG-R74
           ADD      1        TO  ACM-R74  ACM-R99
           GO       ROT-GEST-10.

       ROT-GEST-20.
           PERFORM  ROT-MOVI-00  THRU  ROT-MOVI-90
           IF  FLG-MOV   =    0  AND
               QTD-FIM   NOT  >   ZEROS
                                 GO       ROT-GEST-10.
           MOVE     COD-AUX  TO  COD-R75
           MOVE     NCM-EST  TO  NCM-R75
           MOVE     DES-EST  TO  DES-R75
           MOVE     ICM-EST  TO  ICM-R75
           WRITE    REG-FIS  FROM  REG-R75
           ADD      1        TO  ACM-R75  ACM-R99
           GO       ROT-GEST-10.

       ROT-GEST-90.
           EXIT.

      ******************************************************
      *    TOTAIS DE CONTROLE DO ARQUIVO GERADO            *
      ******************************************************
       ROT-TOTA-00.
           MOVE     "ARQUIVO FISCAL - TOTAIS DE CONTROLE"
                             TO  DES-CB2
           MOVE     SPACES   TO  CAB-005
           PERFORM  ROT-IMPR-10
           MOVE     "REGISTROS 50 - DOCUMENTOS ................:"
                             TO  DES-DT2
           MOVE     ACM-R50  TO  QTD-DT2
           PERFORM  ROT-IMPQ-00
           MOVE     "REGISTROS 54 - ITENS .....................:"
                             TO  DES-DT2
           MOVE     ACM-R54  TO  QTD-DT2
           PERFORM  ROT-IMPQ-00
           MOVE     "REGISTROS 74 - INVENTARIO ................:"
                             TO  DES-DT2
           MOVE     ACM-R74  TO  QTD-DT2
           PERFORM  ROT-IMPQ-00
           MOVE     "REGISTROS 75 - PRODUTOS ..................:"
                             TO  DES-DT2
           MOVE     ACM-R75  TO  QTD-DT2
           PERFORM  ROT-IMPQ-00
           MOVE     "TOTAL DE REGISTROS DO ARQUIVO ............:"
                             TO  DES-DT2
           MOVE     ACM-R99  TO  QTD-DT2
           PERFORM  ROT-IMPQ-00
           PERFORM  ROT-IMPB-00
           MOVE     "VALOR CONTABIL DAS ENTRADAS ..............:"
                             TO  DES-DT3
           MOVE     ACM-ENT  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "VALOR CONTABIL DAS SAIDAS ................:"
                             TO  DES-DT3
           MOVE     ACM-SAI  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "INVENTARIO NO FIM DO MES (CUSTO MEDIO) ...:"
                             TO  DES-DT3
           MOVE     ACM-INV  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           PERFORM  ROT-IMPB-00
           MOVE     "ICMS - DEBITOS POR SAIDAS ................:"
                             TO  DES-DT3
           MOVE     TOT-DEB  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "ICMS - ESTORNO DE DEBITOS ................:"
                             TO  DES-DT3
           MOVE     TOT-EDV  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "ICMS - CREDITOS POR ENTRADAS .............:"
                             TO  DES-DT3
           MOVE     TOT-CRD  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "ICMS - ESTORNO DE CREDITOS ...............:"
                             TO  DES-DT3
           MOVE     TOT-ECR  TO  VAL-DT3
           PERFORM  ROT-IMPV-00
           MOVE     "ARQUIVO FISCAL"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

       ROT-IMPQ-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPV-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPB-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-10.
           DISPLAY  TELA-07      PAG-T07
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
           MOVE     CAB-005  TO  DET-TMP
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
           DISPLAY  TELA-01      TELA-02
           GO       ROT-MESA-00.

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
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADEST  CADFOR  CADMDR  CADLCP  CADVND
                    CADMVE  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
