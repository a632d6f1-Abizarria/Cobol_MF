       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1222.
       AUTHOR.         ADILSON.
      ******************************************************
      *    PAGAMENTO ELETRONICO A FORNECEDORES:            *
      *    F3 = gera o arquivo de REMESSA (EXTRMP) para o  *
      *    banco pagador com os titulos CADPAG em aberto   *
      *    (valor positivo, fora de remessa) vencendo no   *
      *    periodo informado. Titulo com codigo de barras  *
      *    (CDB-PAG) vai como pagamento de boleto "BL";    *
      *    sem codigo de barras vai como TED "TD" para a   *
      *    conta do fornecedor (BCO/AGE/CNT-FOR). Titulo   *
      *    sem nenhum dos dois fica fora e sai na relacao  *
      *    como excecao. Cada titulo enviado recebe        *
      *    REM-PAG = "R" e fica bloqueado para baixa no    *
      *    DY1220 ate o retorno. Titulo retido por         *
      *    divergencia no recebimento (BLQ-PAG "D") nao e  *
      *    enviado e sai na relacao como excecao.          *
      *    F4 = processa o arquivo de RETORNO (EXTRTP):    *
      *    ocorrencia "PG" baixa o titulo como o DY1220    *
      *    (SIT-PAG "P", DTB/BCO-PAG e debito em CADLBC    *
      *    na data do pagamento); ocorrencia "RJ" devolve  *
      *    o titulo para aberto, imprimindo o motivo da    *
      *    recusa informado pelo banco. Excecoes (titulo   *
      *    nao encontrado ou fora de remessa, periodo      *
      *    fechado, ocorrencia invalida) saem na critica.  *
      *    Layout dos arquivos (150 colunas):              *
      *      header  : "1" data(6) literal(16) agencia(5)  *
      *                conta(12) convenio(10) do CADBCO    *
      *      detalhe : "2" fornecedor(4) seq(6) vencto(6)  *
      *                valor(11, centavos) modalidade(2)   *
      *                CNPJ(14) razao(30) banco(3)         *
      *                agencia(5) conta(12) barras(44)     *
      *      retorno : "2" fornecedor(4) seq(6)            *
      *                ocorrencia(2) data pagto(6)         *
      *                valor(11) motivo recusa(30)         *
      *      trailer : "9" qtde(6) total(11).              *
      *    Tudo auditado via DYAUDT.                       *
      *    Filial do lancamento bancario = a do            *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADFOR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FOR
                       FILE          STATUS  IS  FST-FOR.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      EXTRMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-REM.

           SELECT      EXTRTP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-RET.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADFOR.CPY.
       COPY  CADBCO.CPY.
       COPY  CADPAG.CPY.
       COPY  CADLBC.CPY.

       FD  EXTRMP
           LABEL RECORD STANDARD.

       01  REG-REM              PIC  X(150).

       FD  EXTRTP
           LABEL RECORD STANDARD.

       01  REG-RET              PIC  X(150).

       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-REM          PIC  X(02).
           03  FST-RET          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  ANT-AUX          PIC  X(50).

           03  ACM-QTD          PIC  9(05).
           03  ACM-VAL          PIC S9(09)V99.
           03  ACM-SEM          PIC  9(05).
           03  ACM-LIQ          PIC  9(05).
           03  ACM-DEV          PIC  9(05).
           03  ACM-EXC          PIC  9(05).

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
           03  D8-LIM           PIC  9(08).
           03  D8-PGT           PIC  9(08).

           03  HST-AUX.
               05  FILLER       PIC  X(06)  VALUE  "PAGTO ".
               05  RAZ-HST      PIC  X(21).

       01  REM-HDR.
           03  FILLER           PIC  X(01)  VALUE  "1".
           03  DTA-HDR          PIC  9(06).
           03  FILLER           PIC  X(16)  VALUE
               "REMESSA PAGAMENT".
           03  AGE-HDR          PIC  9(05).
           03  CNT-HDR          PIC  X(12).
           03  CNV-HDR          PIC  9(10).
           03  FILLER           PIC  X(100) VALUE  SPACES.

       01  REM-DET.
           03  FILLER           PIC  X(01)  VALUE  "2".
           03  FOR-DET          PIC  9(04).
           03  SEQ-DET          PIC  9(06).
           03  VCT-DET          PIC  9(06).
           03  VAL-DET          PIC  9(09)V99.
           03  MOD-DET          PIC  X(02).
           03  CGC-DET          PIC  9(14).
           03  RAZ-DET          PIC  X(30).
           03  BCO-DET          PIC  9(03).
           03  AGE-DET          PIC  9(05).
           03  CNT-DET          PIC  X(12).
           03  CDB-DET          PIC  X(44).
           03  FILLER           PIC  X(12)  VALUE  SPACES.

       01  REM-TRL.
           03  FILLER           PIC  X(01)  VALUE  "9".
           03  QTD-TRL          PIC  9(06).
           03  TOT-TRL          PIC  9(09)V99.
           03  FILLER           PIC  X(132) VALUE  SPACES.

       01  RET-DET.
           03  TIP-RET          PIC  X(01).
           03  FOR-RET          PIC  9(04).
           03  SEQ-RET          PIC  9(06).
           03  OCO-RET          PIC  X(02).
           03  DTP-RET          PIC  9(06).
           03  VAL-RET          PIC  9(09)V99.
           03  MOT-RET          PIC  X(30).
           03  FILLER           PIC  X(90).

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
           03  DES-CB2          PIC  X(68).
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "FORN TITULO  NOTA    VENCTO           VA".
           03  FILLER           PIC  X(40)  VALUE
               "LOR MOD RAZAO SOCIAL".

       01  CAB-005              PIC  X(80).

       01  DET-001.
           03  FOR-DT1          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  NTF-DT1          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT1          PIC  9(02).
           03  VAL-DT1          PIC  ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOD-DT1          PIC  X(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  RAZ-DT1          PIC  X(32).

       01  DET-002.
           03  FOR-DT2          PIC  9(04).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  SEQ-DT2          PIC  9(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  OCO-DT2          PIC  X(02).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DIA-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-DT2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-DT2          PIC  9(02).
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT2          PIC  X(30).

       01  TOT-001.
           03  FILLER           PIC  X(26)  VALUE
               "TITULOS NA REMESSA .....:".
           03  QTD-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(10)  VALUE  "  VALOR .:".
           03  VAL-TT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(13)  VALUE  "  EXCECOES .:".
           03  SEM-TT1          PIC  ZZZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(13)  VALUE  "PAGOS ......:".
           03  LIQ-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(15)  VALUE  "  RECUSADOS ..:".
           03  DEV-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(13)  VALUE  "  EXCECOES .:".
           03  EXC-TT2          PIC  ZZZZ9.

       01  PRM-FLI.
           03  OPC-FLI          PIC  X(01).
           03  FIL-FLI          PIC  9(02).
           03  LJA-FLI          PIC  9(02).
           03  DEP-FLI          PIC  9(02).
           03  LIN-FLI          PIC  9(02).
           03  COL-FLI          PIC  9(02).
           03  RSP-FLI          PIC  9(01).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  39.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  39.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1222".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       01  PRM-DTI.
           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  LIN-INI          PIC  9(02)  VALUE  13.
           03  COL-INI          PIC  9(02)  VALUE  39.
           03  BCK-INI          PIC  9(01)  VALUE  0.
           03  FOR-INI          PIC  9(01)  VALUE  7.
           03  FLG-INI          PIC  9(01).

       01  PRM-DTF.
           03  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  LIN-FIM          PIC  9(02)  VALUE  14.
           03  COL-FIM          PIC  9(02)  VALUE  39.
           03  BCK-FIM          PIC  9(01)  VALUE  0.
           03  FOR-FIM          PIC  9(01)  VALUE  7.
           03  FLG-FIM          PIC  9(01).

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
               05  LINE 07 COLUMN 13 VALUE " Pagamento Eletronico ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Banco ......:".
           03  LINE 11 COLUMN 13 VALUE
               "F3 = Gerar Remessa   F4 = Processar Retorno".

       01  ENTR-01.
           03  BCO-E01 LINE 09 COLUMN 28 PIC ZZ9 USING CHV-BCO.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  BCO-T02 LINE 09 COLUMN 28 PIC 9(03) FROM  CHV-BCO.
           03  DES-T02 LINE 09 COLUMN 33 PIC X(20) FROM  DES-BCO.

       01  TELA-06 BCK-CLR 00 FOR-CLR 15.
           03  LINE 13 COLUMN 24 VALUE "Vencto Inicial:".
           03  LINE 14 COLUMN 24 VALUE "Vencto Final  :".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 16 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 18 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 19 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 19 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 0 FOR-CLR 0.
           03  LINE 13 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 14 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 16 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 18 COLUMN 13 VALUE
               "                                                  ".
           03  LINE 19 COLUMN 13 VALUE
               "                                                  ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADFOR   CADBCO
                    I-O          CADPAG   CADLBC
                    OUTPUT       CADTMP
                    READ         CADCTR
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

       ROT-BANC-00.
           MOVE     ZEROS    TO  CHV-BCO
           MOVE     SPACES   TO  DES-BCO
           DISPLAY  TELA-09      ENTR-02
           ACCEPT   ENTR-01      DISPLAY  BCO-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-BANC-00.
           READ     CADBCO       MOVE 21  TO  IND-MSG
           IF  FST-BCO   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-BANC-00.
           DISPLAY  ENTR-02.

       ROT-FUNC-00.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TCL-MSG   =   03  GO       ROT-REME-00.
           IF  TCL-MSG   =   04  GO       ROT-RETO-00.
           IF  TCL-MSG   >   00  GO       ROT-FUNC-00.
           GO       ROT-BANC-00.

      ******************************************************
      *    GERACAO DA REMESSA (EXTRMP): periodo de vencto  *
      ******************************************************
       ROT-REME-00.
           DISPLAY  TELA-06
           PERFORM  ROT-DATI-00
           IF  FLG-INI   =    0  DISPLAY  TELA-09
                                 GO       ROT-FUNC-00.
           MOVE     DTA-INI  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-INI.

       ROT-REME-05.
           PERFORM  ROT-DATF-00
           IF  FLG-FIM   =    0  GO       ROT-REME-00.
           MOVE     DTA-FIM  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-LIM
           IF  D8-LIM    <       D8-INI
                                 MOVE    52  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-REME-05.
           OPEN     OUTPUT   EXTRMP
           MOVE     DTA-SYS  TO  DTA-HDR
           MOVE     AGE-BCO  TO  AGE-HDR
           MOVE     CNT-BCO  TO  CNT-HDR
           MOVE     CNV-BCO  TO  CNV-HDR
           WRITE    REG-REM  FROM  REM-HDR
           MOVE     ZEROS    TO  ACM-QTD  ACM-VAL  ACM-SEM
                                 PAG-CB1  CHV-TMP
           MOVE     "RELACAO DA REMESSA DE PAGAMENTO A FORNECEDORES"
                             TO  DES-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     CAB-004  TO  CAB-005
           PERFORM  ROT-IMPR-10
           MOVE     SPACES   TO  CHV-PAG.

       ROT-REME-10.
           START    CADPAG       KEY  >   CHV-PAG
           IF  FST-PAG   =  "23" GO       ROT-REME-40.
           READ     CADPAG  NEXT
           IF  FST-PAG   =  "10" GO       ROT-REME-40.
           IF  SIT-PAG   NOT  =  "A"  GO  ROT-REME-10.
           IF  REM-PAG   =       "R"  GO  ROT-REME-10.
           IF  VAL-PAG   NOT  >  ZEROS  GO  ROT-REME-10.
           MOVE     DTV-PAG  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    >       D8-LIM   OR
               D8-REG    <       D8-INI
                                 GO       ROT-REME-10.
           MOVE     FOR-PAG  TO  CHV-FOR
           READ     CADFOR
           IF  FST-FOR   NOT  =  "00"
                                 MOVE  "FORNECEDOR NAO CADASTRADO"
                                                  TO  RAZ-FOR
                                 MOVE  ZEROS      TO  CGC-FOR
                                                      BCO-FOR
                                                      AGE-FOR
                                 MOVE  SPACES     TO  CNT-FOR.
           MOVE     FOR-PAG  TO  FOR-DT1
           MOVE     SEQ-PAG  TO  SEQ-DT1
           MOVE     NTF-PAG  TO  NTF-DT1
           MOVE     DIA-PAG  TO  DIA-DT1
           MOVE     MES-PAG  TO  MES-DT1
           MOVE     ANO-PAG  TO  ANO-DT1
           MOVE     VAL-PAG  TO  VAL-DT1
           MOVE     RAZ-FOR  TO  RAZ-DT1
           IF  BLQ-PAG   =  "D"  MOVE  "--"  TO  MOD-DT1
                                 MOVE  "RETIDO POR DIVERGENCIA"
                                                  TO  RAZ-DT1
                                 ADD   1          TO  ACM-SEM
                                 PERFORM  ROT-REME-80
                                 GO       ROT-REME-10.
           IF  CDB-PAG   NOT  =  SPACES
                                 MOVE  "BL"  TO  MOD-DET
                                 GO       ROT-REME-20.
           IF  BCO-FOR   NOT  =  ZEROS
                                 MOVE  "TD"  TO  MOD-DET
                                 GO       ROT-REME-20.
           MOVE     "--"     TO  MOD-DT1
           MOVE     "SEM BOLETO NEM CONTA P/ TED"
                             TO  RAZ-DT1
           ADD      1        TO  ACM-SEM
           PERFORM  ROT-REME-80
           GO       ROT-REME-10.

       ROT-REME-20.
           MOVE     FOR-PAG  TO  FOR-DET
           MOVE     SEQ-PAG  TO  SEQ-DET
           MOVE     DTV-PAG  TO  VCT-DET
           MOVE     VAL-PAG  TO  VAL-DET
           MOVE     CGC-FOR  TO  CGC-DET
           MOVE     RAZ-FOR  TO  RAZ-DET
           MOVE     ZEROS    TO  BCO-DET  AGE-DET
           MOVE     SPACES   TO  CNT-DET  CDB-DET
           IF  MOD-DET   =  "BL" MOVE     CDB-PAG  TO  CDB-DET
           ELSE
                                 MOVE     BCO-FOR  TO  BCO-DET
                                 MOVE     AGE-FOR  TO  AGE-DET
                                 MOVE     CNT-FOR  TO  CNT-DET.
           WRITE    REG-REM  FROM  REM-DET
           MOVE     REG-PAG (1: 50)  TO  ANT-AUX
           MOVE     "R"      TO  REM-PAG
           REWRITE  REG-PAG
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-PAG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     MOD-DET  TO  MOD-DT1
           ADD      1        TO  ACM-QTD
           ADD      VAL-PAG  TO  ACM-VAL
           PERFORM  ROT-REME-80
           GO       ROT-REME-10.

       ROT-REME-40.
           MOVE     ACM-QTD  TO  QTD-TRL
           MOVE     ACM-VAL  TO  TOT-TRL
           WRITE    REG-REM  FROM  REM-TRL
           CLOSE    EXTRMP
           IF  ACM-QTD   =    0  MOVE    31  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-QTD  TO  QTD-TT1
           MOVE     ACM-VAL  TO  VAL-TT1
           MOVE     ACM-SEM  TO  SEM-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "REMESSA DE PAGAMENTO"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

       ROT-REME-80.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    PROCESSAMENTO DO RETORNO (EXTRTP)               *
      ******************************************************
       ROT-RETO-00.
           OPEN     INPUT    EXTRTP
           IF  FST-RET   NOT  =  "00"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 CLOSE    EXTRTP
                                 GO       ROT-FUNC-00.
           MOVE     ZEROS    TO  ACM-LIQ  ACM-DEV  ACM-EXC
                                 PAG-CB1  CHV-TMP
           MOVE     "CRITICA DO RETORNO DE PAGAMENTO A FORNECEDORES"
                             TO  DES-CB2
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           MOVE     "FORN TITULO  OCO  PAGTO            VALOR  SITUACAO"
                             TO  CAB-005
           PERFORM  ROT-IMPR-10.

       ROT-RETO-10.
           READ     EXTRTP  INTO  RET-DET
           IF  FST-RET   =  "10" GO       ROT-RETO-90.
           IF  TIP-RET   NOT  =  "2"  GO  ROT-RETO-10.
           MOVE     FOR-RET  TO  FOR-DT2
           MOVE     SEQ-RET  TO  SEQ-DT2
           MOVE     OCO-RET  TO  OCO-DT2
           MOVE     DTP-RET (5: 2)  TO  DIA-DT2
           MOVE     DTP-RET (3: 2)  TO  MES-DT2
           MOVE     DTP-RET (1: 2)  TO  ANO-DT2
           MOVE     VAL-RET  TO  VAL-DT2
           MOVE     FOR-RET  TO  FOR-PAG
           MOVE     SEQ-RET  TO  SEQ-PAG
           READ     CADPAG
           IF  FST-PAG   NOT  =  "00"
                                 MOVE  "TITULO NAO ENCONTRADO"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.
           IF  SIT-PAG   NOT  =  "A"  OR
               REM-PAG   NOT  =  "R"
                                 MOVE  "TITULO FORA DE REMESSA"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.
           IF  OCO-RET   =  "RJ" GO       ROT-RETO-50.
           IF  OCO-RET   NOT  =  "PG"
                                 MOVE  "OCORRENCIA INVALIDA"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.
           MOVE     DTP-RET  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PGT
           MOVE     DTF-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTF-CTR   NOT  =  ZEROS  AND
               D8-PGT    NOT  >  D8-REG
                                 MOVE  "PERIODO FECHADO"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.
           MOVE     DTI-CTR  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-PGT    <       D8-REG
                                 MOVE  "ANTERIOR AO INICIO DO SISTEMA"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.
           MOVE     DTI-BCO  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DTI-BCO   NOT  =  ZEROS  AND
               D8-PGT    <       D8-REG
                                 MOVE  "ANTERIOR AO SALDO DO BANCO"
                                              TO  SIT-DT2
                                 ADD   1      TO  ACM-EXC
                                 PERFORM  ROT-RETO-80
                                 GO       ROT-RETO-10.

      ******************************************************
      *    PAGO: baixa o titulo e debita o banco pagador   *
      ******************************************************
       ROT-RETO-20.
           MOVE     REG-PAG (1: 50)  TO  ANT-AUX
           MOVE     "P"      TO  SIT-PAG
           MOVE     DTP-RET  TO  DTB-PAG
           MOVE     CHV-BCO  TO  BCO-PAG
           MOVE     SPACES   TO  REM-PAG
           MOVE     PRM-OPR  TO  OPR-PAG
           REWRITE  REG-PAG
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-PAG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     FOR-PAG  TO  CHV-FOR
           READ     CADFOR
           IF  FST-FOR   NOT  =  "00"
                                 MOVE  SPACES  TO  RAZ-FOR.
           MOVE     CHV-BCO  TO  BCO-LBC
           MOVE     DTP-RET  TO  DTA-LBC
           MOVE     1        TO  LCT-LBC
           MOVE     NTF-PAG  TO  DOC-LBC
           MOVE     1        TO  COD-LBC
           MOVE     RAZ-FOR  TO  RAZ-HST
           MOVE     HST-AUX  TO  HST-LBC
           MOVE     VAL-RET  TO  VAL-LBC
           IF  VAL-RET   =   ZEROS  MOVE  VAL-PAG  TO  VAL-LBC.
           MOVE     PRM-OPR  TO  OPR-LBC
           ACCEPT   HRA-LBC  FROM  TIME
           MOVE     ZEROS    TO  ORG-LBC
           MOVE     SPACES   TO  CNC-LBC
           PERFORM  ROT-GRVL-00
           MOVE     "PAGO"        TO  SIT-DT2
           ADD      1        TO  ACM-LIQ
           PERFORM  ROT-RETO-80
           GO       ROT-RETO-10.

      ******************************************************
      *    RECUSADO: volta o titulo para aberto            *
      ******************************************************
       ROT-RETO-50.
           MOVE     REG-PAG (1: 50)  TO  ANT-AUX
           MOVE     SPACES   TO  REM-PAG
           REWRITE  REG-PAG
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-PAG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     MOT-RET  TO  SIT-DT2
           IF  MOT-RET   =   SPACES
                                 MOVE  "RECUSADO PELO BANCO"
                                              TO  SIT-DT2.
           ADD      1        TO  ACM-DEV
           PERFORM  ROT-RETO-80
           GO       ROT-RETO-10.

       ROT-RETO-80.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-RETO-90.
           CLOSE    EXTRTP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-LIQ  TO  LIQ-TT2
           MOVE     ACM-DEV  TO  DEV-TT2
           MOVE     ACM-EXC  TO  EXC-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     "RETORNO DE PAGAMENTO"  TO  TIT-SPO-P
           GO       ROT-IMPR-60.

       ROT-GRVL-00.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-00.
           MOVE     "CADLBC"  TO  ARQ-PRM
           MOVE     CHV-LBC   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-LBC (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

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

       ROT-DATI-00.
           CALL   "DYDATA"  USING  PRM-DTI
                                   PRM-HLP.

       ROT-DATF-00.
           CALL   "DYDATA"  USING  PRM-DTF
                                   PRM-HLP.

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
           CLOSE    CADCTR  CADFOR  CADBCO  CADPAG
                    CADLBC  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
