       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1185.
       AUTHOR.         ADILSON.
      ******************************************************
      *    LOJA VIRTUAL: troca de arquivos com a           *
      *    plataforma da loja na internet.                 *
      *    1 = EXPORTACAO do catalogo (EXTWEB): todo       *
      *        produto com preco, com a descricao, o preco *
      *        de venda (o promocional do CADPRO quando    *
      *        vigente hoje, marcado "P"), o saldo da LOJA *
      *        e do DEPOSITO da filial do operador         *
      *        (DYFILI) no CADLOC e o                      *
      *        disponivel = loja + deposito menos o        *
      *        reservado (DYRESV); produto sem saldo por   *
      *        local usa SDO-EST como loja; kit usa os     *
      *        kits disponiveis do DYKITM;                 *
      *    2 = IMPORTACAO dos pedidos (EXTPED): cada       *
      *        pedido vira um orcamento CADORV/CADOVI      *
      *        aberto (PDW-ORV = numero do pedido na web), *
      *        com validade de N dias e os itens           *
      *        reservados no saldo disponivel; a conversao *
      *        em venda continua no DY1169. O cliente e    *
      *        achado pelo CPF/CNPJ no CADMDR ou incluido  *
      *        com os dados do pedido. Rejeitados: pedido  *
      *        ja importado, CPF/CNPJ invalido, cliente    *
      *        novo sem nome, e as linhas de produto       *
      *        desconhecido ou quantidade zerada;          *
      *    3 = as duas coisas, nessa ordem.                *
      *    Relatorio de log de cada rodada: itens          *
      *    exportados, pedidos importados e rejeicoes.     *
      *    Layout do EXTWEB (uma linha por produto):       *
      *      prefixo(2) sufixo(3) descricao(25) preco(9,   *
      *      2 decimais) promocao(1) loja(7) deposito(7)   *
      *      disponivel(7).                                *
      *    Layout do EXTPED (uma linha por item, linhas do *
      *    mesmo pedido seguidas): pedido(10) tipo doc.    *
      *      F/J(1) CPF/CNPJ(14) nome(40) endereco(40)     *
      *      CEP(8) cidade(27) UF(2) telefone(15)          *
      *      e-mail(40) prefixo(2) sufixo(3) quantidade(6) *
      *      preco(9, 2 decimais; zero = preco da loja).   *
      *    Inclusoes auditadas via DYAUDT.                 *
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

           SELECT      CADPRO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PRO
                       FILE          STATUS  IS  FST-PRO.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FST-LOC.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADORV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-ORV
                       FILE          STATUS  IS  FST-ORV.

           SELECT      CADOVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OVI
                       FILE          STATUS  IS  FST-OVI.

           SELECT      EXTWEB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-WEB.

           SELECT      EXTPED        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FST-PED.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADPRO.CPY.
       COPY  CADLOC.CPY.
       COPY  CADMDR.CPY.
       COPY  CADORV.CPY.
       COPY  CADOVI.CPY.

       FD  EXTWEB
           LABEL RECORD STANDARD.

       01  REG-WEB              PIC  X(70).

       FD  EXTPED
           LABEL RECORD STANDARD.

       01  REG-PED              PIC  X(250).

       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-PRO          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FST-ORV          PIC  X(02).
           03  FST-OVI          PIC  X(02).
           03  FST-WEB          PIC  X(02).
           03  FST-PED          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  OPC-AUX          PIC  9(01)  VALUE  3.
           03  VLD-DIA          PIC  9(02)  VALUE  7.
           03  PRC-APL          PIC  9(06)V9999.
           03  PRM-FLG          PIC  X(01).
           03  LOJ-AUX          PIC S9(07).
           03  DEP-AUX          PIC S9(07).
           03  DSP-AUX          PIC S9(07).
           03  FLG-LOC          PIC  9(01).
           03  PED-ANT          PIC  X(10).
           03  FLG-PED          PIC  9(01).
           03  FLG-NOV          PIC  9(01).
           03  FLG-ACH          PIC  9(01).
           03  NUM-AUX          PIC  9(06).
           03  ITM-AUX          PIC  9(02).
           03  TOT-ORC          PIC  9(08)V99.
           03  VAL-AUX          PIC  9(07)V99.
           03  COD-CLI          PIC  9(06).
           03  LIN-AUX          PIC  9(05).
           03  MOT-AUX          PIC  X(30).
           03  DTA-VLD          PIC  9(06).

           03  ACM-EXP          PIC  9(05).
           03  ACM-LID          PIC  9(05).
           03  ACM-PED          PIC  9(05).
           03  ACM-CLI          PIC  9(05).
           03  ACM-REJ          PIC  9(05).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-HOJ           PIC  9(08).
           03  D8-PRI           PIC  9(08).
           03  D8-PRF           PIC  9(08).

       01  WEB-DET.
           03  PRX-WEB          PIC  9(02).
           03  SUF-WEB          PIC  9(03).
           03  DES-WEB          PIC  X(25).
           03  PRC-WEB          PIC  9(07)V99.
           03  PRM-WEB          PIC  X(01).
           03  LOJ-WEB          PIC  9(07).
           03  DEP-WEB          PIC  9(07).
           03  DSP-WEB          PIC  9(07).
           03  FILLER           PIC  X(09).

       01  PED-DET.
           03  PED-IMP          PIC  X(10).
           03  TPD-IMP          PIC  X(01).
           03  DOC-IMP          PIC  9(14).
           03  NOM-IMP          PIC  X(40).
           03  END-IMP          PIC  X(40).
           03  CEP-IMP          PIC  9(08).
           03  CID-IMP          PIC  X(27).
           03  EST-IMP          PIC  X(02).
           03  TEL-IMP          PIC  X(15).
           03  EML-IMP          PIC  X(40).
           03  ITE-IMP.
               05  PRX-IMP      PIC  9(02).
               05  SUF-IMP      PIC  9(03).
               05  QTD-IMP      PIC  9(06).
               05  PRC-IMP      PIC  9(07)V99.
           03  FILLER           PIC  X(33).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-DVC.
           03  TIP-DVC          PIC  X(01).
           03  DOC-DVC          PIC  9(14).
           03  RSP-DVC          PIC  9(01).

       01  PRM-RES.
           03  OPC-RES          PIC  X(01).
           03  PRX-RES          PIC  9(02).
           03  SUF-RES          PIC  9(03).
           03  ORI-RES          PIC  X(01).
           03  DOC-RES          PIC  9(06).
           03  ITM-RES          PIC  9(02).
           03  CLI-RES          PIC  9(06).
           03  QTD-RES          PIC  9(06).
           03  DTA-RES          PIC  9(06).
           03  VLD-RES          PIC  9(06).
           03  OPR-RES          PIC  X(10).
           03  SDO-RES          PIC  9(07).

       01  PRM-KIT.
           03  OPC-KIT          PIC  X(01).
           03  PRX-KIT          PIC  9(02).
           03  SUF-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(06).
           03  DTA-KIT          PIC  9(06).
           03  TIP-KIT          PIC  X(01).
           03  LOC-KIT          PIC  9(02).
           03  OPR-KIT          PIC  X(10).
           03  FLG-KIT          PIC  9(01).
           03  CUS-KIT          PIC  9(07)V9999.
           03  DSP-KIT          PIC S9(07).
           03  MNT-KIT          PIC  9(06).

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
           03  FILLER           PIC  X(68)  VALUE
               "LOJA VIRTUAL - LOG DE EXPORTACAO E IMPORTACAO".
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "EXP = ITEM EXPORTADO  PED = PEDIDO IMPOR".
           03  FILLER           PIC  X(40)  VALUE
               "TADO  REJ = REJEITADO".

       01  DET-001.
           03  FILLER           PIC  X(04)  VALUE  "EXP ".
           03  PRX-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT1          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DES-DT1          PIC  X(25).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRC-DT1          PIC  Z.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRM-DT1          PIC  X(01).
           03  LOJ-DT1          PIC  ZZZZZZ9.
           03  DEP-DT1          PIC  ZZZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DSP-DT1          PIC  ZZZZZZ9.

       01  DET-002.
           03  FILLER           PIC  X(04)  VALUE  "PED ".
           03  PED-DT2          PIC  X(10).
           03  FILLER           PIC  X(05)  VALUE  " ORC ".
           03  NUM-DT2          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  CLI-DT2          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(20).
           03  NOV-DT2          PIC  X(04).
           03  ITM-DT2          PIC  Z9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VAL-DT2          PIC  ZZ.ZZZ.ZZ9,99.

       01  DET-003.
           03  FILLER           PIC  X(04)  VALUE  "REJ ".
           03  PED-DT3          PIC  X(10).
           03  FILLER           PIC  X(07)  VALUE  " LINHA ".
           03  LIN-DT3          PIC  ZZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  PRX-DT3          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ".".
           03  SUF-DT3          PIC  9(03).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MOT-DT3          PIC  X(30).

       01  DET-004              PIC  X(80)  VALUE
           "ARQUIVO DE PEDIDOS (EXTPED) NAO ENCONTRADO".

       01  TOT-001.
           03  FILLER           PIC  X(19)  VALUE
               "ITENS EXPORTADOS .:".
           03  EXP-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(21)  VALUE
               "  PEDIDOS IMPORT. ..:".
           03  PED-TT1          PIC  ZZZZ9.
           03  FILLER           PIC  X(19)  VALUE
               "  CLIENTES NOVOS .:".
           03  CLI-TT1          PIC  ZZZZ9.

       01  TOT-002.
           03  FILLER           PIC  X(19)  VALUE
               "LINHAS LIDAS .....:".
           03  LID-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(21)  VALUE
               "  REJEICOES .......:".
           03  REJ-TT2          PIC  ZZZZ9.

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
           03  PRG-SPL          PIC  9(02)  VALUE  99.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  99.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "1185".
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
               05  LINE 07 COLUMN 13 VALUE " Loja Virtual ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Operacao ...:".
           03  LINE 09 COLUMN 31 VALUE
               "(1=Exportar 2=Importar 3=Ambos)".
           03  LINE 11 COLUMN 13 VALUE "Validade ...:".
           03  LINE 11 COLUMN 31 VALUE
               "dias para os orcamentos importados".

       01  ENTR-01.
           03  OPC-E01 LINE 09 COLUMN 28 PIC 9(01) USING OPC-AUX.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  OPC-T02 LINE 09 COLUMN 28 PIC 9(01) FROM OPC-AUX.
           03  VLD-T02 LINE 11 COLUMN 28 PIC Z9    FROM VLD-DIA.

       01  ENTR-03.
           03  VLD-E03 LINE 11 COLUMN 28 PIC 9(02) USING VLD-DIA.

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
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADEST   CADPRO   CADLOC
                    I-O          CADMDR   CADORV   CADOVI
                    OUTPUT       CADTMP
           IF  FST-ORV   =  "35" OPEN     OUTPUT   CADORV
                                 CLOSE    CADORV
                                 OPEN     I-O      CADORV.
           IF  FST-OVI   =  "35" OPEN     OUTPUT   CADOVI
                                 CLOSE    CADOVI
                                 OPEN     I-O      CADOVI.
           DISPLAY  TELA-01      TELA-02.

       ROT-OPCA-00.
           DISPLAY  TELA-09      ENTR-02
           ACCEPT   ENTR-01      DISPLAY  OPC-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPCA-00.
           IF  OPC-AUX   <    1  OR   >   3
                                 GO       ROT-OPCA-00.
           IF  OPC-AUX   =    1  GO       ROT-FUNC-00.

       ROT-VALI-00.
           ACCEPT   ENTR-03      DISPLAY  VLD-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OPCA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-VALI-00.
           IF  VLD-DIA   =    0  GO       ROT-VALI-00.

       ROT-FUNC-00.
           MOVE  8  TO  IND-MSG  PERFORM  ROT-MSGM-00
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-FUNC-00.
           IF  TCL-MSG   =   03  GO       ROT-PROC-00.
           IF  TCL-MSG   >   00  GO       ROT-FUNC-00.
           GO       ROT-OPCA-00.

      ******************************************************
      *    PROCESSAMENTO: exportacao e/ou importacao com   *
      *    um unico log                                    *
      ******************************************************
       ROT-PROC-00.
           MOVE     ZEROS    TO  ACM-EXP  ACM-LID  ACM-PED  ACM-CLI
                                 ACM-REJ  PAG-CB1  CHV-TMP
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-HOJ
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           IF  OPC-AUX   NOT  =  2
                                 PERFORM  ROT-EXPO-00  THRU
                                          ROT-EXPO-90.
           IF  OPC-AUX   NOT  =  1
                                 PERFORM  ROT-IMPO-00  THRU
                                          ROT-IMPO-90.
           IF  LIN-TMP   >   55  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-EXP  TO  EXP-TT1
           MOVE     ACM-PED  TO  PED-TT1
           MOVE     ACM-CLI  TO  CLI-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-LID  TO  LID-TT2
           MOVE     ACM-REJ  TO  REJ-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-60.

      ******************************************************
      *    EXPORTACAO DO CATALOGO (EXTWEB)                 *
      ******************************************************
       ROT-EXPO-00.
           OPEN     OUTPUT   EXTWEB
           MOVE     ZEROS    TO  CHV-EST.

       ROT-EXPO-10.
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST   =  "23" GO       ROT-EXPO-90.
           READ     CADEST  NEXT
           IF  FST-EST   =  "10" GO       ROT-EXPO-90.
           PERFORM  ROT-PROM-00  THRU  ROT-PROM-20
           IF  PRC-APL   =   ZEROS    GO  ROT-EXPO-10.
           PERFORM  ROT-SALD-00  THRU  ROT-SALD-30
           MOVE     SPACES   TO  WEB-DET
           MOVE     PRX-EST  TO  PRX-WEB  PRX-DT1
           MOVE     SUF-EST  TO  SUF-WEB  SUF-DT1
           MOVE     DES-EST  TO  DES-WEB  DES-DT1
           COMPUTE  PRC-WEB  ROUNDED  =  PRC-APL
           MOVE     PRC-WEB  TO  PRC-DT1
           MOVE     PRM-FLG  TO  PRM-WEB  PRM-DT1
           MOVE     LOJ-AUX  TO  LOJ-WEB  LOJ-DT1
           MOVE     DEP-AUX  TO  DEP-WEB  DEP-DT1
           MOVE     DSP-AUX  TO  DSP-WEB  DSP-DT1
           WRITE    REG-WEB  FROM  WEB-DET
           ADD      1        TO  ACM-EXP
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-EXPO-10.

       ROT-EXPO-90.
           CLOSE    EXTWEB.

      ******************************************************
      *    PRECO APLICAVEL HOJE: promocao vigente (CADPRO) *
      *    ou o preco normal VDA-EST; PRM-FLG = "P" na     *
      *    promocao.                                       *
      ******************************************************
       ROT-PROM-00.
           MOVE     VDA-EST  TO  PRC-APL
           MOVE     SPACES   TO  PRM-FLG
           MOVE     PRX-EST  TO  PRX-PRO
           MOVE     SUF-EST  TO  SUF-PRO
           READ     CADPRO
           IF  FST-PRO   NOT  =  "00"  GO  ROT-PROM-20.
           MOVE     DTI-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRI
           MOVE     DTF-PRO  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-PRF
           IF  D8-HOJ    NOT  <  D8-PRI  AND
               D8-HOJ    NOT  >  D8-PRF
                                 MOVE  PRC-PRO  TO  PRC-APL
                                 MOVE  "P"      TO  PRM-FLG.
       ROT-PROM-20.
           EXIT.

      ******************************************************
      *    SALDOS DA LOJA, DO DEPOSITO E DISPONIVEL (sem   *
      *    saldos negativos no arquivo da loja virtual)    *
      ******************************************************
       ROT-SALD-00.
           MOVE     ZEROS    TO  LOJ-AUX  DEP-AUX  FLG-LOC
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     DSP-KIT  TO  DSP-AUX
                                 GO       ROT-SALD-20.
           MOVE     PRX-EST  TO  PRX-LOC
           MOVE     SUF-EST  TO  SUF-LOC
           MOVE     LJA-FLI  TO  LCL-LOC
           READ     CADLOC
           IF  FST-LOC   =  "00" MOVE     SDO-LOC  TO  LOJ-AUX
                                 MOVE     1        TO  FLG-LOC.
           MOVE     DEP-FLI  TO  LCL-LOC
           READ     CADLOC
           IF  FST-LOC   =  "00" MOVE     SDO-LOC  TO  DEP-AUX
                                 MOVE     1        TO  FLG-LOC.
           IF  FLG-LOC   =    0  MOVE     SDO-EST  TO  LOJ-AUX.
           IF  LOJ-AUX   <    0  MOVE     ZEROS    TO  LOJ-AUX.
           IF  DEP-AUX   <    0  MOVE     ZEROS    TO  DEP-AUX.
           MOVE     "S"      TO  OPC-RES
           MOVE     PRX-EST  TO  PRX-RES
           MOVE     SUF-EST  TO  SUF-RES
           MOVE     SPACES   TO  ORI-RES
           MOVE     ZEROS    TO  DOC-RES  ITM-RES
           MOVE     DTA-SYS  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  DSP-AUX  =   LOJ-AUX  +  DEP-AUX  -  SDO-RES.

       ROT-SALD-20.
           IF  DSP-AUX   <    0  MOVE     ZEROS    TO  DSP-AUX.

       ROT-SALD-30.
           EXIT.

      ******************************************************
      *    IMPORTACAO DOS PEDIDOS (EXTPED): quebra por     *
      *    numero do pedido                                *
      ******************************************************
       ROT-IMPO-00.
           MOVE     SPACES   TO  PED-ANT
           MOVE     ZEROS    TO  LIN-AUX  ITM-AUX
           MOVE     1        TO  FLG-PED
           MOVE     DTA-SYS  TO  DT6-SOM
           MOVE     VLD-DIA  TO  QTD-SOM
           CALL     "DYDSOM"     USING    PRM-SOM
           MOVE     RSL-SOM  TO  DTA-VLD
           OPEN     INPUT    EXTPED
           IF  FST-PED   NOT  =  "00"
                                 CLOSE    EXTPED
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 IF  LIN-TMP  >  57
                                     PERFORM  ROT-IMPR-10.
           IF  FST-PED   NOT  =  "00"
                                 ADD      1  TO  CHV-TMP  LIN-TMP
                                 MOVE     DET-004  TO  DET-TMP
                                 WRITE    REG-TMP
                                 GO       ROT-IMPO-90.

       ROT-IMPO-10.
           READ     EXTPED  INTO  PED-DET
           IF  FST-PED   =  "10" PERFORM  ROT-FPED-00  THRU
                                          ROT-FPED-EXIT
                                 CLOSE    EXTPED
                                 GO       ROT-IMPO-90.
           ADD      1        TO  ACM-LID  LIN-AUX
           IF  PED-IMP   NOT  =  PED-ANT
                                 PERFORM  ROT-FPED-00  THRU
                                          ROT-FPED-EXIT
                                 PERFORM  ROT-NPED-00  THRU
                                          ROT-NPED-EXIT.
           IF  FLG-PED   =    1  GO       ROT-IMPO-10.
           IF  ITE-IMP   NOT  NUMERIC
                                 MOVE  "LINHA INVALIDA"  TO  MOT-AUX
                                 PERFORM  ROT-REJE-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-IMPO-10.
           MOVE     PRX-IMP  TO  PRX-EST
           MOVE     SUF-IMP  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  "PRODUTO DESCONHECIDO"
                                                       TO  MOT-AUX
                                 PERFORM  ROT-REJE-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-IMPO-10.
           IF  QTD-IMP   =    0  MOVE  "QUANTIDADE ZERADA"  TO  MOT-AUX
                                 PERFORM  ROT-REJE-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-IMPO-10.
           IF  ITM-AUX   =   99  MOVE  "PEDIDO COM MAIS DE 99 ITENS"
                                                       TO  MOT-AUX
                                 PERFORM  ROT-REJE-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-IMPO-10.
           IF  PRC-IMP   >    0  MOVE     PRC-IMP  TO  PRC-APL
           ELSE                  PERFORM  ROT-PROM-00  THRU
                                          ROT-PROM-20.
           COMPUTE  VAL-AUX  ROUNDED  =  QTD-IMP  *  PRC-APL
           ADD      1        TO  ITM-AUX
           MOVE     NUM-AUX  TO  NUM-OVI
           MOVE     ITM-AUX  TO  ITM-OVI
           MOVE     PRX-EST  TO  PRX-OVI
           MOVE     SUF-EST  TO  SUF-OVI
           MOVE     QTD-IMP  TO  QTD-OVI
           MOVE     PRC-APL  TO  PRC-OVI
           MOVE     VAL-AUX  TO  VAL-OVI.

       ROT-IMPO-20.
           WRITE    REG-OVI
           IF  FST-OVI   =  "22" ADD      1  TO  ITM-OVI  ITM-AUX
                                 GO       ROT-IMPO-20.
           MOVE     "CADOVI"  TO  ARQ-PRM
           MOVE     CHV-OVI   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-OVI   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           ADD      VAL-AUX  TO  TOT-ORC
           GO       ROT-IMPO-10.

       ROT-IMPO-90.
           EXIT.

      ******************************************************
      *    INICIO DE UM PEDIDO: ja importado, cliente pelo *
      *    CPF/CNPJ (ou novo) e numero do orcamento.       *
      *    FLG-PED = 1 descarta as linhas do pedido.       *
      ******************************************************
       ROT-NPED-00.
           MOVE     PED-IMP  TO  PED-ANT
           MOVE     1        TO  FLG-PED
           MOVE     0        TO  FLG-NOV
           MOVE     ZEROS    TO  ITM-AUX  TOT-ORC  NUM-AUX  COD-CLI
           PERFORM  ROT-DUPL-00  THRU  ROT-DUPL-30
           IF  FLG-ACH   =    1  MOVE  "PEDIDO JA IMPORTADO"
                                                       TO  MOT-AUX
                                 PERFORM  ROT-REJP-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-NPED-EXIT.
           MOVE     TPD-IMP  TO  TIP-DVC
           MOVE     1        TO  RSP-DVC
           IF  DOC-IMP   NUMERIC  AND
              (TPD-IMP   =  "F"  OR  TPD-IMP  =  "J")
                                 MOVE     DOC-IMP  TO  DOC-DVC
                                 CALL    "DYDVCG"  USING  PRM-DVC.
           IF  RSP-DVC   =    1  MOVE  "CPF/CNPJ INVALIDO"  TO  MOT-AUX
                                 PERFORM  ROT-REJP-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-NPED-EXIT.
           PERFORM  ROT-CLIE-00  THRU  ROT-CLIE-30
           IF  COD-CLI   =    0  MOVE  "CLIENTE NOVO SEM NOME"
                                                       TO  MOT-AUX
                                 PERFORM  ROT-REJP-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-NPED-EXIT.
           MOVE     999999   TO  NUM-ORV
           START    CADORV       KEY  NOT  >  NUM-ORV
           IF  FST-ORV   =  "23" MOVE     1  TO  NUM-AUX
           ELSE
               READ     CADORV   PREVIOUS
               IF  FST-ORV   NOT  =  "00"
                                 MOVE     1  TO  NUM-AUX
               ELSE
                                 COMPUTE  NUM-AUX  =  NUM-ORV  +  1.
           MOVE     0        TO  FLG-PED.

       ROT-NPED-EXIT.
           EXIT.

      ******************************************************
      *    PEDIDO JA IMPORTADO ANTES (PDW-ORV): FLG-ACH 1  *
      ******************************************************
       ROT-DUPL-00.
           MOVE     0        TO  FLG-ACH
           MOVE     ZEROS    TO  NUM-ORV.

       ROT-DUPL-10.
           START    CADORV       KEY  >   NUM-ORV
           IF  FST-ORV   =  "23" GO       ROT-DUPL-30.
           READ     CADORV  NEXT
           IF  FST-ORV   =  "10" GO       ROT-DUPL-30.
           IF  PDW-ORV   =  PED-IMP
                                 MOVE     1  TO  FLG-ACH
                                 GO       ROT-DUPL-30.
           GO       ROT-DUPL-10.

       ROT-DUPL-30.
           EXIT.

      ******************************************************
      *    CLIENTE DO PEDIDO: pelo CPF/CNPJ ou incluido    *
      *    com os dados do pedido (COD-CLI 0 = sem nome)   *
      ******************************************************
       ROT-CLIE-00.
           MOVE     ZEROS    TO  CHV-MDR.

       ROT-CLIE-10.
           START    CADMDR       KEY  >   CHV-MDR
           IF  FST-MDR   =  "23" GO       ROT-CLIE-20.
           READ     CADMDR  NEXT
           IF  FST-MDR   =  "10" GO       ROT-CLIE-20.
           IF  DOC-MDR   NOT  NUMERIC  GO  ROT-CLIE-10.
           IF  DOC-MDR   =  DOC-IMP   AND
               TPD-MDR   =  TPD-IMP
                                 MOVE     CHV-MDR  TO  COD-CLI
                                 GO       ROT-CLIE-30.
           GO       ROT-CLIE-10.

       ROT-CLIE-20.
           IF  NOM-IMP   =   SPACES   GO  ROT-CLIE-30.
           MOVE     999999   TO  CHV-MDR
           START    CADMDR       KEY  NOT  >  CHV-MDR
           IF  FST-MDR   =  "23" MOVE     1  TO  COD-CLI
           ELSE
               READ     CADMDR   PREVIOUS
               IF  FST-MDR   NOT  =  "00"
                                 MOVE     1  TO  COD-CLI
               ELSE
                                 COMPUTE  COD-CLI  =  CHV-MDR  +  1.
           MOVE     SPACES   TO  REG-MDR
           MOVE     NOM-IMP  TO  NOM-MDR
           MOVE     END-IMP  TO  END-MDR
           MOVE     CID-IMP  TO  CID-MDR
           MOVE     EST-IMP  TO  EST-MDR
           MOVE     TEL-IMP  TO  TEL-MDR
           MOVE     EML-IMP  TO  EML-MDR
           MOVE     TPD-IMP  TO  TPD-MDR
           MOVE     DOC-IMP  TO  DOC-MDR
           MOVE     "A"      TO  SIT-MDR
           MOVE     ZEROS    TO  CEP-MDR  NSC-MDR  ULT-MDR  LIM-MDR
                                 CPC-MDR
           IF  CEP-IMP   NUMERIC  MOVE     CEP-IMP  TO  CEP-MDR.

       ROT-CLIE-25.
           MOVE     COD-CLI  TO  CHV-MDR
           WRITE    REG-MDR
           IF  FST-MDR   =  "22" ADD      1  TO  COD-CLI
                                 GO       ROT-CLIE-25.
           MOVE     "CADMDR"  TO  ARQ-PRM
           MOVE     CHV-MDR   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-MDR (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     1        TO  FLG-NOV
           ADD      1        TO  ACM-CLI.

       ROT-CLIE-30.
           EXIT.

      ******************************************************
      *    FIM DE UM PEDIDO: grava o orcamento aberto,     *
      *    reserva os itens e registra no log              *
      ******************************************************
       ROT-FPED-00.
           IF  FLG-PED   =    1  GO       ROT-FPED-EXIT.
           MOVE     1        TO  FLG-PED
           IF  ITM-AUX   =    0  MOVE  "PEDIDO SEM ITENS VALIDOS"
                                                       TO  MOT-AUX
                                 PERFORM  ROT-REJP-00  THRU
                                          ROT-REJE-EXIT
                                 GO       ROT-FPED-EXIT.
           MOVE     NUM-AUX  TO  NUM-ORV
           MOVE     COD-CLI  TO  CLI-ORV
           MOVE     DTA-SYS  TO  DTA-ORV
           MOVE     DTA-VLD  TO  VLD-ORV
           MOVE     TOT-ORC  TO  VAL-ORV
           MOVE     ITM-AUX  TO  QTD-ORV
           MOVE     "A"      TO  SIT-ORV
           MOVE     PRM-OPR  TO  OPR-ORV
           MOVE     PED-ANT  TO  PDW-ORV
           WRITE    REG-ORV
           MOVE     "CADORV"  TO  ARQ-PRM
           MOVE     NUM-ORV   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-ORV   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-RESV-00  THRU  ROT-RESV-30
           ADD      1        TO  ACM-PED
           MOVE     CLI-ORV  TO  CHV-MDR
           READ     CADMDR
           MOVE     PED-ANT  TO  PED-DT2
           MOVE     NUM-ORV  TO  NUM-DT2
           MOVE     CLI-ORV  TO  CLI-DT2
           MOVE     NOM-MDR  TO  NOM-DT2
           MOVE     SPACES   TO  NOV-DT2
           IF  FLG-NOV   =    1  MOVE     " NV "   TO  NOV-DT2.
           MOVE     QTD-ORV  TO  ITM-DT2
           MOVE     VAL-ORV  TO  VAL-DT2
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-FPED-EXIT.
           EXIT.

      ******************************************************
      *    RESERVA DO SALDO DISPONIVEL DOS ITENS ATE A     *
      *    VALIDADE (mesma regra da inclusao no DY1169)    *
      ******************************************************
       ROT-RESV-00.
           MOVE     NUM-ORV  TO  NUM-OVI
           MOVE     ZEROS    TO  ITM-OVI.

       ROT-RESV-10.
           START    CADOVI       KEY  >   CHV-OVI
           IF  FST-OVI   =  "23" GO       ROT-RESV-30.
           READ     CADOVI  NEXT
           IF  FST-OVI   =  "10" GO       ROT-RESV-30.
           IF  NUM-OVI  NOT   =  NUM-ORV  GO  ROT-RESV-30.
           MOVE     PRX-OVI  TO  PRX-EST  PRX-RES
           MOVE     SUF-OVI  TO  SUF-EST  SUF-RES
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  GO  ROT-RESV-10.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     DSP-KIT  TO  SDO-EST.
           MOVE     "S"      TO  OPC-RES
           MOVE     SPACES   TO  ORI-RES
           MOVE     ZEROS    TO  DOC-RES  ITM-RES
           MOVE     DTA-SYS  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  DSP-AUX  =   SDO-EST  -  SDO-RES
           IF  DSP-AUX   <    1  GO       ROT-RESV-10.
           MOVE     "G"      TO  OPC-RES
           MOVE     "O"      TO  ORI-RES
           MOVE     NUM-OVI  TO  DOC-RES
           MOVE     ITM-OVI  TO  ITM-RES
           MOVE     CLI-ORV  TO  CLI-RES
           MOVE     QTD-OVI  TO  QTD-RES
           IF  QTD-RES   >       DSP-AUX
                                 MOVE     DSP-AUX  TO  QTD-RES.
           MOVE     VLD-ORV  TO  VLD-RES
           MOVE     PRM-OPR  TO  OPR-RES
           CALL     "DYRESV"     USING    PRM-RES
           GO       ROT-RESV-10.

       ROT-RESV-30.
           EXIT.

      ******************************************************
      *    REJEICAO NO LOG: REJE = linha do pedido, com o  *
      *    produto; REJP = o pedido inteiro.               *
      ******************************************************
       ROT-REJE-00.
           MOVE     LIN-AUX  TO  LIN-DT3
           MOVE     ZEROS    TO  PRX-DT3  SUF-DT3
           IF  PRX-IMP   NUMERIC  MOVE     PRX-IMP  TO  PRX-DT3.
           IF  SUF-IMP   NUMERIC  MOVE     SUF-IMP  TO  SUF-DT3.
           GO       ROT-REJE-10.

       ROT-REJP-00.
           MOVE     ZEROS    TO  LIN-DT3  PRX-DT3  SUF-DT3.

       ROT-REJE-10.
           ADD      1        TO  ACM-REJ
           MOVE     PED-ANT  TO  PED-DT3
           MOVE     MOT-AUX  TO  MOT-DT3
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-REJE-EXIT.
           EXIT.

       ROT-AUDG-00.
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

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
           GO       ROT-OPCA-00.

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
           MOVE     "LOJA VIRTUAL - LOG"
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
           CLOSE    CADEST  CADPRO  CADLOC  CADMDR  CADORV  CADOVI
                    CADTMP
           DELETE   FILE    CADTMP  GOBACK.
