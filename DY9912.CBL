       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY9912.
       AUTHOR.         ADILSON.
      ******************************************************
      *    REORGANIZACAO DOS ARQUIVOS INDEXADOS DE MAIOR   *
      *    MOVIMENTO (CADMVE, CADAUD, CADLBC, CADVND e     *
      *    CADSPO), um escolhido ou todos. Para cada um:   *
      *    - recusa se houver trava do arquivo no CADLCK;  *
      *    - descarrega em ordem de chave num indexado     *
      *      novo (NOVxxx), contando registros e somando   *
      *      o total de controle, e confere o NOVxxx       *
      *      relendo; divergencia = NOVxxx descartado e    *
      *      original intacto;                             *
      *    - conferido, recria o original e recarrega do   *
      *      NOVxxx em ordem de chave, confere de novo e   *
      *      so entao apaga o NOVxxx.                      *
      *    Totais de controle: CADMVE soma QTD-MVE,        *
      *    CADAUD soma HRA-AUD, CADLBC soma VAL-LBC,       *
      *    CADVND soma VAL-VND, CADSPO soma SEQ-SPO.       *
      *    O andamento fica no CADROG: arquivo com recarga *
      *    interrompida ("R") e retomado na proxima        *
      *    execucao a partir do NOVxxx, escolhido ou nao.  *
      *    Imprime, por arquivo, situacao, registros e     *
      *    tamanho (dados + indice) antes e depois.        *
      *    Chamado pelo DY9910 (F3) e como passo opcional  *
      *    da rodada noturna DY9940; com sessoes de outros *
      *    ativas so roda com liberacao do supervisor.     *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADMVE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MVE
                       FILE          STATUS  IS  FST-MVE.

           SELECT      NOVMVE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NMVE
                       FILE          STATUS  IS  FSN-MVE.

           SELECT      CADAUD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AUD
                       FILE          STATUS  IS  FST-AUD.

           SELECT      NOVAUD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NAUD
                       FILE          STATUS  IS  FSN-AUD.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      NOVLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NLBC
                       FILE          STATUS  IS  FSN-LBC.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      NOVVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NVND
                       FILE          STATUS  IS  FSN-VND.

           SELECT      CADSPO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SPO
                       FILE          STATUS  IS  FST-SPO.

           SELECT      NOVSPO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NSPO
                       FILE          STATUS  IS  FSN-SPO.

           SELECT      CADLCK        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LCK
                       FILE          STATUS  IS  FST-LCK.

           SELECT      CADROG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ROG
                       FILE          STATUS  IS  FST-ROG.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TMP
                       FILE          STATUS  IS  FST-TMP.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMVE.CPY.
       COPY  CADAUD.CPY.
       COPY  CADLBC.CPY.
       COPY  CADVND.CPY.
       COPY  CADSPO.CPY.
       COPY  CADLCK.CPY.
       COPY  CADROG.CPY.
       COPY  CADTMP.CPY.

      ******************************************************
      *    NOVxxx: copia integral do registro; so a chave  *
      *    e o campo do total de controle sao nomeados.    *
      ******************************************************
       FD  NOVMVE
           LABEL RECORD STANDARD.

       01  REG-NMVE.
           03  CHV-NMVE         PIC  X(14).
           03  FILLER           PIC  X(01).
           03  QTD-NMVE         PIC S9(06)V9.
           03  FILLER           PIC  X(33).

       FD  NOVAUD
           LABEL RECORD STANDARD.

       01  REG-NAUD.
           03  CHV-NAUD.
               05  DTA-NAUD     PIC  9(06).
               05  HRA-NAUD     PIC  9(06).
               05  SEQ-NAUD     PIC  9(03).
           03  FILLER           PIC  X(132).

       FD  NOVLBC
           LABEL RECORD STANDARD.

       01  REG-NLBC.
           03  CHV-NLBC         PIC  X(12).
           03  FILLER           PIC  X(35).
           03  VAL-NLBC         PIC  9(08)V99.
           03  FILLER           PIC  X(20).

       FD  NOVVND
           LABEL RECORD STANDARD.

       01  REG-NVND.
           03  CHV-NVND         PIC  X(09).
           03  FILLER           PIC  X(24).
           03  VAL-NVND         PIC S9(07)V99.
           03  FILLER           PIC  X(27).

       FD  NOVSPO
           LABEL RECORD STANDARD.

       01  REG-NSPO.
           03  CHV-NSPO.
               05  ARQ-NSPO     PIC  9(06).
               05  SEQ-NSPO     PIC  9(06).
           03  FILLER           PIC  X(85).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MVE          PIC  X(02).
           03  FSN-MVE          PIC  X(02).
           03  FST-AUD          PIC  X(02).
           03  FSN-AUD          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FSN-LBC          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FSN-VND          PIC  X(02).
           03  FST-SPO          PIC  X(02).
           03  FSN-SPO          PIC  X(02).
           03  FST-LCK          PIC  X(02).
           03  FST-ROG          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  OPC-AUX          PIC  9(01).
           03  IND-ARQ          PIC  9(01).
           03  FLG-SEL          PIC  9(01).
           03  FLG-TRV          PIC  9(01).
           03  ARQ-AUX          PIC  X(06).
           03  SIT-AUX          PIC  X(10).
           03  QTD-LID          PIC  9(08).
           03  TOT-LID          PIC S9(13)V99.
           03  TAM-AUX          PIC  9(12).

           03  TB1-ARQ          PIC  X(30)  VALUE
               "CADMVECADAUDCADLBCCADVNDCADSPO".
           03  RED-ARQ   REDEFINES  TB1-ARQ.
               05  NOM-TAB      PIC  X(06)  OCCURS  05.

           03  NOM-ARQ.
               05  BAS-NOM      PIC  X(06).
               05  EXT-NOM      PIC  X(04).
               05  FILLER       PIC  X(02).

           03  DET-ARQ.
               05  TAM-ARQ      PIC  X(08)  COMP-X.
               05  DIA-ARQ      PIC  X(01)  COMP-X.
               05  MES-ARQ      PIC  X(01)  COMP-X.
               05  ANO-ARQ      PIC  X(02)  COMP-X.
               05  HOR-ARQ      PIC  X(01)  COMP-X.
               05  MIN-ARQ      PIC  X(01)  COMP-X.
               05  SEG-ARQ      PIC  X(01)  COMP-X.
               05  CEN-ARQ      PIC  X(01)  COMP-X.

           03  HRS-AUX.
               05  HMS-AUX      PIC  9(06).
               05  FILLER       PIC  9(02).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  FILLER           PIC  X(09)  VALUE  "FOLHA .:".
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(40)  VALUE
               "REORGANIZACAO DE ARQUIVOS - DIA".
           03  DIA-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(21)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "ARQUIVO SITUACAO   REG. ANTES REG.DEPOIS".
           03  FILLER           PIC  X(40)  VALUE
               "   TAMANHO ANTES  TAMANHO DEPOIS".

       01  DET-001.
           03  ARQ-DT1          PIC  X(06).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(10).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QRA-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  QRD-DT1          PIC  ZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TAA-DT1          PIC  ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TAD-DT1          PIC  ZZZ.ZZZ.ZZZ.ZZ9.
           03  FILLER           PIC  X(08)  VALUE  SPACES.

       01  DET-002.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(24)  VALUE
               "TOTAL DE CONTROLE ANTES:".
           03  TCA-DT2          PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  FILLER           PIC  X(08)  VALUE  "DEPOIS:".
           03  TCD-DT2          PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER           PIC  X(02)  VALUE  SPACES.

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       01  NOV-SSA.
           03  FILLER           PIC  X(13)  VALUE  "LIBERADO COM ".
           03  QTD-SSA          PIC  9(03).
           03  FILLER           PIC  X(34)  VALUE
               " SESSOES DE OUTROS ATIVAS".

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  62.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  62.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "9912".
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
               05  LINE 06 COLUMN 11 VALUE
               " Reorganizacao de Arquivos ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE
               "1-CADMVE  2-CADAUD  3-CADLBC  4-CADVND  5-CADSPO".
           03  LINE 10 COLUMN 13 VALUE "9-Todos".
           03  LINE 12 COLUMN 13 VALUE "Arquivo (1-5 ou 9) ..: [ ]".

       01  ENTR-01  BCK-CLR 02 FOR-CLR 15 AUTO
                    LINE 12 COLUMN 37 PIC 9(01) USING OPC-AUX.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 14 COLUMN 13 VALUE
               "   Confirma a Reorganizacao ? [ ]   ".

       01  ENTR-02  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 14 COLUMN 44 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 14 COLUMN 13 VALUE
               "                                    ".

       01  TELA-06 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 13 VALUE "Reorganizando .....:".
           03  ARQ-T06 LINE 16 COLUMN 34 PIC X(06) FROM ARQ-AUX.

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 18 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 18 COLUMN 34 PIC ZZ9 FROM PAG-CB1.

       01  TELA-08 BCK-CLR 02.
           03  FOR-CLR  14.
               05  LINE 20 COLUMN 25 PIC X(30) FROM
                   "  Saida: 1-Impressora 2-PDF".
               05  LINE 21 COLUMN 25 PIC X(30) FROM "  Escolha ..:".

       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 21 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 4 FOR-CLR 15.
           03  LINE 20 COLUMN 13 VALUE
               "   Sessoes ativas de outros: ".
           03  QTD-T09  LINE 20 COLUMN 42 PIC ZZ9 FROM QTD-SSN.
           03  LINE 20 COLUMN 45 VALUE " - Continua ? [ ]   ".

       01  ENTR-09  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 20 COLUMN 60 PIC X(01) USING RSP-OPC.

       01  TELA-10  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 13 VALUE
               "                                                    ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           PERFORM  ROT-SESS-00  THRU  ROT-SESS-90
           IF  RSP-SSN  =  1     GOBACK.
           OPEN     I-O          CADROG
           IF  FST-ROG   =  "35" OPEN     OUTPUT   CADROG
                                 CLOSE    CADROG
                                 OPEN     I-O      CADROG.
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

       ROT-OPCA-00.
           MOVE     9        TO  OPC-AUX
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPCA-00.
           IF  OPC-AUX   =    0  OR
              (OPC-AUX   >    5  AND  NOT  =  9)
                                 GO       ROT-OPCA-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-OPCA-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EXIT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05.

      ******************************************************
      *    ESCOLHIDOS E OS COM RECARGA PENDENTE (CADROG)   *
      ******************************************************
       ROT-PROC-00.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     OUTPUT   CADTMP
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10
           MOVE     1        TO  IND-ARQ
           PERFORM  ROT-SELE-00
           IF  FLG-SEL   =    1
                       PERFORM  ROT-OMVE-00  THRU  ROT-OMVE-90.
           MOVE     2        TO  IND-ARQ
           PERFORM  ROT-SELE-00
           IF  FLG-SEL   =    1
                       PERFORM  ROT-OAUD-00  THRU  ROT-OAUD-90.
           MOVE     3        TO  IND-ARQ
           PERFORM  ROT-SELE-00
           IF  FLG-SEL   =    1
                       PERFORM  ROT-OLBC-00  THRU  ROT-OLBC-90.
           MOVE     4        TO  IND-ARQ
           PERFORM  ROT-SELE-00
           IF  FLG-SEL   =    1
                       PERFORM  ROT-OVND-00  THRU  ROT-OVND-90.
           MOVE     5        TO  IND-ARQ
           PERFORM  ROT-SELE-00
           IF  FLG-SEL   =    1
                       PERFORM  ROT-OSPO-00  THRU  ROT-OSPO-90.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           GO       ROT-EXIT-00.

      ******************************************************
      *    FLG-SEL = 1: escolhido na tela ou com recarga   *
      *    interrompida no CADROG                          *
      ******************************************************
       ROT-SELE-00.
           MOVE     0        TO  FLG-SEL
           IF  OPC-AUX   =    9  OR  =  IND-ARQ
                                 MOVE     1  TO  FLG-SEL.
           MOVE     NOM-TAB (IND-ARQ)  TO  ARQ-ROG
           READ     CADROG
           IF  FST-ROG   =  "00"  AND  SIT-ROG  =  "R"
                                 MOVE     1  TO  FLG-SEL.

      ******************************************************
      *    CADMVE: descarga, conferencia e recarga         *
      ******************************************************
       ROT-OMVE-00.
           MOVE     "CADMVE"  TO  ARQ-AUX
           PERFORM  ROT-INIC-00  THRU  ROT-INIC-90
           IF  FLG-TRV   =    1  GO       ROT-OMVE-90.
           IF  SIT-ROG   =  "R"  GO       ROT-OMVE-30.
           OPEN     INPUT    CADMVE
           IF  FST-MVE   NOT  =  "00"
                                 PERFORM  ROT-AUSE-00
                                 GO       ROT-OMVE-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAA-ROG
           OPEN     OUTPUT   NOVMVE
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-MVE
           START    CADMVE       KEY  NOT  <  CHV-MVE.

       ROT-OMVE-10.
           READ     CADMVE  NEXT
           IF  FST-MVE   NOT  =  "00"  GO  ROT-OMVE-12.
           ADD      1        TO  QTD-LID
           ADD      QTD-MVE  TO  TOT-LID
           WRITE    REG-NMVE     FROM     REG-MVE
           GO       ROT-OMVE-10.

       ROT-OMVE-12.
           CLOSE    CADMVE   NOVMVE
           MOVE     QTD-LID  TO  QRA-ROG
           MOVE     TOT-LID  TO  TCA-ROG
           OPEN     INPUT    NOVMVE
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-NMVE
           START    NOVMVE       KEY  NOT  <  CHV-NMVE.

       ROT-OMVE-14.
           READ     NOVMVE  NEXT
           IF  FSN-MVE   NOT  =  "00"  GO  ROT-OMVE-16.
           ADD      1        TO  QTD-LID
           ADD      QTD-NMVE  TO  TOT-LID
           GO       ROT-OMVE-14.

       ROT-OMVE-16.
           CLOSE    NOVMVE
           IF  QTD-LID   NOT  =  QRA-ROG  OR
               TOT-LID   NOT  =  TCA-ROG
                                 PERFORM  ROT-DIVG-00
                                 DELETE   FILE     NOVMVE
                                 GO       ROT-OMVE-90.
           MOVE     "R"      TO  SIT-ROG
           REWRITE  REG-ROG.

       ROT-OMVE-30.
           OPEN     INPUT    NOVMVE
           IF  FSN-MVE   NOT  =  "00"
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OMVE-90.
           OPEN     OUTPUT   CADMVE
           MOVE     LOW-VALUES  TO  CHV-NMVE
           START    NOVMVE       KEY  NOT  <  CHV-NMVE.

       ROT-OMVE-32.
           READ     NOVMVE  NEXT
           IF  FSN-MVE   NOT  =  "00"  GO  ROT-OMVE-34.
           WRITE    REG-MVE      FROM     REG-NMVE
           GO       ROT-OMVE-32.

       ROT-OMVE-34.
           CLOSE    NOVMVE   CADMVE
           OPEN     INPUT    CADMVE
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-MVE
           START    CADMVE       KEY  NOT  <  CHV-MVE.

       ROT-OMVE-36.
           READ     CADMVE  NEXT
           IF  FST-MVE   NOT  =  "00"  GO  ROT-OMVE-38.
           ADD      1        TO  QTD-LID
           ADD      QTD-MVE  TO  TOT-LID
           GO       ROT-OMVE-36.

       ROT-OMVE-38.
           CLOSE    CADMVE
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           IF  QRD-ROG   NOT  =  QRA-ROG  OR
               TCD-ROG   NOT  =  TCA-ROG
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OMVE-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAD-ROG
           PERFORM  ROT-CONC-00
           DELETE   FILE     NOVMVE.

       ROT-OMVE-90.
           EXIT.

      ******************************************************
      *    CADAUD: descarga, conferencia e recarga         *
      ******************************************************
       ROT-OAUD-00.
           MOVE     "CADAUD"  TO  ARQ-AUX
           PERFORM  ROT-INIC-00  THRU  ROT-INIC-90
           IF  FLG-TRV   =    1  GO       ROT-OAUD-90.
           IF  SIT-ROG   =  "R"  GO       ROT-OAUD-30.
           OPEN     INPUT    CADAUD
           IF  FST-AUD   NOT  =  "00"
                                 PERFORM  ROT-AUSE-00
                                 GO       ROT-OAUD-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAA-ROG
           OPEN     OUTPUT   NOVAUD
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-AUD
           START    CADAUD       KEY  NOT  <  CHV-AUD.

       ROT-OAUD-10.
           READ     CADAUD  NEXT
           IF  FST-AUD   NOT  =  "00"  GO  ROT-OAUD-12.
           ADD      1        TO  QTD-LID
           ADD      HRA-AUD  TO  TOT-LID
           WRITE    REG-NAUD     FROM     REG-AUD
           GO       ROT-OAUD-10.

       ROT-OAUD-12.
           CLOSE    CADAUD   NOVAUD
           MOVE     QTD-LID  TO  QRA-ROG
           MOVE     TOT-LID  TO  TCA-ROG
           OPEN     INPUT    NOVAUD
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-NAUD
           START    NOVAUD       KEY  NOT  <  CHV-NAUD.

       ROT-OAUD-14.
           READ     NOVAUD  NEXT
           IF  FSN-AUD   NOT  =  "00"  GO  ROT-OAUD-16.
           ADD      1        TO  QTD-LID
           ADD      HRA-NAUD  TO  TOT-LID
           GO       ROT-OAUD-14.

       ROT-OAUD-16.
           CLOSE    NOVAUD
           IF  QTD-LID   NOT  =  QRA-ROG  OR
               TOT-LID   NOT  =  TCA-ROG
                                 PERFORM  ROT-DIVG-00
                                 DELETE   FILE     NOVAUD
                                 GO       ROT-OAUD-90.
           MOVE     "R"      TO  SIT-ROG
           REWRITE  REG-ROG.

       ROT-OAUD-30.
           OPEN     INPUT    NOVAUD
           IF  FSN-AUD   NOT  =  "00"
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OAUD-90.
           OPEN     OUTPUT   CADAUD
           MOVE     LOW-VALUES  TO  CHV-NAUD
           START    NOVAUD       KEY  NOT  <  CHV-NAUD.

       ROT-OAUD-32.
           READ     NOVAUD  NEXT
           IF  FSN-AUD   NOT  =  "00"  GO  ROT-OAUD-34.
           WRITE    REG-AUD      FROM     REG-NAUD
           GO       ROT-OAUD-32.

       ROT-OAUD-34.
           CLOSE    NOVAUD   CADAUD
           OPEN     INPUT    CADAUD
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-AUD
           START    CADAUD       KEY  NOT  <  CHV-AUD.

       ROT-OAUD-36.
           READ     CADAUD  NEXT
           IF  FST-AUD   NOT  =  "00"  GO  ROT-OAUD-38.
           ADD      1        TO  QTD-LID
           ADD      HRA-AUD  TO  TOT-LID
           GO       ROT-OAUD-36.

       ROT-OAUD-38.
           CLOSE    CADAUD
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           IF  QRD-ROG   NOT  =  QRA-ROG  OR
               TCD-ROG   NOT  =  TCA-ROG
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OAUD-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAD-ROG
           PERFORM  ROT-CONC-00
           DELETE   FILE     NOVAUD.

       ROT-OAUD-90.
           EXIT.

      ******************************************************
      *    CADLBC: descarga, conferencia e recarga         *
      ******************************************************
       ROT-OLBC-00.
           MOVE     "CADLBC"  TO  ARQ-AUX
           PERFORM  ROT-INIC-00  THRU  ROT-INIC-90
           IF  FLG-TRV   =    1  GO       ROT-OLBC-90.
           IF  SIT-ROG   =  "R"  GO       ROT-OLBC-30.
           OPEN     INPUT    CADLBC
           IF  FST-LBC   NOT  =  "00"
                                 PERFORM  ROT-AUSE-00
                                 GO       ROT-OLBC-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAA-ROG
           OPEN     OUTPUT   NOVLBC
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-LBC
           START    CADLBC       KEY  NOT  <  CHV-LBC.

       ROT-OLBC-10.
           READ     CADLBC  NEXT
           IF  FST-LBC   NOT  =  "00"  GO  ROT-OLBC-12.
           ADD      1        TO  QTD-LID
           ADD      VAL-LBC  TO  TOT-LID
           WRITE    REG-NLBC     FROM     REG-LBC
           GO       ROT-OLBC-10.

       ROT-OLBC-12.
           CLOSE    CADLBC   NOVLBC
           MOVE     QTD-LID  TO  QRA-ROG
           MOVE     TOT-LID  TO  TCA-ROG
           OPEN     INPUT    NOVLBC
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-NLBC
           START    NOVLBC       KEY  NOT  <  CHV-NLBC.

       ROT-OLBC-14.
           READ     NOVLBC  NEXT
           IF  FSN-LBC   NOT  =  "00"  GO  ROT-OLBC-16.
           ADD      1        TO  QTD-LID
           ADD      VAL-NLBC  TO  TOT-LID
           GO       ROT-OLBC-14.

       ROT-OLBC-16.
           CLOSE    NOVLBC
           IF  QTD-LID   NOT  =  QRA-ROG  OR
               TOT-LID   NOT  =  TCA-ROG
                                 PERFORM  ROT-DIVG-00
                                 DELETE   FILE     NOVLBC
                                 GO       ROT-OLBC-90.
           MOVE     "R"      TO  SIT-ROG
           REWRITE  REG-ROG.

       ROT-OLBC-30.
           OPEN     INPUT    NOVLBC
           IF  FSN-LBC   NOT  =  "00"
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OLBC-90.
           OPEN     OUTPUT   CADLBC
           MOVE     LOW-VALUES  TO  CHV-NLBC
           START    NOVLBC       KEY  NOT  <  CHV-NLBC.

       ROT-OLBC-32.
           READ     NOVLBC  NEXT
           IF  FSN-LBC   NOT  =  "00"  GO  ROT-OLBC-34.
           WRITE    REG-LBC      FROM     REG-NLBC
           GO       ROT-OLBC-32.

       ROT-OLBC-34.
           CLOSE    NOVLBC   CADLBC
           OPEN     INPUT    CADLBC
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-LBC
           START    CADLBC       KEY  NOT  <  CHV-LBC.

       ROT-OLBC-36.
           READ     CADLBC  NEXT
           IF  FST-LBC   NOT  =  "00"  GO  ROT-OLBC-38.
           ADD      1        TO  QTD-LID
           ADD      VAL-LBC  TO  TOT-LID
           GO       ROT-OLBC-36.

       ROT-OLBC-38.
           CLOSE    CADLBC
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           IF  QRD-ROG   NOT  =  QRA-ROG  OR
               TCD-ROG   NOT  =  TCA-ROG
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OLBC-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAD-ROG
           PERFORM  ROT-CONC-00
           DELETE   FILE     NOVLBC.

       ROT-OLBC-90.
           EXIT.

      ******************************************************
      *    CADVND: descarga, conferencia e recarga         *
      ******************************************************
       ROT-OVND-00.
           MOVE     "CADVND"  TO  ARQ-AUX
           PERFORM  ROT-INIC-00  THRU  ROT-INIC-90
           IF  FLG-TRV   =    1  GO       ROT-OVND-90.
           IF  SIT-ROG   =  "R"  GO       ROT-OVND-30.
           OPEN     INPUT    CADVND
           IF  FST-VND   NOT  =  "00"
                                 PERFORM  ROT-AUSE-00
                                 GO       ROT-OVND-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAA-ROG
           OPEN     OUTPUT   NOVVND
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-VND
           START    CADVND       KEY  NOT  <  CHV-VND.

       ROT-OVND-10.
           READ     CADVND  NEXT
           IF  FST-VND   NOT  =  "00"  GO  ROT-OVND-12.
           ADD      1        TO  QTD-LID
           ADD      VAL-VND  TO  TOT-LID
           WRITE    REG-NVND     FROM     REG-VND
           GO       ROT-OVND-10.

       ROT-OVND-12.
           CLOSE    CADVND   NOVVND
           MOVE     QTD-LID  TO  QRA-ROG
           MOVE     TOT-LID  TO  TCA-ROG
           OPEN     INPUT    NOVVND
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-NVND
           START    NOVVND       KEY  NOT  <  CHV-NVND.

       ROT-OVND-14.
           READ     NOVVND  NEXT
           IF  FSN-VND   NOT  =  "00"  GO  ROT-OVND-16.
           ADD      1        TO  QTD-LID
           ADD      VAL-NVND  TO  TOT-LID
           GO       ROT-OVND-14.

       ROT-OVND-16.
           CLOSE    NOVVND
           IF  QTD-LID   NOT  =  QRA-ROG  OR
               TOT-LID   NOT  =  TCA-ROG
                                 PERFORM  ROT-DIVG-00
                                 DELETE   FILE     NOVVND
                                 GO       ROT-OVND-90.
           MOVE     "R"      TO  SIT-ROG
           REWRITE  REG-ROG.

       ROT-OVND-30.
           OPEN     INPUT    NOVVND
           IF  FSN-VND   NOT  =  "00"
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OVND-90.
           OPEN     OUTPUT   CADVND
           MOVE     LOW-VALUES  TO  CHV-NVND
           START    NOVVND       KEY  NOT  <  CHV-NVND.

       ROT-OVND-32.
           READ     NOVVND  NEXT
           IF  FSN-VND   NOT  =  "00"  GO  ROT-OVND-34.
           WRITE    REG-VND      FROM     REG-NVND
           GO       ROT-OVND-32.

       ROT-OVND-34.
           CLOSE    NOVVND   CADVND
           OPEN     INPUT    CADVND
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-VND
           START    CADVND       KEY  NOT  <  CHV-VND.

       ROT-OVND-36.
           READ     CADVND  NEXT
           IF  FST-VND   NOT  =  "00"  GO  ROT-OVND-38.
           ADD      1        TO  QTD-LID
           ADD      VAL-VND  TO  TOT-LID
           GO       ROT-OVND-36.

       ROT-OVND-38.
           CLOSE    CADVND
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           IF  QRD-ROG   NOT  =  QRA-ROG  OR
               TCD-ROG   NOT  =  TCA-ROG
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OVND-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAD-ROG
           PERFORM  ROT-CONC-00
           DELETE   FILE     NOVVND.

       ROT-OVND-90.
           EXIT.

      ******************************************************
      *    CADSPO: descarga, conferencia e recarga         *
      ******************************************************
       ROT-OSPO-00.
           MOVE     "CADSPO"  TO  ARQ-AUX
           PERFORM  ROT-INIC-00  THRU  ROT-INIC-90
           IF  FLG-TRV   =    1  GO       ROT-OSPO-90.
           IF  SIT-ROG   =  "R"  GO       ROT-OSPO-30.
           OPEN     INPUT    CADSPO
           IF  FST-SPO   NOT  =  "00"
                                 PERFORM  ROT-AUSE-00
                                 GO       ROT-OSPO-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAA-ROG
           OPEN     OUTPUT   NOVSPO
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-SPO
           START    CADSPO       KEY  NOT  <  CHV-SPO.

       ROT-OSPO-10.
           READ     CADSPO  NEXT
           IF  FST-SPO   NOT  =  "00"  GO  ROT-OSPO-12.
           ADD      1        TO  QTD-LID
           ADD      SEQ-SPO  TO  TOT-LID
           WRITE    REG-NSPO     FROM     REG-SPO
           GO       ROT-OSPO-10.

       ROT-OSPO-12.
           CLOSE    CADSPO   NOVSPO
           MOVE     QTD-LID  TO  QRA-ROG
           MOVE     TOT-LID  TO  TCA-ROG
           OPEN     INPUT    NOVSPO
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-NSPO
           START    NOVSPO       KEY  NOT  <  CHV-NSPO.

       ROT-OSPO-14.
           READ     NOVSPO  NEXT
           IF  FSN-SPO   NOT  =  "00"  GO  ROT-OSPO-16.
           ADD      1        TO  QTD-LID
           ADD      SEQ-NSPO  TO  TOT-LID
           GO       ROT-OSPO-14.

       ROT-OSPO-16.
           CLOSE    NOVSPO
           IF  QTD-LID   NOT  =  QRA-ROG  OR
               TOT-LID   NOT  =  TCA-ROG
                                 PERFORM  ROT-DIVG-00
                                 DELETE   FILE     NOVSPO
                                 GO       ROT-OSPO-90.
           MOVE     "R"      TO  SIT-ROG
           REWRITE  REG-ROG.

       ROT-OSPO-30.
           OPEN     INPUT    NOVSPO
           IF  FSN-SPO   NOT  =  "00"
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OSPO-90.
           OPEN     OUTPUT   CADSPO
           MOVE     LOW-VALUES  TO  CHV-NSPO
           START    NOVSPO       KEY  NOT  <  CHV-NSPO.

       ROT-OSPO-32.
           READ     NOVSPO  NEXT
           IF  FSN-SPO   NOT  =  "00"  GO  ROT-OSPO-34.
           WRITE    REG-SPO      FROM     REG-NSPO
           GO       ROT-OSPO-32.

       ROT-OSPO-34.
           CLOSE    NOVSPO   CADSPO
           OPEN     INPUT    CADSPO
           MOVE     ZEROS    TO  QTD-LID  TOT-LID
           MOVE     LOW-VALUES  TO  CHV-SPO
           START    CADSPO       KEY  NOT  <  CHV-SPO.

       ROT-OSPO-36.
           READ     CADSPO  NEXT
           IF  FST-SPO   NOT  =  "00"  GO  ROT-OSPO-38.
           ADD      1        TO  QTD-LID
           ADD      SEQ-SPO  TO  TOT-LID
           GO       ROT-OSPO-36.

       ROT-OSPO-38.
           CLOSE    CADSPO
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           IF  QRD-ROG   NOT  =  QRA-ROG  OR
               TCD-ROG   NOT  =  TCA-ROG
                                 PERFORM  ROT-PEND-00
                                 GO       ROT-OSPO-90.
           PERFORM  ROT-TAMA-00
           MOVE     TAM-AUX  TO  TAD-ROG
           PERFORM  ROT-CONC-00
           DELETE   FILE     NOVSPO.

       ROT-OSPO-90.
           EXIT.

      ******************************************************
      *    ABRE O ACOMPANHAMENTO DO ARQUIVO NO CADROG E    *
      *    RECUSA SE HOUVER TRAVA DELE NO CADLCK (FLG-TRV) *
      ******************************************************
       ROT-INIC-00.
           DISPLAY  TELA-06
           MOVE     0        TO  FLG-TRV
           MOVE     ARQ-AUX  TO  ARQ-ROG
           READ     CADROG
           IF  FST-ROG   =  "00" GO       ROT-INIC-10.
           MOVE     ARQ-AUX  TO  ARQ-ROG
           MOVE     SPACES   TO  SIT-ROG
           MOVE     ZEROS    TO  QRA-ROG  QRD-ROG  TCA-ROG  TCD-ROG
                                 TAA-ROG  TAD-ROG
           WRITE    REG-ROG.

       ROT-INIC-10.
           ACCEPT   HRS-AUX   FROM    TIME
           MOVE     DTA-SYS  TO  DTA-ROG
           MOVE     HMS-AUX  TO  HRA-ROG
           MOVE     PRM-OPR  TO  OPR-ROG
           PERFORM  ROT-TRAV-00  THRU  ROT-TRAV-90
           IF  FLG-TRV   =    0  GO       ROT-INIC-20.
           MOVE     "TRAVADO"  TO  SIT-AUX
           IF  SIT-ROG   NOT  =  "R"  MOVE  "T"  TO  SIT-ROG.
           REWRITE  REG-ROG
           PERFORM  ROT-LINH-00
           GO       ROT-INIC-90.

       ROT-INIC-20.
           IF  SIT-ROG   =  "R"  GO       ROT-INIC-30.
           MOVE     "P"      TO  SIT-ROG
           MOVE     ZEROS    TO  QRA-ROG  QRD-ROG  TCA-ROG  TCD-ROG
                                 TAA-ROG  TAD-ROG.

       ROT-INIC-30.
           REWRITE  REG-ROG.

       ROT-INIC-90.
           EXIT.

      ******************************************************
      *    FLG-TRV = 1 se houver qualquer trava do arquivo *
      ******************************************************
       ROT-TRAV-00.
           OPEN     INPUT    CADLCK
           IF  FST-LCK   NOT  =  "00"  GO  ROT-TRAV-90.
           MOVE     ARQ-AUX  TO  ARQ-LCK
           MOVE     LOW-VALUES  TO  RGK-LCK
           START    CADLCK       KEY  NOT  <  CHV-LCK
           IF  FST-LCK   NOT  =  "00"  GO  ROT-TRAV-80.
           READ     CADLCK  NEXT
           IF  FST-LCK   =  "00"  AND  ARQ-LCK  =  ARQ-AUX
                                 MOVE     1  TO  FLG-TRV.

       ROT-TRAV-80.
           CLOSE    CADLCK.

       ROT-TRAV-90.
           EXIT.

      ******************************************************
      *    TAMANHO EM BYTES: dados + indice (.idx)         *
      ******************************************************
       ROT-TAMA-00.
           MOVE     ZEROS    TO  TAM-AUX
           MOVE     SPACES   TO  NOM-ARQ
           MOVE     ARQ-AUX  TO  BAS-NOM
           CALL     "CBL_CHECK_FILE_EXIST"  USING  NOM-ARQ  DET-ARQ
           IF  RETURN-CODE   =    0  ADD  TAM-ARQ  TO  TAM-AUX.
           MOVE     ".idx"   TO  EXT-NOM
           CALL     "CBL_CHECK_FILE_EXIST"  USING  NOM-ARQ  DET-ARQ
           IF  RETURN-CODE   =    0  ADD  TAM-ARQ  TO  TAM-AUX.

      ******************************************************
      *    ENCERRAMENTOS DO ARQUIVO (situacao no CADROG e  *
      *    linha do relatorio)                             *
      ******************************************************
       ROT-AUSE-00.
           MOVE     "X"      TO  SIT-ROG
           MOVE     "AUSENTE"     TO  SIT-AUX
           REWRITE  REG-ROG
           PERFORM  ROT-LINH-00.

       ROT-DIVG-00.
           MOVE     "D"      TO  SIT-ROG
           MOVE     QTD-LID  TO  QRD-ROG
           MOVE     TOT-LID  TO  TCD-ROG
           MOVE     "DIVERGENTE"  TO  SIT-AUX
           REWRITE  REG-ROG
           PERFORM  ROT-LINH-00.

       ROT-PEND-00.
           MOVE     "REFAZER"     TO  SIT-AUX
           REWRITE  REG-ROG
           PERFORM  ROT-LINH-00.

       ROT-CONC-00.
           MOVE     "C"      TO  SIT-ROG
           MOVE     "CONCLUIDO"   TO  SIT-AUX
           REWRITE  REG-ROG
           PERFORM  ROT-LINH-00.

       ROT-LINH-00.
           MOVE     ARQ-ROG  TO  ARQ-DT1
           MOVE     SIT-AUX  TO  SIT-DT1
           MOVE     QRA-ROG  TO  QRA-DT1
           MOVE     QRD-ROG  TO  QRD-DT1
           MOVE     TAA-ROG  TO  TAA-DT1
           MOVE     TAD-ROG  TO  TAD-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TCA-ROG  TO  TCA-DT2
           MOVE     TCD-ROG  TO  TCD-DT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP.

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
           MOVE     DIA-SYS  TO  DIA-CB2
           MOVE     MES-SYS  TO  MES-CB2
           MOVE     ANO-SYS  TO  ANO-CB2
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

      ******************************************************
      *    OUTRAS SESSOES ATIVAS (CADSES): so prossegue    *
      *    com a confirmacao de um supervisor (nivel de    *
      *    estorno), registrada na auditoria.              *
      ******************************************************
       ROT-SESS-00.
           MOVE     "V"      TO  OPC-SSN
           MOVE     SPACES   TO  PRG-SSN
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN
           MOVE     0        TO  RSP-SSN
           IF  QTD-SSN   =    0  GO       ROT-SESS-90.
           DISPLAY  TELA-01      TELA-09.

       ROT-SESS-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" OR  RSP-OPC  =  "N"
                                 MOVE     1  TO  RSP-SSN
                                 GO       ROT-SESS-90.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-SESS-10.
           DISPLAY  TELA-10
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 MOVE     1  TO  RSP-SSN
                                 GO       ROT-SESS-90.
           MOVE     QTD-SSN   TO  QTD-SSA
           MOVE     "CADSES"  TO  ARQ-PRM
           MOVE     "DY9912"  TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     NOV-SSA   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-SESS-90.
           EXIT.

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
           MOVE     "REORGANIZACAO ARQUIVOS"
                             TO  TIT-SPO-P
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADROG       GOBACK.
