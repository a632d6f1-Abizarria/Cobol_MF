      *    atual (DYLIMC), e relatorio de exposicao (F3)   *
      *    com os clientes acima ou perto (80%) do limite, *
      *    classificados pelo excesso decrescente.         *
      *    F4 - PONTUALIDADE DE PAGAMENTO no periodo (data *
      *    da baixa): por cliente, titulos baixados e      *
      *    renegociados do CADFTH, media e pior atraso em  *
      *    dias (baixa contra o vencimento VCT-FTH, base   *
      *    360), renegociados (origem "R") e cheques       *
      *    devolvidos (SIT-CHQ "V", vencimento no          *
      *    periodo). Conceito do pagador:                  *
      *      D - renegociou, 2 ou mais cheques devolvidos, *
      *          media acima de 30 ou pior acima de 90;    *
      *      C - media acima de 15, pior acima de 30 ou    *
      *          1 cheque devolvido;                       *
      *      B - media acima de 5 ou pior acima de 15;     *
      *      A - os demais.                                *
      *    Limite sugerido = media mensal dos titulos do   *
      *    periodo vezes 3 (A), 2 (B) ou 1 (C), no minimo  *
      *    1,00 (zero seria "sem limite" no DYLIMC); D = so*
      *    a vista (limite 0,01, que bloqueia o crediario).*
      *    Depois da impressao o supervisor (DYPERM funcao *
      *    3) pode aceitar de uma vez os limites sugeridos *
      *    para LIM-MDR, cada alteracao auditada (DYAUDT). *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADFTH        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FTH
                       FILE          STATUS  IS  FST-FTH.

           SELECT      CADCHQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CHQ
                       FILE          STATUS  IS  FST-CHQ.

           SELECT      CADSRT        ASSIGN  TO  DISK.

           SELECT      CADTMP        ASSIGN  TO  DISK
       FILE            SECTION.

       COPY  CADMDR.CPY.
       COPY  CADFTH.CPY.
       COPY  CADCHQ.CPY.
       COPY  CADTMP.CPY.

       SD  CADSRT.
       01  AUXILIARES.
           03  FST-MDR          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FST-CHQ          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  PCT-AUX          PIC  9(05)V99.
           03  ACM-CLI          PIC  9(05).

           03  TIP-REL          PIC  X(01).
           03  ORG-AUX          PIC  X(01).
           03  FLG-TIT          PIC  X(01).
           03  SEQ-ANT          PIC  9(06).
           03  VCT-ANT          PIC  9(06).
           03  DTB-ULT          PIC  9(06).
           03  QTD-TIT          PIC  9(05).
           03  SOM-ATR          PIC  9(08).
           03  MED-ATR          PIC  9(05).
           03  PIO-ATR          PIC  9(05).
           03  ATR-AUX          PIC S9(06).
           03  QTD-REN          PIC  9(03).
           03  QTD-DEV          PIC  9(03).
           03  VAL-TIT          PIC  9(09)V99.
           03  VAL-AUX          PIC  9(07)V99.
           03  MES-PER          PIC  9(03).
           03  LIM-SUG          PIC  9(07)V99.
           03  LIM-INT          PIC  9(07).
           03  CLS-PAG          PIC  X(01).
           03  IDX-CLS          PIC  9(01).
           03  QTD-ALT          PIC  9(05).
           03  DSE-INI          PIC  9(08).
           03  DSE-LIM          PIC  9(08).
           03  DSE-AUX          PIC  9(08).
           03  DSE-BXA          PIC  9(08).

           03  TB1-CLS          PIC  X(04)  VALUE  "ABCD".
           03  RED-CLS   REDEFINES  TB1-CLS.
               05  LET-CLS      PIC  X(01)  OCCURS  04.
           03  TB2-CLS          PIC  X(12)  VALUE  "300200100000".
           03  RED-FAT   REDEFINES  TB2-CLS.
               05  FAT-CLS      PIC  9(01)V99  OCCURS  04.
           03  QTD-CLS          PIC  9(05)     OCCURS  04.

           03  DTA-CNV.
               05  ANO-CNV      PIC  9(02).
               05  MES-CNV      PIC  9(02).
               05  DIA-CNV      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  TIT-CB2          PIC  X(68).
           03  DTA-CB2          PIC  X(12).

       01  PER-CB2.
           03  FILLER           PIC  X(28)  VALUE
               "PONTUALIDADE DE PAGAMENTO -".
           03  DIA-PC1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-PC1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-PC1          PIC  9(02).
           03  FILLER           PIC  X(03)  VALUE  " A ".
           03  DIA-PC2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  MES-PC2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-PC2          PIC  9(02).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
           03  EXC-DT1          PIC  --.---.--9,99.
           03  FLG-DT1          PIC  X(02).

       01  CAB-005              PIC  X(80)  VALUE
           "CODIGO CLIENTE             TITS MEDIA  PIOR  RN  DV  CL    L
      -    "IM.ATUAL    SUGERIDO".

       01  DET-002.
           03  COD-DT2          PIC  9(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  NOM-DT2          PIC  X(19).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TIT-DT2          PIC  ZZZ9.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  MED-DT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  PIO-DT2          PIC  ZZZ9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  REN-DT2          PIC  Z9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  DEV-DT2          PIC  Z9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  CLS-DT2          PIC  X(01).
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  LIM-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  SUG-DT2          PIC  Z.ZZZ.ZZ9,99.
           03  SUX-DT2   REDEFINES  SUG-DT2  PIC  X(12).

       01  TOT-002.
           03  FILLER           PIC  X(24)  VALUE
               "CLIENTES ANALISADOS ..:".
           03  QTD-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(06)  VALUE  "    A:".
           03  QTA-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(06)  VALUE  "    B:".
           03  QTB-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(06)  VALUE  "    C:".
           03  QTC-TT2          PIC  ZZZZ9.
           03  FILLER           PIC  X(06)  VALUE  "    D:".
           03  QTD-TD2          PIC  ZZZZ9.

       01  TOT-003              PIC  X(80)  VALUE
           "MEDIA/PIOR = DIAS DE ATRASO NA BAIXA  RN = RENEGOCIADOS  DV
      -    "= CHEQUES DEVOLVIDOS".

       01  TOT-004.
           03  FILLER           PIC  X(35)  VALUE
               "LIMITES SUGERIDOS DIFERENTES ....:".
           03  QTD-TT4          PIC  ZZZZ9.

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE
               "CLIENTES ACIMA/PERTO DO LIMITE ...:".

       01  MEI-IMP              PIC  9(01)  VALUE  1.

       01  PRM-DTI.
           03  DTA-INI.
               05  ANO-INI      PIC  9(02).
               05  MES-INI      PIC  9(02).
               05  DIA-INI      PIC  9(02).
           03  LIN-INI          PIC  9(02)  VALUE  14.
           03  COL-INI          PIC  9(02)  VALUE  28.
           03  BCK-INI          PIC  9(01)  VALUE  2.
           03  FOR-INI          PIC  9(01)  VALUE  7.
           03  FLG-INI          PIC  9(01).

       01  PRM-DTF.
           03  DTA-FIM.
               05  ANO-FIM      PIC  9(02).
               05  MES-FIM      PIC  9(02).
               05  DIA-FIM      PIC  9(02).
           03  LIN-FIM          PIC  9(02)  VALUE  15.
           03  COL-FIM          PIC  9(02)  VALUE  28.
           03  BCK-FIM          PIC  9(01)  VALUE  2.
           03  FOR-FIM          PIC  9(01)  VALUE  7.
           03  FLG-FIM          PIC  9(01).

       01  PRM-SPO.
           03  TIT-SPO-P        PIC  X(30).
           03  PAG-SPO-P        PIC  9(03).

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Cliente ....:".
           03  LINE 09 COLUMN 50 VALUE "(F3=Exposicao F4=Pontual)".
           03  LINE 11 COLUMN 13 VALUE "Exposicao ..:".
           03  LINE 12 COLUMN 13 VALUE "Limite .....:".

           03  LINE 14 COLUMN 13 VALUE
               "                               ".

       01  TELA-09  BCK-CLR 02 FOR-CLR 14.
           03  LINE 14 COLUMN 13 VALUE "Baixas de .:".
           03  LINE 15 COLUMN 13 VALUE "Ate .......:".

       01  TELA-10  BCK-CLR 0 FOR-CLR 0.
           03  LINE 14 COLUMN 13 VALUE "                        ".
           03  LINE 15 COLUMN 13 VALUE "                        ".

       01  TELA-11  BCK-CLR 4 FOR-CLR 15.
           03  LINE 14 COLUMN 13 VALUE
               "   Aceita os Limites Sugeridos ? [ ]   ".

       01  ENTR-11  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 14 COLUMN 47 PIC X(01) USING RSP-OPC.

       01  TELA-12  BCK-CLR 0 FOR-CLR 0.
           03  LINE 14 COLUMN 13 VALUE
               "                                       ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 16 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 16 COLUMN 34 PIC ZZ9 FROM PAG-CB1.
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     I-O          CADMDR
                    INPUT        CADFTH   CADCHQ
                    OUTPUT       CADTMP
           IF  FST-FTH   =  "35" OPEN     OUTPUT   CADFTH
                                 CLOSE    CADFTH
                                 OPEN     INPUT    CADFTH.
           IF  FST-CHQ   =  "35" OPEN     OUTPUT   CADCHQ
                                 CLOSE    CADCHQ
                                 OPEN     INPUT    CADCHQ.
           DISPLAY  TELA-01      TELA-02.

       ROT-CLIE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLIE-00.
           IF  TECLADO   =  "03" GO       ROT-SORT-00.
           IF  TECLADO   =  "04" GO       ROT-PONT-00.
           IF  COD-CLI   =    0  GO       ROT-CLIE-00.
           MOVE     COD-CLI  TO  CHV-MDR
           READ     CADMDR       MOVE 51  TO  IND-MSG
      *    RELATORIO DE EXPOSICAO (excesso decrescente)    *
      ******************************************************
       ROT-SORT-00.
           MOVE     "E"      TO  TIP-REL
           MOVE     "EXPOSICAO DE CREDITO POR CLIENTE"  TO  TIT-CB2
           MOVE     ZEROS    TO  ACM-CLI  PAG-CB1  CHV-TMP
           MOVE     ZEROS    TO  CHV-MDR
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
                    OUTPUT       PROCEDURE    IS   ROT-SORT-40
           GO       ROT-IMPR-60.

      ******************************************************
      *    PONTUALIDADE DE PAGAMENTO (F4): periodo das     *
      *    baixas e relatorio em ordem de cliente          *
      ******************************************************
       ROT-PONT-00.
           DISPLAY  TELA-09
           PERFORM  ROT-DATI-00
           IF  FLG-INI   =    0  DISPLAY  TELA-10
                                 GO       ROT-CLIE-00.
           MOVE     DTA-INI  TO  DTA-CNV
           PERFORM  ROT-DSEQ-00
           MOVE     DSE-AUX  TO  DSE-INI.

       ROT-PONT-10.
           PERFORM  ROT-DATF-00
           IF  FLG-FIM   =    0  GO       ROT-PONT-00.
           MOVE     DTA-FIM  TO  DTA-CNV
           PERFORM  ROT-DSEQ-00
           MOVE     DSE-AUX  TO  DSE-LIM
           IF  DSE-LIM   <   DSE-INI
                                 MOVE    52  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PONT-10.
           COMPUTE  MES-PER  =   (DSE-LIM  -  DSE-INI  +  30)  /  30
           IF  MES-PER   =    0  MOVE     1  TO  MES-PER.
           DISPLAY  TELA-10
           MOVE     "P"      TO  TIP-REL
           MOVE     DIA-INI  TO  DIA-PC1
           MOVE     MES-INI  TO  MES-PC1
           MOVE     ANO-INI  TO  ANO-PC1
           MOVE     DIA-FIM  TO  DIA-PC2
           MOVE     MES-FIM  TO  MES-PC2
           MOVE     ANO-FIM  TO  ANO-PC2
           MOVE     PER-CB2  TO  TIT-CB2
           MOVE     ZEROS    TO  ACM-CLI  PAG-CB1  CHV-TMP  QTD-ALT
                                 QTD-CLS (1)  QTD-CLS (2)
                                 QTD-CLS (3)  QTD-CLS (4)
           MOVE     ZEROS    TO  CHV-MDR
           PERFORM  ROT-NOME-00  DISPLAY  TELA-07
           PERFORM  ROT-IMPR-10.

       ROT-PONT-20.
           START    CADMDR       KEY  >   CHV-MDR
           IF  FST-MDR   =  "23" GO       ROT-PONT-40.
           READ     CADMDR  NEXT
           IF  FST-MDR   =  "10" GO       ROT-PONT-40.
           PERFORM  ROT-PCLI-00  THRU  ROT-PCLI-EXIT
           IF  CLS-PAG   =   SPACE        GO  ROT-PONT-20.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     CHV-MDR  TO  COD-DT2
           MOVE     NOM-MDR  TO  NOM-DT2
           MOVE     QTD-TIT  TO  TIT-DT2
           MOVE     MED-ATR  TO  MED-DT2
           MOVE     PIO-ATR  TO  PIO-DT2
           MOVE     QTD-REN  TO  REN-DT2
           MOVE     QTD-DEV  TO  DEV-DT2
           MOVE     CLS-PAG  TO  CLS-DT2
           MOVE     LIM-MDR  TO  LIM-DT2
           MOVE     LIM-SUG  TO  SUG-DT2
           IF  CLS-PAG   =  "D"  MOVE  "  SO A VISTA"  TO  SUX-DT2.
           IF  LIM-SUG   NOT  =  LIM-MDR  ADD  1  TO  QTD-ALT.
           ADD      1        TO  QTD-CLS (IDX-CLS)
           ADD      1        TO  CHV-TMP  LIN-TMP  ACM-CLI
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-PONT-20.

       ROT-PONT-40.
           IF  LIN-TMP   >   54  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-CLI      TO  QTD-TT2
           MOVE     QTD-CLS (1)  TO  QTA-TT2
           MOVE     QTD-CLS (2)  TO  QTB-TT2
           MOVE     QTD-CLS (3)  TO  QTC-TT2
           MOVE     QTD-CLS (4)  TO  QTD-TD2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     QTD-ALT  TO  QTD-TT4
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-004  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-003  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-60.

      ******************************************************
      *    ACEITE DOS LIMITES SUGERIDOS (supervisor): o    *
      *    calculo e refeito cliente a cliente e so o      *
      *    limite diferente do sugerido e regravado        *
      ******************************************************
       ROT-ACEI-00.
           IF  QTD-ALT   =    0  GO       ROT-CLIE-00.
           DISPLAY  TELA-11.

       ROT-ACEI-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-11
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     "N"  TO  RSP-OPC.
           IF  RSP-OPC  NOT  =   "S"  AND  NOT  =  "N"
                                 GO       ROT-ACEI-10.
           DISPLAY  TELA-12
           IF  RSP-OPC   =  "N"  GO       ROT-CLIE-00.
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CLIE-00.
           MOVE     ZEROS    TO  CHV-MDR.

       ROT-ACEI-20.
           START    CADMDR       KEY  >   CHV-MDR
           IF  FST-MDR   =  "23" GO       ROT-CLIE-00.
           READ     CADMDR  NEXT
           IF  FST-MDR   =  "10" GO       ROT-CLIE-00.
           PERFORM  ROT-PCLI-00  THRU  ROT-PCLI-EXIT
           IF  CLS-PAG   =   SPACE        GO  ROT-ACEI-20.
           IF  LIM-SUG   =   LIM-MDR      GO  ROT-ACEI-20.
           MOVE     REG-MDR (1: 50)  TO  ANT-AUX
           MOVE     LIM-SUG  TO  LIM-MDR
           REWRITE  REG-MDR
           MOVE     "CADMDR"  TO  ARQ-PRM
           MOVE     CHV-MDR   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-MDR (1: 50)  TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD
           GO       ROT-ACEI-20.

      ******************************************************
      *    HISTORICO DO CLIENTE NO PERIODO: titulos (CADFTH*
      *    "F" e "R"), atrasos, cheques devolvidos, o      *
      *    conceito CLS-PAG (branco = sem historico) e o   *
      *    limite sugerido LIM-SUG                         *
      ******************************************************
       ROT-PCLI-00.
           MOVE     ZEROS    TO  QTD-TIT  SOM-ATR  MED-ATR  PIO-ATR
                                 QTD-REN  QTD-DEV  VAL-TIT  LIM-SUG
           MOVE     SPACE    TO  CLS-PAG
           MOVE     "F"      TO  ORG-AUX
           PERFORM  ROT-PFTH-00  THRU  ROT-PFTH-EXIT
           MOVE     "R"      TO  ORG-AUX
           PERFORM  ROT-PFTH-00  THRU  ROT-PFTH-EXIT
           PERFORM  ROT-PCHQ-00  THRU  ROT-PCHQ-EXIT
           IF  QTD-TIT   =    0  AND  QTD-DEV  =  0
                                 GO       ROT-PCLI-EXIT.
           IF  QTD-TIT   >    0
               COMPUTE  MED-ATR  ROUNDED  =  SOM-ATR  /  QTD-TIT.
           MOVE     1        TO  IDX-CLS
           IF  MED-ATR   >    5  OR   PIO-ATR  >  15
                                 MOVE     2  TO  IDX-CLS.
           IF  MED-ATR   >   15  OR   PIO-ATR  >  30  OR
               QTD-DEV   =    1  MOVE     3  TO  IDX-CLS.
           IF  MED-ATR   >   30  OR   PIO-ATR  >  90  OR
               QTD-DEV   >    1  OR   QTD-REN  >   0  OR
               QTD-TIT   =    0  MOVE     4  TO  IDX-CLS.
           MOVE     LET-CLS (IDX-CLS)  TO  CLS-PAG
           IF  IDX-CLS   =    4  MOVE     0,01  TO  LIM-SUG
                                 GO       ROT-PCLI-EXIT.
           COMPUTE  LIM-INT  ROUNDED  =
                    VAL-TIT  /  MES-PER  *  FAT-CLS (IDX-CLS)
           MOVE     LIM-INT  TO  LIM-SUG
           IF  LIM-SUG   =    ZEROS  MOVE     1,00  TO  LIM-SUG.

       ROT-PCLI-EXIT.
           EXIT.

      ******************************************************
      *    TITULOS DO CLIENTE NUMA ORIGEM (ORG-AUX): as    *
      *    baixas parciais de um titulo contam uma vez so, *
      *    pela ultima baixa                               *
      ******************************************************
       ROT-PFTH-00.
           MOVE     ORG-AUX  TO  ORG-FTH
           MOVE     CHV-MDR  TO  COD-FTH
           MOVE     ZEROS    TO  SEQ-FTH  LQD-FTH
           MOVE     "N"      TO  FLG-TIT.

       ROT-PFTH-10.
           START    CADFTH       KEY  >   CHV-FTH
           IF  FST-FTH   NOT  =  "00"  GO  ROT-PFTH-20.
           READ     CADFTH  NEXT
           IF  FST-FTH   NOT  =  "00"  GO  ROT-PFTH-20.
           IF  ORG-FTH   NOT  =  ORG-AUX  OR
               COD-FTH   NOT  =  CHV-MDR  GO  ROT-PFTH-20.
           IF  FLG-TIT   =  "S"  AND  SEQ-FTH  NOT  =  SEQ-ANT
                                 PERFORM  ROT-PTIT-00  THRU
                                          ROT-PTIT-EXIT.
           MOVE     "S"      TO  FLG-TIT
           MOVE     SEQ-FTH  TO  SEQ-ANT
           MOVE     DTA-FTH  TO  VCT-ANT
           IF  VCT-FTH   NUMERIC  AND  VCT-FTH  NOT  =  ZEROS
                                 MOVE     VCT-FTH  TO  VCT-ANT.
           MOVE     DTB-FTH  TO  DTB-ULT
           MOVE     VAL-FTH  TO  VAL-AUX
           GO       ROT-PFTH-10.

       ROT-PFTH-20.
           IF  FLG-TIT   =  "S"  PERFORM  ROT-PTIT-00  THRU
                                          ROT-PTIT-EXIT.

       ROT-PFTH-EXIT.
           EXIT.

       ROT-PTIT-00.
           MOVE     "N"      TO  FLG-TIT
           MOVE     DTB-ULT  TO  DTA-CNV
           PERFORM  ROT-DSEQ-00
           MOVE     DSE-AUX  TO  DSE-BXA
           IF  DSE-BXA   <   DSE-INI  OR  DSE-BXA  >  DSE-LIM
                                 GO       ROT-PTIT-EXIT.
           ADD      1        TO  QTD-TIT
           ADD      VAL-AUX  TO  VAL-TIT
           IF  ORG-AUX   =  "R"  ADD      1  TO  QTD-REN.
           MOVE     VCT-ANT  TO  DTA-CNV
           PERFORM  ROT-DSEQ-00
           COMPUTE  ATR-AUX  =   DSE-BXA  -  DSE-AUX
           IF  ATR-AUX   NOT  >  0  GO    ROT-PTIT-EXIT.
           ADD      ATR-AUX  TO  SOM-ATR
           IF  ATR-AUX   >   PIO-ATR  MOVE  ATR-AUX  TO  PIO-ATR.

       ROT-PTIT-EXIT.
           EXIT.

      ******************************************************
      *    CHEQUES DEVOLVIDOS DO CLIENTE COM VENCIMENTO    *
      *    NO PERIODO                                      *
      ******************************************************
       ROT-PCHQ-00.
           MOVE     CHV-MDR  TO  COD-CHQ
           MOVE     ZEROS    TO  SEQ-CHQ.

       ROT-PCHQ-10.
           START    CADCHQ       KEY  >   CHV-CHQ
           IF  FST-CHQ   NOT  =  "00"  GO  ROT-PCHQ-EXIT.
           READ     CADCHQ  NEXT
           IF  FST-CHQ   NOT  =  "00"  GO  ROT-PCHQ-EXIT.
           IF  COD-CHQ   NOT  =  CHV-MDR  GO  ROT-PCHQ-EXIT.
           IF  SIT-CHQ   NOT  =  "V"  GO  ROT-PCHQ-10.
           MOVE     VCT-CHQ  TO  DTA-CNV
           PERFORM  ROT-DSEQ-00
           IF  DSE-AUX   <   DSE-INI  OR  DSE-AUX  >  DSE-LIM
                                 GO       ROT-PCHQ-10.
           ADD      1        TO  QTD-DEV
           GO       ROT-PCHQ-10.

       ROT-PCHQ-EXIT.
           EXIT.

      ******************************************************
      *    DIA SEQUENCIAL (base 360) DE DTA-CNV EM DSE-AUX *
      ******************************************************
       ROT-DSEQ-00.
           MOVE     DTA-CNV  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-AUX = (SC-REG * 36000) + (ANO-CNV * 360)
                           + (MES-CNV * 30) + DIA-CNV.

       ROT-SORT-10  SECTION.

       ROT-SORT-15.
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
           IF  TIP-REL   =  "P"  MOVE     CAB-005  TO  DET-TMP
               ELSE              MOVE     CAB-004  TO  DET-TMP.
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     6        TO  LIN-TMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           IF  TIP-REL   =  "P"  GO       ROT-ACEI-00.
           GO       ROT-CLIE-00.

       ROT-SAID-00.
       ROT-CONF-EXIT.
           EXIT.

       ROT-DATI-00.
           CALL   "DYDATA"  USING  PRM-DTI
                                   PRM-HLP.

       ROT-DATF-00.
           CALL   "DYDATA"  USING  PRM-DTF
                                   PRM-HLP.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

           MOVE    PRM-CAB   TO    DTA-CB2.

       ROT-SPLS-00.
           IF  TIP-REL   =  "P"
               MOVE     "PONTUALIDADE DE PAGAMENTO"
                                 TO  TIT-SPO-P
           ELSE
               MOVE     "EXPOSICAO DE CREDITO"
                                 TO  TIT-SPO-P.
           MOVE     PAG-IMP  TO  PAG-SPO-P
           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADMDR  CADFTH  CADCHQ  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
