      *    fechamento (F6) em que o operador DECLARA o     *
      *    dinheiro contado. A conferencia compara o       *
      *    contado com abertura + entradas + reforcos -    *
      *    sangrias + vendas a dinheiro do dia (tipo "V",  *
      *    lancado no fechamento do cupom pelo DY1160),    *
      *    imprime o relatorio com a diferenca e registra  *
      *    a diferenca na auditoria (DYAUDT).              *
      *    Cada filial tem a sua gaveta: a filial e        *
      *    informada na entrada (sugerida pelo perfil do   *
      *    operador, DYFILI) e so os movimentos dela       *
      *    entram nos totais e na conferencia (movimento   *
      *    sem filial = matriz 01). Filial 00 = todas:     *
      *    totais consolidados na tela, sem lancamento nem *
      *    fechamento (F4/F6 exigem a filial); o F6 so     *
      *    imprime o movimento do dia das filiais com o    *
      *    resumo por filial (vendas, esperado, contado e  *
      *    diferenca) e o total consolidado -- filial nao  *
      *    fechada sai sem contado e fora desses totais.   *
      ******************************************************

       ENVIRONMENT     DIVISION.
           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADCXA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADCXA.CPY.
       COPY  CADTMP.CPY.


       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-CXA          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  TOT-ESP          PIC S9(08)V99.
           03  DIF-CXA          PIC S9(08)V99.
           03  FLG-FCH          PIC  9(01).
           03  FIL-AUX          PIC  9(02).
           03  IDX-FIL          PIC  9(02).
           03  DCL-CNS          PIC S9(08)V99.
           03  DIF-CNS          PIC S9(08)V99.
           03  TAB-FIL.
               05  ITM-TFL      OCCURS  10.
                   07  DIN-TFL  PIC S9(08)V99.
                   07  ESP-TFL  PIC S9(08)V99.
                   07  DCL-TFL  PIC S9(08)V99.
                   07  FCH-TFL  PIC  9(01).

           03  DIF-EDT.
               05  FILLER       PIC  X(10)  VALUE  "DIFERENCA ".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(09)  VALUE  "  FILIAL ".
           03  FIL-CB2          PIC  X(05).
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004              PIC  X(80)  VALUE
           "SEQ  TIPO      HISTORICO                                VAL
      -    "OR    HORA   FL".

       01  DET-001.
           03  SEQ-DT1          PIC  9(03).
           03  HOR-DT1          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  ":".
           03  MIN-DT1          PIC  9(02).
           03  FILLER           PIC  X(07)  VALUE  SPACES.
           03  FIL-DT1          PIC  9(02).

       01  DET-002.
           03  DES-DT2          PIC  X(35).
           03  VAL-DT2          PIC  ---.---.--9,99.
           03  FLG-DT2          PIC  X(14).

       01  CAB-005              PIC  X(80)  VALUE
           "RESUMO POR FILIAL     VENDAS DINH.       ESPERADO        CON
      -    "TADO      DIFERENCA".

       01  DET-003.
           03  FILLER           PIC  X(07)  VALUE  "FILIAL ".
           03  FIL-DT3          PIC  9(02).
           03  FILLER           PIC  X(11)  VALUE  SPACES.
           03  DIN-DT3          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ESP-DT3          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DCL-DT3          PIC  ---.---.--9,99.
           03  DCX-DT3   REDEFINES  DCL-DT3  PIC  X(14).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-DT3          PIC  ---.---.--9,99.
           03  DFX-DT3   REDEFINES  DIF-DT3  PIC  X(14).

       01  TOT-003.
           03  FILLER           PIC  X(20)  VALUE
               "TOTAL CONSOLIDADO".
           03  DIN-TT3          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  ESP-TT3          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DCL-TT3          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DIF-TT3          PIC  ---.---.--9,99.

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
           03  PRG-SPL          PIC  9(02)  VALUE  80.

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Dia ........:".
           03  LINE 09 COLUMN 42 VALUE "Filial ..:".
           03  LINE 09 COLUMN 56 VALUE "(00 = Todas)".
           03  LINE 11 COLUMN 13 VALUE "Abertura ...:".
           03  LINE 11 COLUMN 42 VALUE "Entradas :".
           03  LINE 12 COLUMN 13 VALUE "Sangrias ...:".
           03  VAL-T02 LINE 18 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM VAL-AUX.
           03  HST-T02 LINE 19 COLUMN 28 PIC X(30)      FROM HST-AUX.
           03  FIL-T02 LINE 09 COLUMN 53 PIC 99         FROM FIL-FLI.

       01  ENTR-03  AUTO.
           03  TIP-E03 LINE 17 COLUMN 28 PIC X(01) USING TIP-AUX.
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR
                    I-O          CADCXA
                    OUTPUT       CADTMP
                    READ         CADCTR
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    FILIAL DA GAVETA (sugerida pelo perfil; 00 =    *
      *    todas, so consulta e relatorio)                 *
      ******************************************************
       ROT-FILI-00.
           MOVE     "T"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     09       TO  LIN-FLI
           MOVE     53       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-00.

       ROT-DATA-00.
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-EXIT-00.
      *    LANCAMENTO DE MOVIMENTO DO DIA                  *
      ******************************************************
       ROT-LANC-00.
           IF  FIL-FLI   =    0  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           IF  FLG-FCH   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.

      ******************************************************
      *    FECHAMENTO: declara o contado e imprime a       *
      *    conferencia do dia. Todas as filiais: so o      *
      *    relatorio consolidado.                          *
      ******************************************************
       ROT-FECH-00.
           IF  FIL-FLI   =    0  PERFORM  ROT-IMPR-00  THRU  ROT-IMPR-50
                                 GO       ROT-IMPR-60.
           IF  FLG-FCH   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           ACCEPT   HRA-CXA  FROM  TIME.

       ROT-GRVA-15.
           MOVE     FIL-FLI  TO  FIL-CXA
           WRITE    REG-CXA
           IF  FST-CXA   =  "22" ADD      1  TO  SEQ-CXA
                                 GO       ROT-GRVA-15.
           EXIT.

      ******************************************************
      *    TOTAIS DO DIA: movimentos da gaveta, vendas a   *
      *    dinheiro (tipo "V") e o esperado, no total e    *
      *    por filial (TAB-FIL).                           *
      ******************************************************
       ROT-SOMA-00.
           MOVE     ZEROS    TO  TOT-ABE  TOT-ENT  TOT-SAN
                                 TOT-REF  TOT-DIN  TOT-ESP
                                 FLG-FCH  TAB-FIL
           MOVE     DTA-DTA  TO  DTA-CXA
           MOVE     ZEROS    TO  SEQ-CXA.

       ROT-SOMA-10.
           START    CADCXA       KEY  >   CHV-CXA
           IF  FST-CXA   =  "23" GO       ROT-SOMA-40.
           READ     CADCXA  NEXT
           IF  FST-CXA   =  "10" GO       ROT-SOMA-40.
           IF  DTA-CXA  NOT   =  DTA-DTA  GO  ROT-SOMA-40.
           PERFORM  ROT-FILC-00
           IF  FIL-FLI   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-FLI  GO  ROT-SOMA-10.
           IF  TIP-CXA   =  "A"  ADD      VAL-CXA  TO  TOT-ABE
                                          ESP-TFL (FIL-AUX).
           IF  TIP-CXA   =  "E"  ADD      VAL-CXA  TO  TOT-ENT
                                          ESP-TFL (FIL-AUX).
           IF  TIP-CXA   =  "S"  ADD      VAL-CXA  TO  TOT-SAN
                    SUBTRACT VAL-CXA  FROM  ESP-TFL (FIL-AUX).
           IF  TIP-CXA   =  "R"  ADD      VAL-CXA  TO  TOT-REF
                                          ESP-TFL (FIL-AUX).
           IF  TIP-CXA   =  "V"  ADD      VAL-CXA  TO  TOT-DIN
                                 DIN-TFL (FIL-AUX)  ESP-TFL (FIL-AUX).
           IF  TIP-CXA   =  "F"  MOVE     1        TO  FLG-FCH
                                                  FCH-TFL (FIL-AUX)
                                 MOVE     VAL-CXA  TO
                                          DCL-TFL (FIL-AUX).
           GO       ROT-SOMA-10.

       ROT-SOMA-40.
           COMPUTE  TOT-ESP  =   TOT-ABE  +  TOT-ENT  +  TOT-REF
                             -   TOT-SAN  +  TOT-DIN.
           READ     CADCXA  NEXT
           IF  FST-CXA   =  "10" GO       ROT-IMPR-30.
           IF  DTA-CXA  NOT   =  DTA-DTA  GO  ROT-IMPR-30.
           PERFORM  ROT-FILC-00
           IF  FIL-FLI   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-FLI  GO  ROT-IMPR-20.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     SEQ-CXA  TO  SEQ-DT1
           MOVE     SPACES   TO  TIP-DT1
           IF  TIP-CXA   =  "E"  MOVE  "ENTRADA"   TO  TIP-DT1.
           IF  TIP-CXA   =  "S"  MOVE  "SANGRIA"   TO  TIP-DT1.
           IF  TIP-CXA   =  "R"  MOVE  "REFORCO"   TO  TIP-DT1.
           IF  TIP-CXA   =  "V"  MOVE  "VENDA"     TO  TIP-DT1.
           IF  TIP-CXA   =  "F"  MOVE  "FECHAMTO"  TO  TIP-DT1.
           MOVE     HST-CXA  TO  HST-DT1
           MOVE     VAL-CXA  TO  VAL-DT1
           MOVE     HRA-CXA (1: 2)  TO  HOR-DT1
           MOVE     HRA-CXA (3: 2)  TO  MIN-DT1
           MOVE     FIL-AUX  TO  FIL-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-IMPR-20.

       ROT-IMPR-30.
           IF  FIL-FLI   =    0  GO       ROT-IMPR-40.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     SPACES   TO  FLG-DT2
           IF  DIF-CXA   NOT  =  ZEROS
                                 MOVE  "  *CONFERIR*"  TO  FLG-DT2.
           PERFORM  ROT-IMPD-00
           GO       ROT-IMPR-50.

      ******************************************************
      *    TODAS AS FILIAIS: resumo por filial e total     *
      *    consolidado                                     *
      ******************************************************
       ROT-IMPR-40.
           IF  LIN-TMP   >   44  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  DCL-CNS  DIF-CNS
           MOVE     1        TO  IDX-FIL.

       ROT-IMPR-42.
           IF  IDX-FIL   >   10  GO       ROT-IMPR-45.
           IF  DIN-TFL (IDX-FIL)  =  0  AND  ESP-TFL (IDX-FIL)  =  0
               AND  FCH-TFL (IDX-FIL)  =  0
                                 ADD      1  TO  IDX-FIL
                                 GO       ROT-IMPR-42.
           MOVE     IDX-FIL  TO  FIL-DT3
           MOVE     DIN-TFL (IDX-FIL)  TO  DIN-DT3
           MOVE     ESP-TFL (IDX-FIL)  TO  ESP-DT3
           IF  FCH-TFL (IDX-FIL)  =  1
               COMPUTE  DIF-CXA  =  DCL-TFL (IDX-FIL)  -
                                    ESP-TFL (IDX-FIL)
               MOVE     DCL-TFL (IDX-FIL)  TO  DCL-DT3
               MOVE     DIF-CXA  TO  DIF-DT3
               ADD      DCL-TFL (IDX-FIL)  TO  DCL-CNS
               ADD      DIF-CXA  TO  DIF-CNS
           ELSE
               MOVE     " NAO FECHADO"     TO  DCX-DT3
               MOVE     SPACES   TO  DFX-DT3.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IDX-FIL
           GO       ROT-IMPR-42.

       ROT-IMPR-45.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TOT-DIN  TO  DIN-TT3
           MOVE     TOT-ESP  TO  ESP-TT3
           MOVE     DCL-CNS  TO  DCL-TT3
           MOVE     DIF-CNS  TO  DIF-TT3
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-003  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-50.
           EXIT.
           MOVE     DIA-DTA  TO  DIA-CB2
           MOVE     MES-DTA  TO  MES-CB2
           MOVE     ANO-DTA  TO  ANO-CB2
           MOVE     SPACES   TO  FIL-CB2
           IF  FIL-FLI   =    0  MOVE     "TODAS"  TO  FIL-CB2
               ELSE              MOVE     FIL-FLI  TO  FIL-CB2 (1: 2).
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
       ROT-CONF-EXIT.
           EXIT.

      ******************************************************
      *    FILIAL DO MOVIMENTO (sem filial = matriz 01)    *
      ******************************************************
       ROT-FILC-00.
           MOVE     FIL-CXA  TO  FIL-AUX
           IF  FIL-AUX   NOT  NUMERIC  OR  FIL-AUX  =  0  OR
               FIL-AUX   >   10  MOVE     1  TO  FIL-AUX.

       ROT-AUDG-00.
           MOVE     PRM-OPR  TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADCXA  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
