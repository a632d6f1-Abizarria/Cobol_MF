               05  PRV-TND      PIC S9(08)V99  OCCURS  08.
           03  VAR-AUX          PIC S9(08)V99.

           03  FIL-SEL          PIC  9(02).
           03  FIL-AUX          PIC  9(02).
           03  IDX-FIL          PIC  9(02).
           03  TAB-FIL.
               05  ITM-TFL      OCCURS  10.
                   07  LIQ-TFL  PIC S9(08)V99.
                   07  PDT-TFL  PIC  9(08)V99.

           03  DTA-LIM.
               05  ANO-LIM      PIC  9(02).
               05  MES-LIM      PIC  9(02).

       01  IDG-AUX              PIC  9(01).

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
           03  PRG-SPL          PIC  9(02)  VALUE  25.
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(33)  VALUE
               "POSICAO DO MOVIMENTO DE DESPESAS".
           03  FILLER           PIC  X(08)  VALUE  "- FILIAL".
           03  FIL-CB2          PIC  X(06).
           03  FILLER           PIC  X(21)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".
           03  DIF-TT4          PIC  ---.---.--9,99.
           03  FLG-TT4          PIC  X(14).

       01  CAB-007              PIC  X(80)  VALUE
           "RESUMO DAS DESPESAS POR FILIAL".

       01  DET-002.
           03  FILLER           PIC  X(07)  VALUE  "FILIAL ".
           03  FIL-DT2          PIC  9(02).
           03  FILLER           PIC  X(21)  VALUE  SPACES.
           03  LIQ-DT2          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  PDT-DT2          PIC  ZZ.ZZZ.ZZ9,99.

       01  TOT-005.
           03  FILLER           PIC  X(24)  VALUE  "TOTAL CONSOLIDADO".
           03  FILLER           PIC  X(06)  VALUE  SPACES.
           03  LIQ-TT5          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(03)  VALUE  SPACES.
           03  PDT-TT5          PIC  ZZ.ZZZ.ZZ9,99.

       01  PRM-TND.
           03  DTA-TND.
               05  ANO-TND      PIC  9(02).
           03  FLG-TND          PIC  9(01).

       01  CAB-005.
           03  FILLER           PIC  X(28)  VALUE
               "EVOLUCAO MENSAL DE DESPESAS".
           03  FILLER           PIC  X(08)  VALUE  "- FILIAL".
           03  FIL-CB5          PIC  X(06).
           03  FILLER           PIC  X(26)  VALUE  SPACES.
           03  DTA-CB5          PIC  X(12).

       01  CAB-006              PIC  X(80)  VALUE
           03  LINE 18 COLUMN 35 PIC ---.---.--9,99 FROM ACM-LIQ.
           03  LINE 18 COLUMN 52 PIC  ZZ.ZZZ.ZZ9,99 FROM ACM-PDT.

       01  TELA-05 BCK-CLR 05 FOR-CLR 15.
           03  LINE 07 COLUMN 48 VALUE " Filial:    (00=Todas) ".
           03  FIL-T05 LINE 07 COLUMN 57 PIC 99 FROM FIL-FLI.

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 21 COLUMN 14 VALUE "Pginas Impressas .:".
           03  PAG-T02 LINE 21 COLUMN 35 PIC ZZ9 FROM PAG-CB1.
           IF  QTD-CTR   <    5  MOVE     5   TO  QTD-CTR.
           IF  QTD-CTR   >    8  MOVE     8   TO  QTD-CTR.
           PERFORM  ROT-DGRP-00  THRU  ROT-DGRP-20.

      ******************************************************
      *    FILIAL DA POSICAO (00 = todas as filiais)       *
      ******************************************************
       ROT-FILI-00.
           DISPLAY  TELA-05
           MOVE     "T"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     07       TO  LIN-FLI
           MOVE     57       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-10.
           MOVE     FIL-FLI  TO  FIL-SEL
           MOVE     SPACES   TO  FIL-CB2
           IF  FIL-SEL   =    0  MOVE     " TODAS"  TO  FIL-CB2
               ELSE              MOVE     FIL-SEL  TO  FIL-CB2 (2: 2).
           MOVE     FIL-CB2  TO  FIL-CB5
           MOVE     DTI-CTR  TO  DTA-LIM
           MOVE     31       TO  DIA-LIM
           MOVE     DTA-LIM  TO  D6-REG
           READ     CADLDP  NEXT
           IF  PRX-LDP        >  PRX-AUX
                                 GO       ROT-EXBE-05.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-EXBE-10.
           IF  FLG-LDP   =  "P"  ADD      VAL-LDP  TO  ACM-PDT.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-EXIT-00.
           READ     CADLDP  NEXT
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-EXBE-30.
           IF  FLG-LDP   =  "P"  ADD      VAL-LDP  TO  ACM-PDT.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           READ     CADLDP  NEXT
           IF  PRX-LDP        >  QTD-CTR
                                 GO       ROT-TOTD-20.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-TOTD-10.
           IF  FLG-LDP   =  "P"  ADD      VAL-LDP  TO  TOT-PDT.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00

       ROT-IMPR-00.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
                                 TOT-LIQ  TOT-PDT  TAB-FIL
           PERFORM  ROT-NOME-00  DISPLAY  TELA-02
           MOVE     ZEROS    TO  PRX-AUX.

           READ     CADLDP  NEXT
           IF  PRX-LDP        >  PRX-AUX
                                 GO       ROT-IMPR-30.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-IMPR-25.
           IF  FLG-LDP   =  "P"  ADD      VAL-LDP  TO  ACM-PDT
                                 ADD      VAL-LDP  TO  TOT-PDT.
           MOVE     DTA-LDP  TO  D6-REG
                                 SUBTRACT VAL-LDP FROM ACM-LIQ
                                 SUBTRACT VAL-LDP FROM TOT-LIQ
               END-EVALUATE.
           IF  FLG-LDP   =  "P"
               ADD      VAL-LDP  TO    PDT-TFL (FIL-AUX).
           IF  D8-REG   NOT   >  D8-LIM  AND  FLG-LDP  =  "L"
               ADD      VAL-LDP  TO    LIQ-TFL (FIL-AUX).
           IF  D8-REG   NOT   >  D8-LIM  AND  FLG-LDP  =  "R"
               SUBTRACT VAL-LDP  FROM  LIQ-TFL (FIL-AUX).
           GO       ROT-IMPR-25.

       ROT-IMPR-30.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-IMPR-60.
           READ     CADLDP  NEXT
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-IMPR-50.
           IF  FLG-LDP   =  "P"  ADD      VAL-LDP  TO  ACM-PDT.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-IMPR-65.
           READ     CADLCP  NEXT
           PERFORM  ROT-FILL-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-IMPR-63.
           MOVE     DTA-LCP  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG   NOT   >  D8-LIM
                                 MOVE  "  *DIVERGENTE*"  TO  FLG-TT4.
           MOVE     DIF-RCN  TO  DIF-TT4
           MOVE     TOT-004  TO  DET-TMP
           WRITE    REG-TMP
           IF  FIL-SEL   =    0  PERFORM  ROT-RFIL-00  THRU
                                          ROT-RFIL-30.

       ROT-IMPR-70.
           PERFORM  ROT-SAID-00
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-01      TELA-05.

      ******************************************************
      *    RESUMO DAS DESPESAS POR FILIAL (todas)          *
      ******************************************************
       ROT-RFIL-00.
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     CAB-007  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     1        TO  IDX-FIL.

       ROT-RFIL-10.
           IF  IDX-FIL   >   10  GO       ROT-RFIL-20.
           IF  LIQ-TFL (IDX-FIL)  =  0  AND  PDT-TFL (IDX-FIL)  =  0
                                 ADD      1  TO  IDX-FIL
                                 GO       ROT-RFIL-10.
           MOVE     IDX-FIL  TO  FIL-DT2
           MOVE     LIQ-TFL (IDX-FIL)  TO  LIQ-DT2
           MOVE     PDT-TFL (IDX-FIL)  TO  PDT-DT2
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IDX-FIL
           GO       ROT-RFIL-10.

       ROT-RFIL-20.
           ADD      1        TO  LIN-TMP  CHV-TMP
           MOVE     TOT-LIQ  TO  LIQ-TT5
           MOVE     TOT-PDT  TO  PDT-TT5
           MOVE     TOT-005  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-RFIL-30.
           EXIT.

       ROT-TEND-00.
           DISPLAY  TELA-04
           READ     CADLDP  NEXT
           IF  PRX-LDP        >  PRX-AUX
                                 GO       ROT-TEND-14.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-TEND-12.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG   NOT   >  D8-LIM
           READ     CADLDP  NEXT
           IF  PRX-LDP        >  PRX-AUX
                                 GO       ROT-TEND-18.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-TEND-16.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG   NOT   >  D8-TND
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           DISPLAY  TELA-01      TELA-05.

       ROT-TEND-EXIT.
           EXIT.
       ROT-DGRP-20.
           EXIT.

      ******************************************************
      *    FILIAL DO LANCAMENTO (sem filial = matriz 01)   *
      ******************************************************
       ROT-FILD-00.
           MOVE     FIL-LDP  TO  FIL-AUX
           IF  FIL-AUX   NOT  NUMERIC  OR  FIL-AUX  =  0  OR
               FIL-AUX   >   10  MOVE     1  TO  FIL-AUX.

       ROT-FILL-00.
           MOVE     FIL-LCP  TO  FIL-AUX
           IF  FIL-AUX   NOT  NUMERIC  OR  FIL-AUX  =  0  OR
               FIL-AUX   >   10  MOVE     1  TO  FIL-AUX.

       ROT-NOME-00.
           ACCEPT  DTA-SYS  FROM   DATE
           MOVE    DIA-SYS   TO    DIA-CAB
