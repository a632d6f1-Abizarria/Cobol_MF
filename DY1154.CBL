           03  VAL-CTB-X        PIC  X(10).
           03  VAL-CTB   REDEFINES  VAL-CTB-X      PIC  9(08)V99.

           03  FIL-SEL          PIC  9(02).
           03  FIL-AUX          PIC  9(02).
           03  IDX-FIL          PIC  9(02).
           03  QTD-CNS          PIC S9(07).
           03  VAL-CNS          PIC S9(08)V99.
           03  TAB-FIL.
               05  ITM-TFL      OCCURS  10.
                   07  QTD-TFL  PIC S9(07).
                   07  VAL-TFL  PIC S9(08)V99.

           03  QTD-FRN          PIC  9(02).
           03  IDX-FRN          PIC  9(02).
           03  TAB-FRN          OCCURS  50.
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(31)  VALUE
               "RELACAO DAS COMPRAS NO PERIODO".
           03  FILLER           PIC  X(08)  VALUE  "- FILIAL".
           03  FIL-CB2          PIC  X(06).
           03  FILLER           PIC  X(23)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".
               "NOTAS FISCAIS DUPLICADAS .........:".
           03  QTD-TT3          PIC  ZZZ9.

       01  TOT-004.
           03  FILLER           PIC  X(29)  VALUE  SPACES.
           03  FILLER           PIC  X(25)  VALUE
               "TOTAL CONSOLIDADO  --->".
           03  QTD-TT4          PIC  --.---.--9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-TT4          PIC  ---.---.--9,99.

       01  CAB-006              PIC  X(80)  VALUE
           "TOTAIS POR FORNECEDOR".

       01  CAB-008              PIC  X(80)  VALUE
           "RESUMO POR FILIAL".

       01  DET-003.
           03  FILLER           PIC  X(29)  VALUE  SPACES.
           03  FILLER           PIC  X(07)  VALUE  "FILIAL ".
           03  FIL-DT3          PIC  9(02).
           03  FILLER           PIC  X(16)  VALUE  SPACES.
           03  QTD-DT3          PIC  --.---.--9.
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VAL-DT3          PIC  ---.---.--9,99.

       01  CAB-007              PIC  X(80)  VALUE
           "FORN  RAZAO SOCIAL                            QUANTIDADE
      -    "   VALOR TOTAL".
           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  VLF-DT2          PIC  ---.---.--9,99.

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
           03  PRG-SPL          PIC  9(02)  VALUE  09.
       01  TELA-06 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Data Inicial :".
           03  LINE 14 COLUMN 24 VALUE "Data Final   :".
           03  LINE 16 COLUMN 24 VALUE "Filial       :".
           03  LINE 16 COLUMN 42 VALUE "(00 = Todas)".

       01  TELA-03 BCK-CLR 02.
           03  FOR-CLR  07.
           MOVE     D8-REG     TO  D8-LIM
           MOVE     VAL-CHK    TO  TOT-VAL
           MOVE     QT2-CHK    TO  ACM-DUP
           MOVE     FIL-CHK    TO  FIL-SEL
           MOVE     TFL-CHK    TO  TAB-FIL
           MOVE     CHV-CHK    TO  CHV-LCP
           MOVE     ZEROS      TO  ACM-QTD  ACM-VAL  IND-NTF
                                   QTD-FRN
           PERFORM  ROT-NOME-00
           PERFORM  ROT-FCAB-00
           START    CADLCP       KEY  NOT  <  CHV-LCP
           IF  FST-LCP   =  "23" GO       ROT-IMPR-70.
           READ     CADLCP  NEXT
           IF  FST-LCP   =  "10" GO       ROT-IMPR-70.
           PERFORM  ROT-FILC-00
           MOVE     60       TO  IND-MSG
           PERFORM  ROT-MSGM-00
           GO       ROT-IMPR-00.
                                 GO       ROT-PERI-10.
           MOVE     DTA-FIM  TO  DTA-LIM.

       ROT-PERI-20.
           MOVE     "T"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     16       TO  LIN-FLI
           MOVE     39       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-PERI-10.
           MOVE     FIL-FLI  TO  FIL-SEL
           PERFORM  ROT-FCAB-00.

       ROT-TEST-00.
           MOVE     31       TO  IND-MSG
           MOVE     SPACES   TO  CHV-LCP
           MOVE     ZEROS    TO  ACM-QTD
                                 ACM-VAL  TOT-VAL
                                 PAG-CB1  CHV-TMP
                                 ACM-DUP  IND-NTF  QTD-FRN
                                 TAB-FIL.
       ROT-TEST-10.
           START    CADLCP       KEY  >   CHV-LCP
           IF  FST-LCP   =  "23" PERFORM  ROT-MSGM-00
           IF  D8-REG    >       D8-LIM   OR
               D8-REG   <        D8-INI
                                 GO       ROT-TEST-10.
           PERFORM  ROT-FILC-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-TEST-10.
           DISPLAY  TELA-05      PERFORM  ROT-NOME-00.

       ROT-IMPR-00.
           ADD      1        TO  CHV-TMP
           ADD      QTD-LCP  TO  ACM-QTD
           ADD      VAL-LCP  TO  ACM-VAL
           ADD      QTD-LCP  TO  QTD-TFL (FIL-AUX)
           ADD      VAL-LCP  TO  VAL-TFL (FIL-AUX)
           PERFORM  ROT-FRNA-00  THRU  ROT-FRNA-30
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.
           IF  D8-REG    >       D8-LIM   OR
               D8-REG   <        D8-INI
                                 GO       ROT-IMPR-30.
           PERFORM  ROT-FILC-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-IMPR-30.
           IF  NUM-OPC   NOT  =  1  GO  ROT-IMPR-32.
           PERFORM  ROT-GRUPO-00  THRU  ROT-GRUPO-20
           IF  ACH-GRP   =    0  GO       ROT-IMPR-30.
       ROT-FRNP-30.
           EXIT.

      ******************************************************
      *    RESUMO POR FILIAL (relacao de todas as filiais) *
      ******************************************************
       ROT-RFIL-00.
           IF  LIN-TMP   >   44  PERFORM  ROT-IMPR-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-008  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  QTD-CNS  VAL-CNS
           MOVE     1        TO  IDX-FIL.

       ROT-RFIL-10.
           IF  IDX-FIL   >   10  GO       ROT-RFIL-20.
           IF  QTD-TFL (IDX-FIL)  =  0  AND  VAL-TFL (IDX-FIL)  =  0
                                 ADD      1  TO  IDX-FIL
                                 GO       ROT-RFIL-10.
           MOVE     IDX-FIL  TO  FIL-DT3
           MOVE     QTD-TFL (IDX-FIL)  TO  QTD-DT3
           MOVE     VAL-TFL (IDX-FIL)  TO  VAL-DT3
           ADD      QTD-TFL (IDX-FIL)  TO  QTD-CNS
           ADD      VAL-TFL (IDX-FIL)  TO  VAL-CNS
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IDX-FIL
           GO       ROT-RFIL-10.

       ROT-RFIL-20.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     QTD-CNS  TO  QTD-TT4
           MOVE     VAL-CNS  TO  VAL-TT4
           MOVE     TOT-004  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-RFIL-30.
           EXIT.

      ******************************************************
      *    FILIAL DO LANCAMENTO (sem filial = matriz 01)   *
      ******************************************************
       ROT-FILC-00.
           MOVE     FIL-LCP  TO  FIL-AUX
           IF  FIL-AUX   NOT  NUMERIC  OR  FIL-AUX  =  0  OR
               FIL-AUX   >   10  MOVE     1  TO  FIL-AUX.

       ROT-FCAB-00.
           MOVE     SPACES   TO  FIL-CB2
           IF  FIL-SEL   =    0  MOVE     " TODAS"  TO  FIL-CB2
               ELSE              MOVE     FIL-SEL  TO  FIL-CB2 (2: 2).

       ROT-IMPR-40.
           ADD      1        TO  CHV-TMP
           ADD      1        TO  LIN-TMP
           MOVE     DTA-LIM    TO  DTF-CHK
           MOVE     TOT-VAL    TO  VAL-CHK
           MOVE     ACM-DUP    TO  QT2-CHK
           MOVE     FIL-SEL    TO  FIL-CHK
           MOVE     TAB-FIL    TO  TFL-CHK
           REWRITE  REG-CHK  INVALID  KEY  WRITE  REG-CHK.

       ROT-IMPR-50.
           STRING   PRX-CTB-X  ","  QTD-CTB-X  ","  VAL-CTB-X
                    INTO     REG-EXT
           WRITE    REG-EXT
           IF  FIL-SEL   =    0  PERFORM  ROT-RFIL-00  THRU
                                          ROT-RFIL-30.
           PERFORM  ROT-FRNP-00  THRU  ROT-FRNP-30
           DELETE   CADCHK.

