      *    empresa; opcao de suprimir itens com saldo      *
      *    zerado. E o fechamento de inventario que o      *
      *    contador pede todo janeiro.                     *
      *    O saldo valorizado e so o estoque proprio: a    *
      *    parte consignada por fornecedores (SDO-CSG do   *
      *    CADCSG) e descontada do SDO-EST e listada numa  *
      *    secao separada ao custo combinado CST-CSG, com  *
      *    total proprio fora do total geral.              *
      *    Filial: 00 = todas (saldo SDO-EST, com resumo   *
      *    por filial e total consolidado) ou uma filial   *
      *    (soma dos locais dela no CADLOC). A diferenca   *
      *    entre SDO-EST e a soma dos locais, o produto    *
      *    sem local e o consignado ficam na matriz 01.    *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FST-CSG.

           SELECT      CADLOC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LOC
                       FILE          STATUS  IS  FST-LOC.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC

       COPY  CADATV.CPY.
       COPY  CADEST.CPY.
       COPY  CADCSG.CPY.
       COPY  CADLOC.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
       01  AUXILIARES.
           03  FST-ATV          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-CSG          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           03  ACM-GRP          PIC S9(11)V99.
           03  TOT-GER          PIC S9(12)V99.
           03  ACM-ITM          PIC  9(05).
           03  SDO-PRP          PIC S9(07)V9.
           03  SCS-AUX          PIC  9(07).
           03  TOT-CSG          PIC S9(12)V99.
           03  ITM-CSG          PIC  9(05).
           03  FIL-SEL          PIC  9(02).
           03  FIL-AUX          PIC  9(02).
           03  IDX-FIL          PIC  9(02).
           03  SDO-LCS          PIC S9(07)V9.
           03  VLP-AUX          PIC S9(10)V99.
           03  VAL-CNS          PIC S9(12)V99.

           03  TAB-SDF.
               05  SDO-TFL      PIC S9(07)V9    OCCURS  10.

           03  TAB-FIL.
               05  VAL-TFL      PIC S9(12)V99   OCCURS  10.

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  PAG-CB1          PIC  9(03).

       01  CAB-002.
           03  FILLER           PIC  X(34)  VALUE
               "VALORIZACAO DO ESTOQUE AO CUSTO -".
           03  TIP-CB2          PIC  X(19).
           03  FILLER           PIC  X(08)  VALUE  "- FILIAL".
           03  FIL-CB2          PIC  X(06).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".
           03  FILLER           PIC  X(10)  VALUE  "  ITENS .:".
           03  QTD-TT2          PIC  ZZZZ9.

       01  CAB-007.
           03  FILLER           PIC  X(40)  VALUE
               "ESTOQUE CONSIGNADO (DE TERCEIROS) - FORA".
           03  FILLER           PIC  X(40)  VALUE
               " DO TOTAL GERAL".

       01  TOT-004.
           03  FILLER           PIC  X(27)  VALUE
               "TOTAL DO CONSIGNADO .....:".
           03  VLT-TT4          PIC  --.---.---.--9,99.
           03  FILLER           PIC  X(10)  VALUE  "  ITENS .:".
           03  QTD-TT4          PIC  ZZZZ9.

       01  CAB-008              PIC  X(80)  VALUE
           "RESUMO POR FILIAL (ESTOQUE PROPRIO)".

       01  DET-002.
           03  FILLER           PIC  X(07)  VALUE  "FILIAL ".
           03  FIL-DT2          PIC  9(02).
           03  FILLER           PIC  X(18)  VALUE  SPACES.
           03  VAL-DT2          PIC  --.---.---.--9,99.

       01  TOT-005.
           03  FILLER           PIC  X(27)  VALUE
               "TOTAL CONSOLIDADO .......:".
           03  VAL-TT5          PIC  --.---.---.--9,99.

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
           03  PRG-SPL          PIC  9(02)  VALUE  21.
       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Custo .......:".
           03  LINE 12 COLUMN 46 VALUE "(1=Ultimo 2=Medio)".
           03  LINE 13 COLUMN 24 VALUE "Filial ......:".
           03  LINE 13 COLUMN 46 VALUE "(00 = Todas)".
           03  LINE 14 COLUMN 24 VALUE "Suprimir Sdo Zero:".
           03  LINE 15 COLUMN 24 VALUE "Classe A/B/C ....:".
           03  LINE 15 COLUMN 46 VALUE "(branco = todas)".
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT    CADATV   CADEST   CADCSG   CADLOC
                    OUTPUT   CADTMP
           IF  FST-CSG   =  "35" OPEN     OUTPUT   CADCSG
                                 CLOSE    CADCSG
                                 OPEN     INPUT    CADCSG.
           IF  FST-LOC   =  "35" OPEN     OUTPUT   CADLOC
                                 CLOSE    CADLOC
                                 OPEN     INPUT    CADLOC.
           DISPLAY  TELA-01.

       ROT-OPCA-00.
           IF  OPC-CST   <    1  OR   >   2
                                 GO       ROT-OPCA-00.

       ROT-OPCA-05.
           MOVE     "T"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     13       TO  LIN-FLI
           MOVE     39       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-OPCA-00.
           MOVE     FIL-FLI  TO  FIL-SEL
           PERFORM  ROT-FCAB-00.

       ROT-OPCA-10.
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OPCA-05.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPCA-10.
           IF  SUP-ZER  NOT  =   "S"  AND  NOT  =  "N"
               MOVE  "CUSTO MEDIO (CTM)"   TO  TIP-CB2.
           MOVE     ZEROS    TO  PAG-CB1  CHV-TMP
                                 ACM-GRP  TOT-GER  ACM-ITM
                                 TAB-FIL
           MOVE     1        TO  CLS-IDX
           MOVE     ZEROS    TO  VLC-CLS (1)  VLC-CLS (2)
                                 VLC-CLS (3)
           IF  FST-EST   =  "23" GO       ROT-FINA-00.
           READ     CADEST  NEXT
           IF  FST-EST   =  "10" GO       ROT-FINA-00.
           PERFORM  ROT-PCSG-00  THRU  ROT-PCSG-EXIT
           PERFORM  ROT-PLOC-00  THRU  ROT-PLOC-EXIT
           IF  FIL-SEL   =    0
               COMPUTE  SDO-PRP  =  SDO-EST  -  SCS-AUX
           ELSE
               MOVE     SDO-TFL (FIL-SEL)  TO  SDO-PRP.
           IF  SUP-ZER   =  "S"  AND  SDO-PRP  =  ZEROS
                                 GO       ROT-LOOP-00.
           IF  CLS-SEL   NOT  =  SPACES  AND
               CLS-EST   NOT  =  CLS-SEL
                                 MOVE     "N"  TO  FLG-PRI.
           IF  OPC-CST   =    1  MOVE     CST-EST  TO  CST-AUX
               ELSE              MOVE     CTM-EST  TO  CST-AUX.
           IF  FIL-SEL   =    0
               PERFORM  ROT-VFIL-00  THRU  ROT-VFIL-EXIT
           ELSE
               COMPUTE  VLI-AUX  ROUNDED  =  SDO-PRP  *  CST-AUX.
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     PRX-EST  TO  PRX-DT1
           MOVE     SUF-EST  TO  SUF-DT1
           MOVE     DES-EST  TO  DES-DT1
           MOVE     CLS-EST  TO  CLS-DT1
           MOVE     SDO-PRP  TO  SDO-DT1
           MOVE     CST-AUX  TO  CST-DT1
           MOVE     VLI-AUX  TO  VLI-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP  ACM-ITM
           WRITE    REG-TMP
           GO       ROT-LOOP-00.

      ******************************************************
      *    SALDO CONSIGNADO DO PRODUTO (SCS-AUX) SOMANDO   *
      *    OS FORNECEDORES DO CADCSG                       *
      ******************************************************
       ROT-PCSG-00.
           MOVE     ZEROS    TO  SCS-AUX
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     ZEROS    TO  FOR-CSG.

       ROT-PCSG-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   NOT  =  "00"  GO  ROT-PCSG-EXIT.
           READ     CADCSG  NEXT
           IF  FST-CSG   NOT  =  "00"  GO  ROT-PCSG-EXIT.
           IF  PRX-CSG   NOT  =  PRX-EST  OR
               SUF-CSG   NOT  =  SUF-EST  GO  ROT-PCSG-EXIT.
           ADD      SDO-CSG  TO  SCS-AUX
           GO       ROT-PCSG-10.

       ROT-PCSG-EXIT.
           EXIT.

      ******************************************************
      *    SALDO DO PRODUTO POR FILIAL (SDO-TFL) SOMANDO   *
      *    OS LOCAIS DO CADLOC (dezena do local = filial   *
      *    menos 1); o que nao esta em local nenhum e o    *
      *    consignado ficam na matriz 01                   *
      ******************************************************
       ROT-PLOC-00.
           MOVE     ZEROS    TO  TAB-SDF  SDO-LCS
           MOVE     PRX-EST  TO  PRX-LOC
           MOVE     SUF-EST  TO  SUF-LOC
           MOVE     ZEROS    TO  LCL-LOC
           START    CADLOC       KEY  NOT  <  CHV-LOC
           IF  FST-LOC   NOT  =  "00"  GO  ROT-PLOC-20.

       ROT-PLOC-10.
           READ     CADLOC  NEXT
           IF  FST-LOC   NOT  =  "00"  GO  ROT-PLOC-20.
           IF  PRX-LOC   NOT  =  PRX-EST  OR
               SUF-LOC   NOT  =  SUF-EST  GO  ROT-PLOC-20.
           DIVIDE   LCL-LOC  BY  10  GIVING  FIL-AUX
           ADD      1        TO  FIL-AUX
           IF  FIL-AUX   >   10  GO       ROT-PLOC-10.
           ADD      SDO-LOC  TO  SDO-TFL (FIL-AUX)  SDO-LCS
           GO       ROT-PLOC-10.

       ROT-PLOC-20.
           COMPUTE  SDO-TFL (1)  =  SDO-TFL (1)  +  SDO-EST  -
                                    SDO-LCS  -  SCS-AUX.

       ROT-PLOC-EXIT.
           EXIT.

      ******************************************************
      *    VALOR DO PRODUTO (TODAS AS FILIAIS) = SOMA DOS  *
      *    VALORES DE CADA FILIAL, ACUMULADOS NO RESUMO    *
      ******************************************************
       ROT-VFIL-00.
           MOVE     ZEROS    TO  VLI-AUX
           MOVE     1        TO  IDX-FIL.

       ROT-VFIL-10.
           IF  IDX-FIL   >   10  GO       ROT-VFIL-EXIT.
           COMPUTE  VLP-AUX  ROUNDED  =  SDO-TFL (IDX-FIL)  *  CST-AUX
           ADD      VLP-AUX  TO  VLI-AUX  VAL-TFL (IDX-FIL)
           ADD      1        TO  IDX-FIL
           GO       ROT-VFIL-10.

       ROT-VFIL-EXIT.
           EXIT.

      ******************************************************
      *    FECHA O SUBTOTAL DO GRUPO ANTERIOR              *
      ******************************************************
           MOVE     ACM-ITM  TO  QTD-TT2
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-002  TO  DET-TMP
           WRITE    REG-TMP
           IF  FIL-SEL   =    0
               PERFORM  ROT-RFIL-00  THRU  ROT-RFIL-30.
           IF  FIL-SEL   <    2
               PERFORM  ROT-CONS-00  THRU  ROT-CONS-EXIT.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           OPEN      OUTPUT      CADTMP
           GO       ROT-OPCA-00.

      ******************************************************
      *    SECAO DO ESTOQUE CONSIGNADO: saldo de cada      *
      *    fornecedor ao custo CST-CSG, respeitando a      *
      *    classe pedida; total separado do total geral.   *
      ******************************************************
       ROT-CONS-00.
           MOVE     ZEROS    TO  TOT-CSG  ITM-CSG  CHV-CSG.

       ROT-CONS-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   NOT  =  "00"  GO  ROT-CONS-20.
           READ     CADCSG  NEXT
           IF  FST-CSG   NOT  =  "00"  GO  ROT-CONS-20.
           IF  SDO-CSG   =   ZEROS    GO  ROT-CONS-10.
           MOVE     PRX-CSG  TO  PRX-EST
           MOVE     SUF-CSG  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  MOVE  SPACES  TO  DES-EST
                                                         CLS-EST.
           IF  CLS-SEL   NOT  =  SPACES  AND
               CLS-EST   NOT  =  CLS-SEL
                                 GO       ROT-CONS-10.
           IF  ITM-CSG   =    0  PERFORM  ROT-CCAB-00.
           COMPUTE  VLI-AUX  ROUNDED  =  SDO-CSG  *  CST-CSG
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     PRX-CSG  TO  PRX-DT1
           MOVE     SUF-CSG  TO  SUF-DT1
           MOVE     DES-EST  TO  DES-DT1
           MOVE     CLS-EST  TO  CLS-DT1
           MOVE     SDO-CSG  TO  SDO-DT1
           MOVE     CST-CSG  TO  CST-DT1
           MOVE     VLI-AUX  TO  VLI-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP  ITM-CSG
           ADD      VLI-AUX  TO  TOT-CSG
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
           GO       ROT-CONS-10.

       ROT-CONS-20.
           IF  ITM-CSG   =    0  GO       ROT-CONS-EXIT.
           IF  LIN-TMP   >   56  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     TOT-CSG  TO  VLT-TT4
           MOVE     ITM-CSG  TO  QTD-TT4
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-004  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-CONS-EXIT.
           EXIT.

       ROT-CCAB-00.
           IF  LIN-TMP   >   53  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-007  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    RESUMO POR FILIAL (relacao de todas as filiais) *
      ******************************************************
       ROT-RFIL-00.
           IF  LIN-TMP   >   44  PERFORM  ROT-IMPR-10.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-008  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     CAB-005  TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ZEROS    TO  VAL-CNS
           MOVE     1        TO  IDX-FIL.

       ROT-RFIL-10.
           IF  IDX-FIL   >   10  GO       ROT-RFIL-20.
           IF  VAL-TFL (IDX-FIL)  =  0
                                 ADD      1  TO  IDX-FIL
                                 GO       ROT-RFIL-10.
           MOVE     IDX-FIL  TO  FIL-DT2
           MOVE     VAL-TFL (IDX-FIL)  TO  VAL-DT2
           ADD      VAL-TFL (IDX-FIL)  TO  VAL-CNS
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  IDX-FIL
           GO       ROT-RFIL-10.

       ROT-RFIL-20.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     VAL-CNS  TO  VAL-TT5
           MOVE     TOT-005  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-RFIL-30.
           EXIT.

       ROT-FCAB-00.
           MOVE     SPACES   TO  FIL-CB2
           IF  FIL-SEL   =    0  MOVE     " TODAS"  TO  FIL-CB2
               ELSE              MOVE     FIL-SEL  TO  FIL-CB2 (2: 2).

       ROT-IMPR-10.
           DISPLAY  PAG-T05
           ADD      1        TO  PAG-CB1  CHV-TMP
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE   CADATV  CADEST  CADCSG  CADLOC  CADTMP
           DELETE   FILE   CADTMP  GOBACK.
