      *    relatorio o que antes saia de tres lugares:     *
      *    - RECEITA: vendas CADVND (liquidas das          *
      *      devolucoes, que sao negativas);               *
      *    - CMV: saidas do kardex CADMVE (tipos S, D e X) *
      *      valorizadas ao custo medio CTM-EST vigente;   *
      *    - DESPESAS por grupo CADLDP (liquidadas menos   *
      *      reembolsos), com as descricoes do CADCTR;     *
      *      a compra de bem do imobilizado (CADIMB ligado *
      *      ao lancamento) sai da despesa e entra a       *
      *      DEPRECIACAO do mes (CADDPR) em linha propria; *
      *    - ganho/perda na BAIXA DE BENS (venda ou perda  *
      *      menos o valor contabil), quando houver;       *
      *    - LUCRO BRUTO e RESULTADO do mes, sempre com a  *
      *      coluna acumulada NO ANO (janeiro ate o mes).  *
      *    Filial informada (00 = todas): vendas, kardex e *
      *    despesas sem filial contam como matriz 01, e o  *
      *    imobilizado (depreciacao e baixas) tambem fica  *
      *    na matriz. Todas as filiais: o demonstrativo e  *
      *    o consolidado, seguido do resumo por filial     *
      *    (receita, CMV, despesas e resultado).           *
      *    F3 no mes/ano chama a tendencia de 24 meses dos *
      *    indicadores gerenciais (DY1412).                *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IMB
                       FILE          STATUS  IS  FST-IMB.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADVND.CPY.
       COPY  CADMVE.CPY.
       COPY  CADLDP.CPY.
       COPY  CADIMB.CPY.
       COPY  CADDPR.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-VND          PIC  X(02).
           03  FST-MVE          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-IMB          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).


           03  REC-MES          PIC S9(09)V99  OCCURS  12.
           03  CMV-MES          PIC S9(09)V99  OCCURS  12.
           03  DPR-MES          PIC S9(09)V99  OCCURS  12.
           03  BXA-MES          PIC S9(09)V99  OCCURS  12.
           03  ACM-AUX          PIC S9(09)V99.
           03  MBX-AUX          PIC  9(02).
           03  TAB-DSP.
               05  DSP-GRP      OCCURS  08.
                   07  DSP-MES  PIC S9(09)V99  OCCURS  12.
           03  DSP-TOT-A        PIC S9(09)V99.
           03  RES-MES          PIC S9(09)V99.
           03  RES-ANO          PIC S9(09)V99.
           03  BXA-TOT-M        PIC S9(09)V99.
           03  BXA-TOT-A        PIC S9(09)V99.

           03  FIL-SEL          PIC  9(02).
           03  FIL-AUX          PIC  9(02).
           03  IDX-FIL          PIC  9(02).
           03  DPA-AUX          PIC S9(09)V99.
           03  RCM-AUX          PIC S9(09)V99.
           03  RCA-AUX          PIC S9(09)V99.
           03  CMM-AUX          PIC S9(09)V99.
           03  CMA-AUX          PIC S9(09)V99.
           03  DSM-AUX          PIC S9(09)V99.
           03  DSA-AUX          PIC S9(09)V99.
           03  TAB-FIL.
               05  ITM-TFL      OCCURS  10.
                   07  REC-TFL  PIC S9(09)V99  OCCURS  12.
                   07  CMV-TFL  PIC S9(09)V99  OCCURS  12.
                   07  DSP-TFL  PIC S9(09)V99  OCCURS  12.

           03  TB1-LDP.
               05  FILLER  PIC  X(20)  VALUE "OBRIG. TRABALHISTA  ".
           03  MES-CB2          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  "/".
           03  ANO-CB2          PIC  9(02).
           03  FILLER           PIC  X(08)  VALUE  " FILIAL:".
           03  FIL-CB2          PIC  X(06).
           03  FILLER           PIC  X(09)  VALUE  SPACES.
           03  DTA-CB2          PIC  X(12).

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  VL2-DT1          PIC  ---.---.--9,99.

       01  DES-FIL.
           03  FILLER           PIC  X(07)  VALUE  "FILIAL ".
           03  FIL-DSF          PIC  9(02).
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  TXT-DSF          PIC  X(22).

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
           03  PRG-SPL          PIC  9(02)  VALUE  82.

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 10 COLUMN 13 VALUE "Mes/Ano ....:".
           03  LINE 11 COLUMN 13 VALUE "Filial .....:".
           03  LINE 11 COLUMN 32 VALUE "(00 = Todas)".
           03  LINE 10 COLUMN 40 VALUE "(F3=Indicadores 24 Meses)".

       01  ENTR-01.
           03  MES-E01 LINE 10 COLUMN 28 PIC 9(02) USING MES-SEL.
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           PERFORM  ROT-ABRE-00
           PERFORM  ROT-DGRP-00  THRU  ROT-DGRP-20
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PERI-00.
           IF  TECLADO   =  "03" GO       ROT-INDI-00.
           IF  MES-SEL   <    1  OR   >  12
                                 GO       ROT-PERI-00.

       ROT-PERI-10.
           MOVE     "T"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     11       TO  LIN-FLI
           MOVE     28       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-PERI-00.
           MOVE     FIL-FLI  TO  FIL-SEL
           MOVE     SPACES   TO  FIL-CB2
           IF  FIL-SEL   =    0  MOVE     " TODAS"  TO  FIL-CB2
               ELSE              MOVE     FIL-SEL  TO  FIL-CB2 (2: 2).
           PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20
           PERFORM  ROT-AVND-00  THRU  ROT-AVND-20
           PERFORM  ROT-ACMV-00  THRU  ROT-ACMV-20
           PERFORM  ROT-ALDP-00  THRU  ROT-ALDP-20
           PERFORM  ROT-AIMB-00  THRU  ROT-AIMB-20
           IF  FIL-SEL   <    2  PERFORM  ROT-ADPR-00  THRU
                                          ROT-ADPR-20.
           GO       ROT-IMPR-00.

      ******************************************************
      *    ZERA OS ACUMULADORES MENSAIS                    *
      ******************************************************
       ROT-ZERA-00.
           MOVE     ZEROS    TO  TAB-FIL
           MOVE     1        TO  IND-MES.
       ROT-ZERA-10.
           MOVE     ZEROS    TO  REC-MES (IND-MES)
                                 CMV-MES (IND-MES)
                                 DPR-MES (IND-MES)
                                 BXA-MES (IND-MES)
           MOVE     1        TO  IND-GRP.
       ROT-ZERA-15.
           MOVE     ZEROS    TO  DSP-MES (IND-GRP  IND-MES)
           IF  ANO-VND   NOT  =  ANO-SEL  GO  ROT-AVND-10.
           IF  MES-VND   <    1  OR   >  12
                                 GO       ROT-AVND-10.
           PERFORM  ROT-FILV-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-AVND-10.
           ADD      VAL-VND  TO  REC-MES (MES-VND)
           ADD      VAL-VND  TO  REC-TFL (FIL-AUX  MES-VND)
           GO       ROT-AVND-10.
       ROT-AVND-20.
           EXIT.

      ******************************************************
      *    CMV: saidas do kardex (S, D e X) ao custo medio *
      *    CTM-EST vigente do produto.                     *
      ******************************************************
       ROT-ACMV-00.
           IF  ANO-MVE   NOT  =  ANO-SEL  GO  ROT-ACMV-10.
           IF  MES-MVE   <    1  OR   >  12
                                 GO       ROT-ACMV-10.
           IF  TIP-MVE   NOT  =  "S"  AND  NOT  =  "D"  AND
                             NOT  =  "X"
                                 GO       ROT-ACMV-10.
           PERFORM  ROT-FILM-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-ACMV-10.
           IF  PRX-MVE   NOT  =  PRX-ANT  OR
               SUF-MVE   NOT  =  SUF-ANT
           COMPUTE  CST-AUX  ROUNDED  =
                    QTD-MVE  *  CTM-AUX  *  -1
           ADD      CST-AUX  TO  CMV-MES (MES-MVE)
           ADD      CST-AUX  TO  CMV-TFL (FIL-AUX  MES-MVE)
           GO       ROT-ACMV-10.
       ROT-ACMV-20.
           EXIT.
           IF  ANO-LDP   NOT  =  ANO-SEL  GO  ROT-ALDP-10.
           IF  MES-LDP   <    1  OR   >  12
                                 GO       ROT-ALDP-10.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-ALDP-10.
           IF  FLG-LDP   =  "L"
               ADD      VAL-LDP  TO  DSP-MES (PRX-LDP  MES-LDP)
               ADD      VAL-LDP  TO  DSP-TFL (FIL-AUX  MES-LDP).
           IF  FLG-LDP   =  "R"
               SUBTRACT VAL-LDP  FROM DSP-MES (PRX-LDP  MES-LDP)
               SUBTRACT VAL-LDP  FROM DSP-TFL (FIL-AUX  MES-LDP).
           GO       ROT-ALDP-10.
       ROT-ALDP-20.
           EXIT.

      ******************************************************
      *    IMOBILIZADO: a despesa CADLDP ligada ao bem sai *
      *    do grupo (compra nao e despesa do mes) e a      *
      *    baixa no ano gera ganho/perda = valor obtido    *
      *    menos (custo - depreciacao acumulada).          *
      ******************************************************
       ROT-AIMB-00.
           MOVE     ZEROS    TO  CHV-IMB.
       ROT-AIMB-10.
           START    CADIMB       KEY  >   CHV-IMB
           IF  FST-IMB   NOT  =  "00"  GO  ROT-AIMB-20.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-AIMB-20.
           IF  DTB-IMB   NOT  =  ZEROS  AND
               DTB-IMB (1: 2)  =  ANO-SEL  AND  FIL-SEL  <  2
                       PERFORM  ROT-BXAC-00  THRU  ROT-BXAC-30.
           IF  GRP-IMB   <    1  OR  >  8 GO  ROT-AIMB-10.
           MOVE     GRP-IMB  TO  PRX-LDP
           MOVE     SEQ-IMB  TO  SEQ-LDP
           READ     CADLDP
           IF  FST-LDP   NOT  =  "00"  GO  ROT-AIMB-10.
           IF  ANO-LDP   NOT  =  ANO-SEL  GO  ROT-AIMB-10.
           IF  MES-LDP   <    1  OR   >  12
                                 GO       ROT-AIMB-10.
           PERFORM  ROT-FILD-00
           IF  FIL-SEL   NOT  =  0   AND
               FIL-AUX   NOT  =  FIL-SEL
                                 GO       ROT-AIMB-10.
           IF  FLG-LDP   =  "L"
               SUBTRACT VAL-LDP  FROM DSP-MES (PRX-LDP  MES-LDP)
               SUBTRACT VAL-LDP  FROM DSP-TFL (FIL-AUX  MES-LDP).
           IF  FLG-LDP   =  "R"
               ADD      VAL-LDP  TO  DSP-MES (PRX-LDP  MES-LDP)
               ADD      VAL-LDP  TO  DSP-TFL (FIL-AUX  MES-LDP).
           GO       ROT-AIMB-10.
       ROT-AIMB-20.
           EXIT.

       ROT-BXAC-00.
           MOVE     ZEROS    TO  ACM-AUX
           MOVE     CHV-IMB  TO  IMB-DPR
           MOVE     ZEROS    TO  ANO-DPR  MES-DPR
           START    CADDPR       KEY  NOT  <  CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-BXAC-20.
       ROT-BXAC-10.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-BXAC-20.
           IF  IMB-DPR   NOT  =  CHV-IMB  GO  ROT-BXAC-20.
           ADD      VAL-DPR  TO  ACM-AUX
           GO       ROT-BXAC-10.
       ROT-BXAC-20.
           MOVE     DTB-IMB (3: 2)  TO  MBX-AUX
           IF  MBX-AUX   <    1  OR   >  12
                                 GO       ROT-BXAC-30.
           COMPUTE  BXA-MES (MBX-AUX)  =  BXA-MES (MBX-AUX)
                                       +  VBX-IMB  -  VAL-IMB
                                       +  ACM-AUX.
       ROT-BXAC-30.
           EXIT.

      ******************************************************
      *    DEPRECIACAO: CADDPR do ano selecionado por mes  *
      ******************************************************
       ROT-ADPR-00.
           MOVE     ZEROS    TO  CHV-DPR.
       ROT-ADPR-10.
           START    CADDPR       KEY  >   CHV-DPR
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ADPR-20.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-ADPR-20.
           IF  ANO-DPR   NOT  =  ANO-SEL  GO  ROT-ADPR-10.
           IF  MES-DPR   <    1  OR   >  12
                                 GO       ROT-ADPR-10.
           ADD      VAL-DPR  TO  DPR-MES (MES-DPR)
           GO       ROT-ADPR-10.
       ROT-ADPR-20.
           EXIT.

      ******************************************************
      *    IMPRESSAO DO DEMONSTRATIVO                      *
      ******************************************************
           GO       ROT-IMPR-20.

       ROT-IMPR-40.
           MOVE     "DEPRECIACAO"  TO  DES-DT1
           MOVE     DPR-MES (MES-SEL)  TO  VL1-DT1
           ADD      DPR-MES (MES-SEL)  TO  DSP-TOT-M
           MOVE     ZEROS    TO  VL2-AUX  BXA-TOT-A
           MOVE     1        TO  IND-MES.

       ROT-IMPR-45.
           ADD      DPR-MES (IND-MES)  TO  VL2-AUX
           ADD      BXA-MES (IND-MES)  TO  BXA-TOT-A
           IF  IND-MES   <   MES-SEL  ADD  1  TO  IND-MES
                                 GO       ROT-IMPR-45.
           MOVE     VL2-AUX  TO  VL2-DT1  DPA-AUX
           ADD      VL2-AUX  TO  DSP-TOT-A
           PERFORM  ROT-LINH-00
           MOVE     "(-) TOTAL DAS DESPESAS"  TO  DES-DT1
           MOVE     DSP-TOT-M  TO  VL1-DT1
           MOVE     DSP-TOT-A  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           MOVE     BXA-MES (MES-SEL)  TO  BXA-TOT-M
           IF  BXA-TOT-M  NOT  =  ZEROS  OR  BXA-TOT-A  NOT  =  ZEROS
               MOVE  "(+/-) RESULTADO NA BAIXA DE BENS"  TO  DES-DT1
               MOVE     BXA-TOT-M  TO  VL1-DT1
               MOVE     BXA-TOT-A  TO  VL2-DT1
               PERFORM  ROT-LINH-00.
           MOVE     CAB-003  TO  DET-TMP
           PERFORM  ROT-LIN2-00
           COMPUTE  RES-MES  =  BRT-MES  -  DSP-TOT-M  +  BXA-TOT-M
           COMPUTE  RES-ANO  =  BRT-ANO  -  DSP-TOT-A  +  BXA-TOT-A
           MOVE     "(=) RESULTADO DO PERIODO"  TO  DES-DT1
           MOVE     RES-MES  TO  VL1-DT1
           MOVE     RES-ANO  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           IF  FIL-SEL   =    0  PERFORM  ROT-RFIL-00  THRU
                                          ROT-RFIL-30.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           OPEN      OUTPUT      CADTMP
           GO       ROT-PERI-00.

      ******************************************************
      *    RESUMO POR FILIAL (todas as filiais); a matriz  *
      *    leva a depreciacao e o resultado das baixas.    *
      ******************************************************
       ROT-RFIL-00.
           IF  LIN-TMP   >   40  PERFORM  ROT-IMPR-10.
           MOVE     SPACES   TO  DET-TMP
           PERFORM  ROT-LIN2-00
           MOVE     "RESUMO POR FILIAL"  TO  DET-TMP
           PERFORM  ROT-LIN2-00
           MOVE     CAB-003  TO  DET-TMP
           PERFORM  ROT-LIN2-00
           MOVE     1        TO  IDX-FIL.

       ROT-RFIL-10.
           IF  IDX-FIL   >   10  GO       ROT-RFIL-20.
           MOVE     ZEROS    TO  RCA-AUX  CMA-AUX  DSA-AUX
           MOVE     1        TO  IND-MES.
       ROT-RFIL-15.
           ADD      REC-TFL (IDX-FIL  IND-MES)  TO  RCA-AUX
           ADD      CMV-TFL (IDX-FIL  IND-MES)  TO  CMA-AUX
           ADD      DSP-TFL (IDX-FIL  IND-MES)  TO  DSA-AUX
           IF  IND-MES   <   MES-SEL  ADD  1  TO  IND-MES
                                 GO       ROT-RFIL-15.
           MOVE     REC-TFL (IDX-FIL  MES-SEL)  TO  RCM-AUX
           MOVE     CMV-TFL (IDX-FIL  MES-SEL)  TO  CMM-AUX
           MOVE     DSP-TFL (IDX-FIL  MES-SEL)  TO  DSM-AUX
           COMPUTE  VL1-AUX  =  RCM-AUX  -  CMM-AUX  -  DSM-AUX
           COMPUTE  VL2-AUX  =  RCA-AUX  -  CMA-AUX  -  DSA-AUX
           IF  IDX-FIL   =    1
               ADD      DPR-MES (MES-SEL)  TO  DSM-AUX
               ADD      DPA-AUX  TO  DSA-AUX
               COMPUTE  VL1-AUX  =  VL1-AUX  -  DPR-MES (MES-SEL)
                                 +  BXA-TOT-M
               COMPUTE  VL2-AUX  =  VL2-AUX  -  DPA-AUX
                                 +  BXA-TOT-A.
           IF  RCA-AUX   =    0  AND  CMA-AUX  =  0  AND
               DSA-AUX   =    0  AND  VL2-AUX  =  0
                                 ADD      1  TO  IDX-FIL
                                 GO       ROT-RFIL-10.
           MOVE     IDX-FIL  TO  FIL-DSF
           MOVE     "RECEITA"  TO  TXT-DSF
           MOVE     DES-FIL  TO  DES-DT1
           MOVE     RCM-AUX  TO  VL1-DT1
           MOVE     RCA-AUX  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           MOVE     "(-) CMV"  TO  TXT-DSF
           MOVE     DES-FIL  TO  DES-DT1
           MOVE     CMM-AUX  TO  VL1-DT1
           MOVE     CMA-AUX  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           MOVE     "(-) DESPESAS"  TO  TXT-DSF
           MOVE     DES-FIL  TO  DES-DT1
           MOVE     DSM-AUX  TO  VL1-DT1
           MOVE     DSA-AUX  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           MOVE     "(=) RESULTADO"  TO  TXT-DSF
           MOVE     DES-FIL  TO  DES-DT1
           MOVE     VL1-AUX  TO  VL1-DT1
           MOVE     VL2-AUX  TO  VL2-DT1
           PERFORM  ROT-LINH-00
           ADD      1        TO  IDX-FIL
           GO       ROT-RFIL-10.

       ROT-RFIL-20.
           MOVE     CAB-003  TO  DET-TMP
           PERFORM  ROT-LIN2-00
           MOVE     "(=) RESULTADO CONSOLIDADO"  TO  DES-DT1
           MOVE     RES-MES  TO  VL1-DT1
           MOVE     RES-ANO  TO  VL2-DT1
           PERFORM  ROT-LINH-00.

       ROT-RFIL-30.
           EXIT.

       ROT-LINH-00.
           ADD      1        TO  CHV-TMP  LIN-TMP
           IF  LIN-TMP   >   58  PERFORM  ROT-IMPR-10
       ROT-DGRP-20.
           EXIT.

      ******************************************************
      *    FILIAL DO REGISTRO (sem filial = matriz 01)     *
      ******************************************************
       ROT-FILV-00.
           MOVE     FIL-VND  TO  FIL-AUX
           PERFORM  ROT-FILN-00.

       ROT-FILM-00.
           MOVE     FIL-MVE  TO  FIL-AUX
           PERFORM  ROT-FILN-00.

       ROT-FILD-00.
           MOVE     FIL-LDP  TO  FIL-AUX
           PERFORM  ROT-FILN-00.

       ROT-FILN-00.
           IF  FIL-AUX   NOT  NUMERIC  OR  FIL-AUX  =  0  OR
               FIL-AUX   >   10  MOVE     1  TO  FIL-AUX.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

           MOVE     PRM-OPR  TO  OPR-SPO-P
           CALL     "DYSPLS"  USING  PRM-SPO.

      ******************************************************
      *    TENDENCIA DOS INDICADORES GERENCIAIS            *
      ******************************************************
       ROT-INDI-00.
           PERFORM  ROT-FECH-00
           CALL    "DY1412"  USING  PRM-OPR
           CANCEL  "DY1412"
           PERFORM  ROT-ABRE-00
           DISPLAY  TELA-01      TELA-02
           GO       ROT-PERI-00.

       ROT-FECH-00.
           CLOSE    CADCTR  CADEST  CADVND  CADMVE
                    CADLDP  CADIMB  CADDPR  CADTMP
           DELETE     FILE       CADTMP.

       ROT-ABRE-00.
           OPEN     INPUT    CADCTR   CADEST   CADVND
                             CADMVE   CADLDP   CADIMB   CADDPR
                    OUTPUT   CADTMP
                    READ     CADCTR
           IF  QTD-CTR   <    5  MOVE     5   TO  QTD-CTR.
           IF  QTD-CTR   >    8  MOVE     8   TO  QTD-CTR.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADEST  CADVND  CADMVE
                    CADLDP  CADIMB  CADDPR  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
