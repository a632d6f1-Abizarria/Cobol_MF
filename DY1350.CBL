      *    realizado (CADLDP liquidado menos reembolsos),  *
      *    variacao e % consumido por grupo, com marca     *
      *    *ESTOUROU* no grupo que passou do orcamento.    *
      *    Centro de custo diferente de 00 mantem o        *
      *    orcamento do grupo naquele centro (CADOCC).     *
      *    F4 = centros de custo (DY1351), F5 = regras de  *
      *    rateio (DY1352), F6 = orcado x realizado por    *
      *    centro (DY1353).                                *
      ******************************************************

       ENVIRONMENT     DIVISION.
                       RECORD        KEY     IS  CHV-ORC
                       FILE          STATUS  IS  FST-ORC.

           SELECT      CADOCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCC
                       FILE          STATUS  IS  FST-OCC.

           SELECT      CADCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCU
                       FILE          STATUS  IS  FST-CCU.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC

       COPY  CADCTR.CPY.
       COPY  CADORC.CPY.
       COPY  CADOCC.CPY.
       COPY  CADCCU.CPY.
       COPY  CADLDP.CPY.
       COPY  CADTMP.CPY.

           03  FST-ORC          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-OCC          PIC  X(02).
           03  FST-CCU          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  FLG-NOV          PIC  X(01).

           03  ANO-SEL          PIC  9(04).
           03  GRP-SEL          PIC  9(01).
           03  CCU-SEL          PIC  9(02).
           03  DES-AUX          PIC  X(25).
           03  MES-SEL          PIC  9(02).
           03  POS-AUX          PIC  9(02).
           03  VAL-AUX          PIC  9(08)V99.
       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 07 COLUMN 13 VALUE "Ano ....:".
           03  LINE 07 COLUMN 32 VALUE "Grupo:".
           03  LINE 06 COLUMN 13 VALUE
               "F3=Orcado x Realizado  F4=Centros  F5=Rateios  F6=Por Ce
      -        "ntro".
           03  LINE 07 COLUMN 42 VALUE "Centro:".
           03  LINE 07 COLUMN 54 VALUE "(00=Grupo)".
           03  LINE 18 COLUMN 13 VALUE "Mes (0=Gravar):".
           03  LINE 19 COLUMN 13 VALUE "Valor ........:".

       01  ENTR-01.
           03  ANO-E01 LINE 07 COLUMN 23 PIC 9(04) USING ANO-SEL.
           03  GRP-E01 LINE 07 COLUMN 39 PIC 9(01) USING GRP-SEL.
           03  CCU-E01 LINE 07 COLUMN 50 PIC 9(02) USING CCU-SEL.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  DES-T02 LINE 08 COLUMN 23 PIC X(20) FROM DES-LDP
                       (PRX-AUX).
           03  CCD-T02 LINE 08 COLUMN 50 PIC X(25) FROM DES-AUX.

       01  LIN-T10 BCK-CLR 02 FOR-CLR 15.
           03  LIN-D10 LINE LIN-AUX COLUMN COL-AUX PIC X(18)
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           PERFORM  ROT-ABRE-00
           PERFORM  ROT-DGRP-00  THRU  ROT-DGRP-20.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS (1: 2)  TO  AN4-AN

       ROT-GRUP-00.
           MOVE     AN4-REG  TO  ANO-SEL
           MOVE     ZEROS    TO  GRP-SEL  CCU-SEL
           MOVE     SPACES   TO  DES-AUX
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-GRUP-00.
           IF  TECLADO   =  "03" GO       ROT-IMPR-00.
           IF  TECLADO   =  "04" GO       ROT-CENT-00.
           IF  TECLADO   =  "05" GO       ROT-RATE-00.
           IF  TECLADO   =  "06" GO       ROT-RCEN-00.
           IF  GRP-SEL   <    1  OR   >   QTD-CTR
                                 GO       ROT-GRUP-00.
           MOVE     GRP-SEL  TO  PRX-AUX
           IF  CCU-SEL   NOT  =  ZEROS
                                 GO       ROT-GRUP-10.
           DISPLAY  ENTR-02
           MOVE     ANO-SEL  TO  ANO-ORC
           MOVE     GRP-SEL  TO  GRP-ORC
               MOVE     GRP-SEL  TO  GRP-ORC
               MOVE     1        TO  IND-TAB
               PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20.
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-20
           GO       ROT-EDIT-00.

      ******************************************************
      *    ORCAMENTO DO GRUPO NO CENTRO DE CUSTO (CADOCC)  *
      ******************************************************
       ROT-GRUP-10.
           MOVE     CCU-SEL  TO  CHV-CCU
           READ     CADCCU
           IF  FST-CCU   NOT  =  "00"
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-GRUP-00.
           MOVE     DES-CCU  TO  DES-AUX
           DISPLAY  ENTR-02
           MOVE     ANO-SEL  TO  ANO-OCC
           MOVE     GRP-SEL  TO  GRP-OCC
           MOVE     CCU-SEL  TO  CCU-OCC
           READ     CADOCC
           MOVE     1        TO  IND-TAB
           IF  FST-OCC   =  "00" MOVE     "N"  TO  FLG-NOV
                                 PERFORM  ROT-OCCO-00  THRU  ROT-OCCO-20
           ELSE
               MOVE     "S"      TO  FLG-NOV
               PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20.
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-20.

       ROT-EDIT-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-GRVA-10.
           DISPLAY  TELA-05
           IF  CCU-SEL   NOT  =  ZEROS
                                 GO       ROT-GRVA-20.
           IF  FLG-NOV   =  "S"  WRITE    REG-ORC
               ELSE              REWRITE  REG-ORC.
           GO       ROT-GRUP-00.

       ROT-GRVA-20.
           MOVE     ANO-SEL  TO  ANO-OCC
           MOVE     GRP-SEL  TO  GRP-OCC
           MOVE     CCU-SEL  TO  CCU-OCC
           MOVE     1        TO  IND-TAB
           PERFORM  ROT-ORCO-00  THRU  ROT-ORCO-20
           IF  FLG-NOV   =  "S"  WRITE    REG-OCC
               ELSE              REWRITE  REG-OCC.
           GO       ROT-GRUP-00.

       ROT-ZERA-00.
           MOVE     ZEROS    TO  VAL-ORC (IND-TAB)
           IF  IND-TAB   <   12  ADD  1   TO  IND-TAB
       ROT-ZERA-20.
           EXIT.

      ******************************************************
      *    VALORES MENSAIS CADOCC <-> AREA DE EDICAO       *
      ******************************************************
       ROT-OCCO-00.
           MOVE     VAL-OCC (IND-TAB)  TO  VAL-ORC (IND-TAB)
           IF  IND-TAB   <   12  ADD  1   TO  IND-TAB
                                 GO       ROT-OCCO-00.
       ROT-OCCO-20.
           EXIT.

       ROT-ORCO-00.
           MOVE     VAL-ORC (IND-TAB)  TO  VAL-OCC (IND-TAB)
           IF  IND-TAB   <   12  ADD  1   TO  IND-TAB
                                 GO       ROT-ORCO-00.
       ROT-ORCO-20.
           EXIT.

      ******************************************************
      *    MOSTRA OS 12 MESES EM DUAS COLUNAS              *
      ******************************************************
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    CENTROS, RATEIOS E RELATORIO POR CENTRO         *
      ******************************************************
       ROT-CENT-00.
           PERFORM  ROT-FECH-00
           CALL    "DY1351"  USING  PRM-OPR
           CANCEL  "DY1351"
           GO       ROT-CHAM-90.

       ROT-RATE-00.
           PERFORM  ROT-FECH-00
           CALL    "DY1352"  USING  PRM-OPR
           CANCEL  "DY1352"
           GO       ROT-CHAM-90.

       ROT-RCEN-00.
           PERFORM  ROT-FECH-00
           CALL    "DY1353"  USING  PRM-OPR
           CANCEL  "DY1353".

       ROT-CHAM-90.
           PERFORM  ROT-ABRE-00
           DISPLAY  TELA-01      TELA-02
           GO       ROT-GRUP-00.

       ROT-FECH-00.
           CLOSE    CADCTR  CADORC  CADOCC  CADCCU  CADLDP  CADTMP
           DELETE     FILE       CADTMP.

       ROT-ABRE-00.
           OPEN     INPUT        CADCTR   CADLDP   CADCCU
                    I-O          CADORC   CADOCC
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-ORC   =  "35" OPEN     OUTPUT   CADORC
                                 CLOSE    CADORC
                                 OPEN     I-O      CADORC.
           IF  FST-OCC   =  "35" OPEN     OUTPUT   CADOCC
                                 CLOSE    CADOCC
                                 OPEN     I-O      CADOCC.
           IF  FST-CCU   =  "35" OPEN     OUTPUT   CADCCU
                                 CLOSE    CADCCU
                                 OPEN     INPUT    CADCCU.
           IF  QTD-CTR   <    5  MOVE     5   TO  QTD-CTR.
           IF  QTD-CTR   >    8  MOVE     8   TO  QTD-CTR.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-08.
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADORC  CADOCC  CADCCU  CADLDP  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
