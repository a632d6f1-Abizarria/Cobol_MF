      *    rodada, pulando todo lancamento que ja exista   *
      *    (mesmo grupo, mes/ano e historico) e imprimindo *
      *    a lista de confirmacao do que foi gerado.       *
      *    Filial dos lancamentos gerados informada na     *
      *    entrada, sugerida pelo perfil do operador       *
      *    (DYFILI).                                       *
      *    Cada modelo leva um centro de custo (CADCCU) ou *
      *    uma regra de rateio (CADRAT), um ou outro;      *
      *    ambos zerados = sem centro. Os lancamentos      *
      *    gerados herdam o centro/regra do modelo.        *
      *    Respeita o periodo fechado (DTF-CTR) e audita   *
      *    as gravacoes.                                   *
      ******************************************************
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCU
                       FILE          STATUS  IS  FST-CCU.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FST-RAT.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADCTR.CPY.
       COPY  CADRDP.CPY.
       COPY  CADLDP.CPY.
       COPY  CADCCU.CPY.
       COPY  CADRAT.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-RDP          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  FST-CCU          PIC  X(02).
           03  FST-RAT          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FILLER           PIC  X(16)  VALUE  "  JA EXISTIAM .:".
           03  EXI-TT1          PIC  ZZ9.

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
           03  PRG-SPL          PIC  9(02)  VALUE  27.
       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Sequencia ..:".
           03  LINE 09 COLUMN 32 VALUE "(0=Incluir, F4=Gerar Mes)".
           03  LINE 09 COLUMN 60 VALUE "Filial:".
           03  LINE 11 COLUMN 13 VALUE "Grupo ......:".
           03  LINE 12 COLUMN 13 VALUE "Dia Vencto .:".
           03  LINE 13 COLUMN 13 VALUE "Valor ......:".
           03  LINE 14 COLUMN 13 VALUE "Historico ..:".
           03  LINE 15 COLUMN 13 VALUE "Situacao ...:".
           03  LINE 15 COLUMN 35 VALUE "(A=Ativo I=Inativo)".
           03  LINE 16 COLUMN 13 VALUE "C.Custo ....:".
           03  LINE 16 COLUMN 33 VALUE "Rateio:".
           03  LINE 16 COLUMN 46 VALUE "(um ou outro)".
           03  LINE 17 COLUMN 13 VALUE "F6 = Excluir Modelo".

       01  ENTR-01.
                                               FROM  VAL-RDP.
           03  HST-T02 LINE 14 COLUMN 28 PIC X(30) FROM  HST-RDP.
           03  SIT-T02 LINE 15 COLUMN 28 PIC X(01) FROM  SIT-RDP.
           03  FIL-T02 LINE 09 COLUMN 68 PIC 99    FROM  FIL-FLI.
           03  CCU-T02 LINE 16 COLUMN 28 PIC 9(02) FROM  CCU-RDP.
           03  RAT-T02 LINE 16 COLUMN 41 PIC 9(03) FROM  RAT-RDP.

       01  ENTR-03.
           03  GRP-E03 LINE 11 COLUMN 28 PIC 9(01)    USING GRP-RDP.
           03  VAL-E03 LINE 13 COLUMN 28 PIC 9(07)V99 USING VAL-RDP.
           03  HST-E03 LINE 14 COLUMN 28 PIC X(30)    USING HST-RDP.
           03  SIT-E03 LINE 15 COLUMN 28 PIC X(01)    USING SIT-RDP.
           03  CCU-E03 LINE 16 COLUMN 28 PIC 9(02)    USING CCU-RDP.
           03  RAT-E03 LINE 16 COLUMN 41 PIC 9(03)    USING RAT-RDP.

       01  TELA-03 BCK-CLR 02 FOR-CLR 14.
           03  LINE 19 COLUMN 13 VALUE "Gerar p/ Mes/Ano:".
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR
                                 CADCCU   CADRAT
                    I-O          CADRDP   CADLDP
                    OUTPUT       CADTMP
                    READ         CADCTR
           IF  FST-RDP   =  "35" OPEN     OUTPUT   CADRDP
                                 CLOSE    CADRDP
                                 OPEN     I-O      CADRDP.
           IF  FST-CCU   =  "35" OPEN     OUTPUT   CADCCU
                                 CLOSE    CADCCU
                                 OPEN     INPUT    CADCCU.
           IF  FST-RAT   =  "35" OPEN     OUTPUT   CADRAT
                                 CLOSE    CADRAT
                                 OPEN     INPUT    CADRAT.
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    FILIAL DOS LANCAMENTOS (sugerida pelo perfil)   *
      ******************************************************
       ROT-FILI-00.
           MOVE     "E"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     09       TO  LIN-FLI
           MOVE     68       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-00.

      ******************************************************
      *    MANUTENCAO DOS MODELOS                          *
      ******************************************************
       ROT-SEQE-00.
           MOVE     ZEROS    TO  SEQ-AUX  GRP-RDP  DIA-RDP  VAL-RDP
                                 CCU-RDP  RAT-RDP
           MOVE     SPACES   TO  HST-RDP  SIT-RDP
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           IF  FST-RDP   NOT  =  "00"
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-SEQE-00.
           IF  CCU-RDP   NOT  NUMERIC  MOVE  ZEROS  TO  CCU-RDP.
           IF  RAT-RDP   NOT  NUMERIC  MOVE  ZEROS  TO  RAT-RDP.
           DISPLAY  ENTR-02.

       ROT-ALTE-00.

       ROT-INCL-05.
           MOVE     ZEROS    TO  GRP-RDP  DIA-RDP  VAL-RDP
                                 CCU-RDP  RAT-RDP
           MOVE     SPACES   TO  HST-RDP
           MOVE     "A"      TO  SIT-RDP
           DISPLAY  ENTR-02.
                                 MOVE  "N"  TO  RSP-OPC.
           IF  SIT-RDP  NOT  =   "A"  AND  NOT  =  "I"
                                 MOVE  "N"  TO  RSP-OPC.
           IF  CCU-RDP   NOT  =  ZEROS  AND  RAT-RDP  NOT  =  ZEROS
                                 MOVE  "N"  TO  RSP-OPC.
           IF  RSP-OPC   =  "N"  GO       ROT-VALI-EXIT.
           IF  CCU-RDP   =   ZEROS  GO    ROT-VALI-10.
           MOVE     CCU-RDP  TO  CHV-CCU
           READ     CADCCU
           IF  FST-CCU   NOT  =  "00"  OR  SIT-CCU  NOT  =  "A"
                                 MOVE  "N"  TO  RSP-OPC.

       ROT-VALI-10.
           IF  RAT-RDP   =   ZEROS  GO    ROT-VALI-EXIT.
           MOVE     RAT-RDP  TO  COD-RAT
           MOVE     ZEROS    TO  VIG-RAT
           START    CADRAT       KEY  NOT  <  CHV-RAT
           IF  FST-RAT   NOT  =  "00"
                                 MOVE  "N"  TO  RSP-OPC
                                 GO       ROT-VALI-EXIT.
           READ     CADRAT  NEXT
           IF  FST-RAT   NOT  =  "00"  OR  COD-RAT  NOT  =  RAT-RDP
                                 MOVE  "N"  TO  RSP-OPC.
       ROT-VALI-EXIT.
           EXIT.

           READ     CADRDP  NEXT
           IF  FST-RDP   =  "10" GO       ROT-GERA-90.
           IF  SIT-RDP   NOT  =  "A"  GO  ROT-GERA-10.
           IF  CCU-RDP   NOT  NUMERIC  MOVE  ZEROS  TO  CCU-RDP.
           IF  RAT-RDP   NOT  NUMERIC  MOVE  ZEROS  TO  RAT-RDP.
           PERFORM  ROT-EXIS-00  THRU  ROT-EXIS-30
           IF  FLG-ACH   =  "S"  ADD      1  TO  ACM-EXI
                                 MOVE  "JA EXISTIA"  TO  SIT-DT1
                                 MOVE  "A"  TO  FLG-LDP.
           MOVE     VAL-RDP  TO  VAL-LDP
           MOVE     HST-RDP  TO  HST-LDP
           MOVE     SPACES   TO  APR-LDP  MTV-LDP
           MOVE     CCU-RDP  TO  CCU-LDP
           MOVE     RAT-RDP  TO  RAT-LDP.

       ROT-LDPG-15.
           MOVE     FIL-FLI  TO  FIL-LDP
           WRITE    REG-LDP
           IF  FST-LDP   =  "22" ADD      1  TO  SEQ-LDP
                                 GO       ROT-LDPG-15.
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADRDP  CADLDP  CADTMP  CADCCU  CADRAT
           DELETE   FILE    CADTMP  GOBACK.
