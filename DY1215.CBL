      *    em aberto no contas a pagar CADPAG, com         *
      *    vencimento = data da nota + CPG-FOR dias do     *
      *    fornecedor (DYDSOM). Baixa do titulo em DY1220. *
      *    Titulo em remessa de pagamento (REM-PAG "R")    *
      *    nao acumula: a nota gera titulo novo.           *
      *    Compra de produto com controle de lote informa  *
      *    lote e validade, acumulados em CADLTE (FEFO na  *
      *    venda, relatorio de validade em DY1170).        *
      *    Produto recebido com pendencias de venda em     *
      *    aberto (CADBCK) pode ter a quantidade comprada  *
      *    reservada para elas (CADRSV via DYRESV), da     *
      *    pendencia mais antiga para a mais nova.         *
      *    O credito de ICMS da compra (base e valor em    *
      *    CADLCP) usa a aliquota destacada na nota,       *
      *    sugerida pela aliquota interna do produto.      *
      *    Frete, seguro e outras despesas da nota sao     *
      *    rateados entre os itens no DY1216, depois de    *
      *    lancados todos os itens da nota.                *
      *    Compra com pedido confere pedido x nota x       *
      *    recebido: a quantidade faturada na nota contra  *
      *    o saldo do pedido e o recebido, e o preco       *
      *    unitario da nota contra o combinado (PUN-PED).  *
      *    Diferenca acima da tolerancia TDV-CTR retem o   *
      *    titulo a pagar (BLQ-PAG "D") e grava a          *
      *    divergencia com o valor a reclamar em CADDVG    *
      *    (liberacao e relatorio no DY1239).              *
      *    Filial da compra (CADLCP e local deposito do    *
      *    kardex) informada na entrada, sugerida pelo     *
      *    perfil do operador (DYFILI).                    *
      *    Datas consistidas contra DTI-CTR e o periodo    *
      *    fechado DTF-CTR; operacoes auditadas (DYAUDT).  *
      ******************************************************
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADDVG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVG
                       FILE          STATUS  IS  FST-DVG.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADLTE.CPY.
       COPY  CADBCK.CPY.
       COPY  CADPAG.CPY.
       COPY  CADDVG.CPY.

       WORKING-STORAGE SECTION.

           03  FST-LTE          PIC  X(02).
           03  FST-BCK          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-DVG          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  PED-AUX          PIC  9(06).
           03  QTD-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(07)V99.
           03  ALQ-AUX          PIC  9(02)V99.
           03  CUS-UNI          PIC  9(06)V9999.
           03  CST-ANT          PIC  9(06)V9999.
           03  CTM-ANT          PIC  9(06)V9999.
           03  SDO-ANT          PIC S9(06)V9.
           03  ACH-PED          PIC  9(01).
           03  QTD-PEN          PIC  9(06).
           03  RST-AUX          PIC  9(06).
           03  NEC-AUX          PIC S9(07).
           03  LOT-AUX          PIC  X(06).
           03  QTE-AUX          PIC  9(05).
           03  QEM-AUX          PIC  9(05).
           03  DES-EMB-T        PIC  X(15).
           03  QNF-AUX          PIC  9(06).
           03  QPD-AUX          PIC  9(06).
           03  QAC-AUX          PIC  9(06).
           03  PNF-AUX          PIC  9(06)V9999.
           03  PAC-AUX          PIC  9(06)V9999.
           03  LIM-AUX          PIC  9(07)V9999.
           03  VDF-AUX          PIC S9(07)V99.
           03  TIP-DVA          PIC  X(03).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
           03  RSL-DUT          PIC  9(06).


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
           03  PRG-SPL          PIC  9(02)  VALUE  65.
           03  FOR-DTL          PIC  9(01)  VALUE  7.
           03  FLG-DTL          PIC  9(01).

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

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Produto ....:".
           03  LINE 11 COLUMN 13 VALUE "Data .......:".
           03  LINE 11 COLUMN 40 VALUE "Filial:".
           03  LINE 12 COLUMN 13 VALUE "Fornecedor .:".
           03  LINE 13 COLUMN 13 VALUE "Nota Fiscal :".
           03  LINE 14 COLUMN 13 VALUE "Pedido .....:".
           03  LINE 15 COLUMN 13 VALUE "Quantidade .:".
           03  LINE 15 COLUMN 40 VALUE "Embal:".
           03  LINE 16 COLUMN 13 VALUE "Valor Total :".
           03  LINE 16 COLUMN 42 VALUE "ICMS %:".
           03  LINE 17 COLUMN 13 VALUE "Lote .......:".
           03  LINE 17 COLUMN 36 VALUE "Valid:".
           03  LINE 18 COLUMN 13 VALUE "Qtde na Nota:".
           03  LINE 18 COLUMN 40 VALUE "(So com Pedido)".

       01  ENTR-01.
           03  PRX-E01 LINE 09 COLUMN 28 PIC 9(02) USING PRX-EST.
                                                        DES-EMB-T.
           03  VAL-T02 LINE 16 COLUMN 28 PIC Z.ZZZ.ZZ9,99
                                                        FROM VAL-AUX.
           03  ALQ-T02 LINE 16 COLUMN 50 PIC Z9,99      FROM ALQ-AUX.
           03  LOT-T02 LINE 17 COLUMN 28 PIC X(06)      FROM LOT-AUX.
           03  QNF-T02 LINE 18 COLUMN 28 PIC ZZZZZ9     FROM QNF-AUX.
           03  FIL-T02 LINE 11 COLUMN 48 PIC 99         FROM FIL-FLI.

       01  ENTR-03.
           03  FOR-E03 LINE 12 COLUMN 28 PIC 9(04) USING FOR-AUX.
       01  ENTR-07.
           03  VAL-E07 LINE 16 COLUMN 28 PIC 9(07)V99 USING VAL-AUX.

       01  ENTR-11.
           03  ALQ-E11 LINE 16 COLUMN 50 PIC 9(02)V99 USING ALQ-AUX.

       01  ENTR-09.
           03  LOT-E09 LINE 17 COLUMN 28 PIC X(06) USING LOT-AUX.

       01  ENTR-12.
           03  QNF-E12 LINE 18 COLUMN 28 PIC 9(06) USING QNF-AUX.

       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
           03  LINE 24 COLUMN 13 VALUE "Registro em uso por:".
           03  HLD-TLK LINE 24 COLUMN 34 PIC X(10) FROM HLD-LKP.
           03  LINE 22 COLUMN 13 VALUE
               "                                                  ".

       01  TELA-DVG BCK-CLR 04 FOR-CLR 14.
           03  LINE 21 COLUMN 13 VALUE "Divergencia (".
           03  TIP-TDV LINE 21 COLUMN 26 PIC X(03)  FROM TIP-DVA.
           03  LINE 21 COLUMN 29 VALUE ") - Titulo RETIDO  Reclamar:".
           03  VDF-TDV LINE 21 COLUMN 57 PIC Z.ZZZ.ZZ9,99
                                                    FROM VDF-AUX.

       01  TELA-DVZ BCK-CLR 00 FOR-CLR 00.
           03  LINE 21 COLUMN 13 VALUE
               "                            ".
           03  LINE 21 COLUMN 41 VALUE
               "                            ".

       01  TELA-RSV BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               " Reservar p/ Pendencia ? [ ]   ".

       01  ENTR-08  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 19 COLUMN 39 PIC X(01) USING RSP-OPC.

           OPEN     INPUT        CADCTR   CADFOR   CADBCK
                                 CADEMB
                    I-O          CADEST   CADPED   CADLCP
                                 CADLTE   CADPAG   CADDVG
                    READ         CADCTR
           IF  FST-LTE   =  "35" OPEN     OUTPUT   CADLTE
                                 CLOSE    CADLTE
           IF  FST-PAG   =  "35" OPEN     OUTPUT   CADPAG
                                 CLOSE    CADPAG
                                 OPEN     I-O      CADPAG.
           IF  FST-DVG   =  "35" OPEN     OUTPUT   CADDVG
                                 CLOSE    CADDVG
                                 OPEN     I-O      CADDVG.
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    FILIAL DA COMPRA (sugerida pelo perfil)         *
      ******************************************************
       ROT-FILI-00.
           MOVE     "E"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     11       TO  LIN-FLI
           MOVE     48       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-00.

       ROT-PROD-00.
           DISPLAY  TELA-PNZ     TELA-DVZ
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00
                                      MOVE  SPACES  TO  ARQ-LKP.
           MOVE     ZEROS    TO  CHV-EST  FOR-AUX  NTF-AUX
                                 PED-AUX  QTD-AUX  VAL-AUX
                                 SDO-EST  CST-EST  DTA-DTL
                                 QEM-AUX  ALQ-AUX  QNF-AUX
                                 VDF-AUX
           MOVE     SPACES   TO  DES-EST  RAZ-FOR  LOT-AUX
                                 DES-EMB-T         TIP-DVA
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
                                 PERFORM  ROT-LCKW-00
                                 MOVE  SPACES  TO  ARQ-LKP
                                 GO       ROT-PROD-00.
           MOVE     ICM-EST  TO  ALQ-AUX
           DISPLAY  ENTR-02.

       ROT-DATA-00.
                                 GO       ROT-VALR-00.
           IF  VAL-AUX   =    0  GO       ROT-VALR-00.

       ROT-ALIQ-00.
           ACCEPT   ENTR-11      DISPLAY  ALQ-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-VALR-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ALIQ-00.

       ROT-LOTE-00.
           ACCEPT   ENTR-09      DISPLAY  LOT-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ALIQ-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-LOTE-00.
           IF  LOT-AUX   =   SPACES
           IF  FLG-DTL   =    0  GO       ROT-LOTE-00.

       ROT-LOTE-20.
           MOVE     ZEROS    TO  VDF-AUX
           MOVE     SPACES   TO  TIP-DVA
           DISPLAY  TELA-DVZ
           IF  PED-AUX   =    0  GO       ROT-LOTE-30.
           MOVE     QTD-AUX  TO  QNF-AUX.

       ROT-QTNF-00.
           ACCEPT   ENTR-12      DISPLAY  QNF-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-LOTE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-QTNF-00.
           IF  QNF-AUX   =    0  GO       ROT-QTNF-00.
           PERFORM  ROT-DVRG-00  THRU  ROT-DVRG-EXIT.

       ROT-LOTE-30.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     NTF-AUX  TO  NTF-LCP
           MOVE     QTD-AUX  TO  QTD-LCP
           MOVE     VAL-AUX  TO  VAL-LCP
           MOVE     FOR-AUX  TO  FOR-LCP
           MOVE     ZEROS    TO  BCI-LCP  ICM-LCP  RAT-LCP
           MOVE     ALQ-AUX  TO  ALQ-LCP
           IF  ALQ-AUX   NOT  =  ZEROS
               MOVE     VAL-AUX  TO  BCI-LCP
               COMPUTE  ICM-LCP  ROUNDED  =
                        VAL-AUX  *  ALQ-AUX  /  100.

       ROT-GRVA-20.
           MOVE     FIL-FLI  TO  FIL-LCP
           WRITE    REG-LCP
           IF  FST-LCP   =  "22" ADD      1  TO  SEQ-LCP
                                 GO       ROT-GRVA-20.
           MOVE     QTD-AUX  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     DEP-FLI  TO  LOC-PRM
           MOVE     LOT-AUX  TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE
           IF  LOT-AUX   NOT  =  SPACES
                                 PERFORM  ROT-RPED-00  THRU
                                          ROT-RPED-10.
           PERFORM  ROT-TPAG-00  THRU  ROT-TPAG-40
           IF  TIP-DVA   NOT  =  SPACES
                                 PERFORM  ROT-GDVG-00  THRU
                                          ROT-GDVG-EXIT.
           PERFORM  ROT-PEND-00  THRU  ROT-PEND-30
           GO       ROT-PROD-00.


      ******************************************************
      *    AVISA SE O PRODUTO RECEBIDO TEM PENDENCIAS DE   *
      *    VENDA EM ABERTO (CADBCK, atendimento DY1168) e  *
      *    reserva a compra para elas, se confirmado: a    *
      *    mais antiga primeiro, ate o que ainda falta     *
      *    reservar de cada uma.                           *
      ******************************************************
       ROT-PEND-00.
           MOVE     ZEROS    TO  QTD-PEN
           GO       ROT-PEND-10.

       ROT-PEND-20.
           IF  QTD-PEN   =   ZEROS  GO       ROT-PEND-30.
           DISPLAY  TELA-PEN     TELA-RSV.

       ROT-PEND-22.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     "N"  TO  RSP-OPC.
           IF  RSP-OPC  NOT  =   "S"  AND  NOT  =  "N"
                                 GO       ROT-PEND-22.
           DISPLAY  TELA-05
           IF  RSP-OPC   =  "N"  GO       ROT-PEND-30.
           MOVE     QTD-AUX  TO  RST-AUX
           MOVE     PRX-EST  TO  PRX-BCK
           MOVE     SUF-EST  TO  SUF-BCK
           MOVE     ZEROS    TO  SEQ-BCK.

       ROT-PEND-25.
           IF  RST-AUX   =    0  GO       ROT-PEND-30.
           START    CADBCK       KEY  >   CHV-BCK
           IF  FST-BCK   =  "23" GO       ROT-PEND-30.
           READ     CADBCK  NEXT
           IF  FST-BCK   =  "10" GO       ROT-PEND-30.
           IF  PRX-BCK   NOT  =  PRX-EST  OR
               SUF-BCK   NOT  =  SUF-EST  GO  ROT-PEND-30.
           IF  SIT-BCK   NOT  =  "A"      GO  ROT-PEND-25.
           MOVE     "C"      TO  OPC-RES
           MOVE     PRX-BCK  TO  PRX-RES
           MOVE     SUF-BCK  TO  SUF-RES
           MOVE     "B"      TO  ORI-RES
           MOVE     SEQ-BCK  TO  DOC-RES
           MOVE     ZEROS    TO  ITM-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  NEC-AUX  =   QTD-BCK  -  SDO-RES
           IF  NEC-AUX   <    1  GO       ROT-PEND-25.
           IF  NEC-AUX   >       RST-AUX
                                 MOVE     RST-AUX  TO  NEC-AUX.
           SUBTRACT NEC-AUX  FROM  RST-AUX
           MOVE     "G"      TO  OPC-RES
           MOVE     CLI-BCK  TO  CLI-RES
           COMPUTE  QTD-RES  =   SDO-RES  +  NEC-AUX
           MOVE     DTA-DTA  TO  DTA-RES
           MOVE     ZEROS    TO  VLD-RES
           MOVE     PRM-OPR  TO  OPR-RES
           CALL     "DYRESV"     USING    PRM-RES
           GO       ROT-PEND-25.

       ROT-PEND-30.
           EXIT.
           IF  FST-PAG   =  "10" GO       ROT-TPAG-20.
           IF  FOR-PAG  NOT   =  FOR-AUX  GO  ROT-TPAG-20.
           IF  NTF-PAG   =       NTF-AUX  AND
               SIT-PAG   =       "A"      AND
               REM-PAG   NOT  =  "R"
               MOVE     REG-PAG (1: 50)  TO  ANT-AUX
               ADD      VAL-AUX  TO  VAL-PAG
               MOVE     PRM-OPR  TO  OPR-PAG
           MOVE     VAL-AUX  TO  VAL-PAG
           MOVE     "A"      TO  SIT-PAG
           MOVE     ZEROS    TO  DTB-PAG  BCO-PAG
           MOVE     SPACES   TO  REM-PAG  CDB-PAG  BLQ-PAG
           MOVE     PRM-OPR  TO  OPR-PAG.

       ROT-TPAG-30.
       ROT-TPAG-40.
           EXIT.

      ******************************************************
      *    CONFERENCIA PEDIDO x NOTA x RECEBIDO: TIP-DVA   *
      *    recebe "P" (preco da nota acima do combinado),  *
      *    "Q" (nota acima do saldo do pedido) e "R" (nota *
      *    acima do recebido) quando a diferenca passa da  *
      *    tolerancia TDV-CTR. VDF-AUX = valor da nota     *
      *    menos a menor quantidade entre nota, saldo e    *
      *    recebido ao menor preco entre nota e pedido.    *
      ******************************************************
       ROT-DVRG-00.
           MOVE     ZEROS    TO  VDF-AUX  QPD-AUX
           MOVE     SPACES   TO  TIP-DVA
           PERFORM  ROT-LPED-00  THRU  ROT-LPED-30
           IF  ACH-PED   =    0  GO       ROT-DVRG-EXIT.
           IF  QTR-PED   <       QTD-PED
               COMPUTE  QPD-AUX  =   QTD-PED  -  QTR-PED.
           COMPUTE  PNF-AUX  ROUNDED  =  VAL-AUX  /  QNF-AUX
           MOVE     PNF-AUX  TO  PAC-AUX
           COMPUTE  LIM-AUX  =   PUN-PED  *  (100  +  TDV-CTR)  /  100
           IF  PUN-PED   >   ZEROS  AND  PNF-AUX  >  LIM-AUX
                                 MOVE  "P"  TO  TIP-DVA (1: 1).
           IF  PUN-PED   >   ZEROS  AND  PNF-AUX  >  PUN-PED
                                 MOVE  PUN-PED  TO  PAC-AUX.
           COMPUTE  LIM-AUX  =   QPD-AUX  *  (100  +  TDV-CTR)  /  100
           IF  QNF-AUX   >       LIM-AUX
                                 MOVE  "Q"  TO  TIP-DVA (2: 1).
           COMPUTE  LIM-AUX  =   QTD-AUX  *  (100  +  TDV-CTR)  /  100
           IF  QNF-AUX   >       LIM-AUX
                                 MOVE  "R"  TO  TIP-DVA (3: 1).
           IF  TIP-DVA   =       SPACES   GO  ROT-DVRG-EXIT.
           MOVE     QNF-AUX  TO  QAC-AUX
           IF  QPD-AUX   <       QAC-AUX  MOVE  QPD-AUX  TO  QAC-AUX.
           IF  QTD-AUX   <       QAC-AUX  MOVE  QTD-AUX  TO  QAC-AUX.
           COMPUTE  VDF-AUX  =   VAL-AUX  -  QAC-AUX  *  PAC-AUX
           IF  VDF-AUX   <       ZEROS    MOVE  ZEROS  TO  VDF-AUX.
           DISPLAY  TELA-DVG.

       ROT-DVRG-EXIT.
           EXIT.

      ******************************************************
      *    RETEM O TITULO DA NOTA (BLQ-PAG "D") E GRAVA A  *
      *    DIVERGENCIA DO ITEM EM CADDVG (proxima SEQ da   *
      *    nota do fornecedor).                            *
      ******************************************************
       ROT-GDVG-00.
           MOVE     REG-PAG (1: 50)  TO  ANT-AUX
           MOVE     "D"      TO  BLQ-PAG
           REWRITE  REG-PAG
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     "TITULO RETIDO POR DIVERGENCIA NO RECEBIMENTO"
                              TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     FOR-AUX  TO  FOR-DVG
           MOVE     NTF-AUX  TO  NTF-DVG
           MOVE     999      TO  SEQ-DVG
           START    CADDVG       KEY  NOT  >  CHV-DVG
           IF  FST-DVG   =  "23" MOVE     1  TO  SEQ-DVG
                                 GO       ROT-GDVG-10.
           READ     CADDVG       PREVIOUS
           IF  FST-DVG   NOT  =  "00"  OR
               FOR-DVG   NOT  =  FOR-AUX  OR
               NTF-DVG   NOT  =  NTF-AUX
                                 MOVE     FOR-AUX  TO  FOR-DVG
                                 MOVE     NTF-AUX  TO  NTF-DVG
                                 MOVE     1        TO  SEQ-DVG
           ELSE
                                 ADD      1        TO  SEQ-DVG.

       ROT-GDVG-10.
           MOVE     DTA-DTA  TO  DTA-DVG
           MOVE     PED-AUX  TO  PED-DVG
           MOVE     ITM-PED  TO  ITM-DVG
           MOVE     PRX-EST  TO  PRX-DVG
           MOVE     SUF-EST  TO  SUF-DVG
           MOVE     QPD-AUX  TO  QPD-DVG
           MOVE     QTD-AUX  TO  QRC-DVG
           MOVE     QNF-AUX  TO  QNF-DVG
           MOVE     PUN-PED  TO  PUP-DVG
           MOVE     PNF-AUX  TO  PUN-DVG
           MOVE     VAL-AUX  TO  VAL-DVG
           MOVE     VDF-AUX  TO  VDF-DVG
           MOVE     TIP-DVA  TO  TIP-DVG
           MOVE     SEQ-PAG  TO  SPG-DVG
           MOVE     "R"      TO  SIT-DVG
           MOVE     ZEROS    TO  DTL-DVG
           MOVE     SPACES   TO  OPL-DVG
           MOVE     PRM-OPR  TO  OPR-DVG.

       ROT-GDVG-20.
           WRITE    REG-DVG
           IF  FST-DVG   =  "22" ADD      1  TO  SEQ-DVG
                                 GO       ROT-GDVG-20.
           MOVE     "CADDVG"  TO  ARQ-PRM
           MOVE     CHV-DVG   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-DVG (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-GDVG-EXIT.
           EXIT.

       ROT-APAG-00.
           MOVE     "CADPAG"  TO  ARQ-PRM
           MOVE     CHV-PAG   TO  CHR-PRM
           IF  ARQ-LKP   =  "CADEST"  PERFORM  ROT-LCKU-00.
           CLOSE    CADCTR  CADEST  CADFOR  CADEMB
                    CADPED  CADLCP  CADLTE  CADBCK
                    CADPAG  CADDVG  GOBACK.
