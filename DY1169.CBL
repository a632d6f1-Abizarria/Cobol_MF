      *      limite de credito via DYLIMC, saldo de        *
      *      estoque conferido ANTES de gravar qualquer    *
      *      item, baixa e kardex via DYMOVE, auditoria),  *
      *      e F6 = cancelar; orcamento de cliente         *
      *      cadastrado pode sair convertido com entrega a *
      *      domicilio (DYENTG: data pedida, janela de     *
      *      horario e valor a cobrar; rota no DY1181);    *
      *    - F3 = relacao dos orcamentos abertos, que      *
      *      marca "X" automaticamente os vencidos         *
      *      (VLD-ORV anterior a hoje).                    *
      *    Na inclusao o orcamento pode reservar o saldo   *
      *    disponivel dos itens (CADRSV via DYRESV), ate a *
      *    validade; a conversao confere o saldo menos o   *
      *    reservado para terceiros, e conversao,          *
      *    cancelamento e expiracao liberam a reserva.     *
      *    Item kit (CADCMP) confere os kits disponiveis e *
      *    na conversao baixa kits montados e componentes  *
      *    via DYKITM.                                     *
      *    Filial do lancamento e do local do kardex =     *
      *    a do operador (DYFILI).                         *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  QTD-MOV          PIC S9(06)V9.
           03  ACM-QTD          PIC  9(05).
           03  ACM-VAL          PIC S9(09)V99.
           03  DSP-AUX          PIC S9(07)V9.
           03  HRI-AUX          PIC  9(04).
           03  HRF-AUX          PIC  9(04).
           03  VCB-AUX          PIC  9(07)V99.
           03  D8-ETG           PIC  9(08).

           03  DTA-EXB.
               05  ANO-EXB      PIC  9(02).
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

       01  PRM-KIT.
           03  OPC-KIT          PIC  X(01).
           03  PRX-KIT          PIC  9(02).
           03  SUF-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(06).
           03  DTA-KIT          PIC  9(06).
           03  TIP-KIT          PIC  X(01).
           03  LOC-KIT          PIC  9(02).
           03  OPR-KIT          PIC  X(10).
           03  FLG-KIT          PIC  9(01).
           03  CUS-KIT          PIC  9(07)V9999.
           03  DSP-KIT          PIC S9(07).
           03  MNT-KIT          PIC  9(06).

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

       01  PRM-ETG.
           03  ORI-ETG          PIC  X(01).
           03  DOC-ETG          PIC  9(06).
           03  DTA-ETG          PIC  9(06).
           03  CLI-ETG          PIC  9(06).
           03  DTS-ETG          PIC  9(06).
           03  HRI-ETG          PIC  9(04).
           03  HRF-ETG          PIC  9(04).
           03  VCB-ETG          PIC  9(07)V99.
           03  OPR-ETG          PIC  X(10).
           03  RSP-ETG          PIC  9(01).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           03  FILLER           PIC  X(10)  VALUE  "  VALOR .:".
           03  VAL-TT2          PIC  ---.---.--9,99.

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
           03  PRG-SPL          PIC  9(02)  VALUE  77.
           03  FOR-VLD          PIC  9(01)  VALUE  7.
           03  FLG-VLD          PIC  9(01).

       01  PRM-DTE.
           03  DTA-DTE          PIC  9(06).
           03  LIN-DTE          PIC  9(02)  VALUE  22.
           03  COL-DTE          PIC  9(02)  VALUE  28.
           03  BCK-DTE          PIC  9(01)  VALUE  2.
           03  FOR-DTE          PIC  9(01)  VALUE  7.
           03  FLG-DTE          PIC  9(01).

       01  PRM-NOM.
           03  COD-NOM          PIC  9(06).
           03  CLI-NOM          PIC  X(40).
           03  LINE 21 COLUMN 13 VALUE
               "                               ".

       01  TELA-09  BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "  Reservar os Estoques ? [ ]   ".

      ******************************************************
      *    ENTREGA A DOMICILIO (linhas 21 e 22)            *
      ******************************************************
       01  TELA-ETQ BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "   Entrega a Domicilio ?  [ ]  ".

       01  ENTR-ETQ BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 40 PIC X(01) USING RSP-OPC.

       01  TELA-ETG BCK-CLR 02 FOR-CLR 14.
           03  LINE 22 COLUMN 13 VALUE "Entrega ....:".
           03  LINE 22 COLUMN 37 VALUE "das".
           03  LINE 22 COLUMN 46 VALUE "as".
           03  LINE 22 COLUMN 54 VALUE "Cobrar:".

       01  ENTR-ETD BCK-CLR 02 FOR-CLR 15.
           03  HRI-TED LINE 22 COLUMN 41 PIC 9(04)      FROM HRI-AUX.
           03  HRF-TED LINE 22 COLUMN 49 PIC 9(04)      FROM HRF-AUX.
           03  VCB-TED LINE 22 COLUMN 62 PIC Z.ZZZ.ZZ9,99
                                                        FROM VCB-AUX.

       01  ENTR-ETH.
           03  HRI-EEH LINE 22 COLUMN 41 PIC 9(04)    USING HRI-AUX.
           03  HRF-EEH LINE 22 COLUMN 49 PIC 9(04)    USING HRF-AUX.

       01  ENTR-ETV.
           03  VCB-EEV LINE 22 COLUMN 62 PIC 9(07)V99 USING VCB-AUX.

       01  TELA-ETZ BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                               ".
           03  LINE 22 COLUMN 13 VALUE
               "                              ".
           03  LINE 22 COLUMN 43 VALUE
               "                               ".

       01  TELA-07 BCK-CLR 01 FOR-CLR 15.
           03  LINE 23 COLUMN 13 VALUE "Paginas Montadas ..:".
           03  PAG-T07 LINE 23 COLUMN 34 PIC ZZ9 FROM PAG-CB1.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR
                    I-O          CADEST   CADORV   CADOVI   CADVND
           MOVE     ITM-AUX  TO  QTD-ORV
           MOVE     "A"      TO  SIT-ORV
           MOVE     PRM-OPR  TO  OPR-ORV
           MOVE     SPACES   TO  PDW-ORV
           WRITE    REG-ORV
           MOVE     "CADORV"  TO  ARQ-PRM
           MOVE     NUM-ORV   TO  CHR-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-EXBE-00
           DISPLAY  ENTR-02
           PERFORM  ROT-RESV-00  THRU  ROT-RESV-30
           PERFORM  ROT-IMPO-00  THRU  ROT-IMPO-90
           GO       ROT-IMPR-60.

      ******************************************************
      *    RESERVA DO SALDO DISPONIVEL DOS ITENS (saldo    *
      *    menos o ja reservado para outros documentos)    *
      ******************************************************
       ROT-RESV-00.
           DISPLAY  TELA-09.

       ROT-RESV-05.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     "N"  TO  RSP-OPC.
           IF  RSP-OPC  NOT  =   "S"  AND  NOT  =  "N"
                                 GO       ROT-RESV-05.
           DISPLAY  TELA-05
           IF  RSP-OPC   =  "N"  GO       ROT-RESV-30.
           MOVE     NUM-ORV  TO  NUM-OVI
           MOVE     ZEROS    TO  ITM-OVI.

       ROT-RESV-10.
           START    CADOVI       KEY  >   CHV-OVI
           IF  FST-OVI   =  "23" GO       ROT-RESV-30.
           READ     CADOVI  NEXT
           IF  FST-OVI   =  "10" GO       ROT-RESV-30.
           IF  NUM-OVI  NOT   =  NUM-ORV  GO  ROT-RESV-30.
           MOVE     PRX-OVI  TO  PRX-EST  PRX-RES
           MOVE     SUF-OVI  TO  SUF-EST  SUF-RES
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  GO  ROT-RESV-10.
           PERFORM  ROT-KITC-00
           MOVE     "S"      TO  OPC-RES
           MOVE     SPACES   TO  ORI-RES
           MOVE     ZEROS    TO  DOC-RES  ITM-RES
           MOVE     DTA-SYS  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  DSP-AUX  =   SDO-EST  -  SDO-RES
           IF  DSP-AUX   <    1  GO       ROT-RESV-10.
           MOVE     "G"      TO  OPC-RES
           MOVE     "O"      TO  ORI-RES
           MOVE     NUM-OVI  TO  DOC-RES
           MOVE     ITM-OVI  TO  ITM-RES
           MOVE     CLI-ORV  TO  CLI-RES
           MOVE     QTD-OVI  TO  QTD-RES
           IF  QTD-RES   >       DSP-AUX
                                 MOVE     DSP-AUX  TO  QTD-RES.
           MOVE     VLD-ORV  TO  VLD-RES
           MOVE     PRM-OPR  TO  OPR-RES
           CALL     "DYRESV"     USING    PRM-RES
           GO       ROT-RESV-10.

       ROT-RESV-30.
           EXIT.

      ******************************************************
      *    LIBERA AS RESERVAS DOS ITENS DO ORCAMENTO       *
      ******************************************************
       ROT-LRSV-00.
           MOVE     NUM-ORV  TO  NUM-OVI
           MOVE     ZEROS    TO  ITM-OVI.

       ROT-LRSV-10.
           START    CADOVI       KEY  >   CHV-OVI
           IF  FST-OVI   =  "23" GO       ROT-LRSV-30.
           READ     CADOVI  NEXT
           IF  FST-OVI   =  "10" GO       ROT-LRSV-30.
           IF  NUM-OVI  NOT   =  NUM-ORV  GO  ROT-LRSV-30.
           MOVE     "L"      TO  OPC-RES
           MOVE     PRX-OVI  TO  PRX-RES
           MOVE     SUF-OVI  TO  SUF-RES
           MOVE     "O"      TO  ORI-RES
           MOVE     NUM-OVI  TO  DOC-RES
           MOVE     ITM-OVI  TO  ITM-RES
           CALL     "DYRESV"     USING    PRM-RES
           GO       ROT-LRSV-10.

       ROT-LRSV-30.
           EXIT.

      ******************************************************
      *    CONVERSAO EM VENDA: consiste tudo ANTES de      *
      *    gravar qualquer item.                           *
           PERFORM  ROT-CONF-00  THRU  ROT-CONF-EXIT
           IF  RSP-OPC  NOT  =   "S"  GO  ROT-FUNC-00.
           PERFORM  ROT-GVND-00  THRU  ROT-GVND-90
           PERFORM  ROT-LRSV-00  THRU  ROT-LRSV-30
           MOVE     REG-ORV  TO  ANT-AUX
           MOVE     "C"      TO  SIT-ORV
           MOVE     PRM-OPR  TO  OPR-ORV
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-ORV   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  CLI-ORV   NOT  =  ZEROS
                                 PERFORM  ROT-ENTG-00  THRU
                                          ROT-ENTG-EXIT.
           PERFORM  ROT-EXBE-00
           DISPLAY  ENTR-02
           GO       ROT-ORCA-00.

      ******************************************************
      *    VERIFICA O SALDO DE TODOS OS ITENS (menos o     *
      *    reservado para outros documentos)               *
      ******************************************************
       ROT-VSDO-00.
           MOVE     1        TO  FLG-OK
           IF  FST-EST   NOT  =  "00"
                                 MOVE     0  TO  FLG-OK
                                 GO       ROT-VSDO-30.
           PERFORM  ROT-KITC-00
           MOVE     "S"      TO  OPC-RES
           MOVE     PRX-OVI  TO  PRX-RES
           MOVE     SUF-OVI  TO  SUF-RES
           MOVE     "O"      TO  ORI-RES
           MOVE     NUM-ORV  TO  DOC-RES
           MOVE     DTA-SYS  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  DSP-AUX  =   SDO-EST  -  SDO-RES
           IF  QTD-OVI   >       DSP-AUX
                                 MOVE     0  TO  FLG-OK
                                 GO       ROT-VSDO-30.
           GO       ROT-VSDO-10.
           MOVE     CLI-ORV  TO  CLI-VND
           MOVE     QTD-OVI  TO  QTD-VND
           MOVE     VAL-OVI  TO  VAL-VND
           MOVE     ZEROS    TO  VDD-VND
           MOVE     ZEROS    TO  BCI-VND  ICM-VND
           MOVE     ICM-EST  TO  ALQ-VND
           IF  ICM-EST   NOT  =  ZEROS
               MOVE     VAL-OVI  TO  BCI-VND
               COMPUTE  ICM-VND  ROUNDED  =
                        VAL-OVI  *  ICM-EST  /  100.

       ROT-GVND-30.
           MOVE     FIL-FLI  TO  FIL-VND
           WRITE    REG-VND
           IF  FST-VND   =  "22" ADD      1  TO  SEQ-VND
                                 GO       ROT-GVND-30.
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-VND   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-KITC-00
           IF  FLG-KIT   =    1  PERFORM  ROT-GKIT-00
                                 GO       ROT-GVND-10.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           SUBTRACT QTD-OVI  FROM  SDO-EST
           ADD      QTD-OVI  TO    QVM-EST  QVA-EST
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE
           GO       ROT-GVND-10.
       ROT-GVND-90.
           EXIT.

      ******************************************************
      *    ITEM KIT: acumuladores no kit e baixa dos kits  *
      *    montados e dos componentes (DYKITM)             *
      ******************************************************
       ROT-GKIT-00.
           READ     CADEST
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           ADD      QTD-OVI  TO    QVM-EST  QVA-EST
           REWRITE  REG-EST
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           MOVE     "S"      TO  OPC-KIT  TIP-KIT
           MOVE     QTD-OVI  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT.

      ******************************************************
      *    KIT: kits disponiveis (montados + os que os     *
      *    componentes permitem) no lugar do saldo lido    *
      ******************************************************
       ROT-KITC-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     DSP-KIT  TO  SDO-EST.

      ******************************************************
      *    CANCELAMENTO DO ORCAMENTO                       *
      ******************************************************
           GO       ROT-ORCA-00.

       ROT-EXPI-00.
           PERFORM  ROT-LRSV-00  THRU  ROT-LRSV-30
           MOVE     REG-ORV  TO  ANT-AUX
           MOVE     "X"      TO  SIT-ORV
           MOVE     PRM-OPR  TO  OPR-ORV
           IF  SIT-ORV   =  "C"  MOVE  "CONVERTIDO"  TO  SIT-DSC.
           IF  SIT-ORV   =  "X"  MOVE  "EXPIRADO"    TO  SIT-DSC.

      ******************************************************
      *    ENTREGA A DOMICILIO DO ORCAMENTO CONVERTIDO:    *
      *    data pedida (nao anterior a venda), janela de   *
      *    horario HHMM (0 = sem horario) e valor a cobrar *
      *    na entrega (ate o total). A entrega e os itens  *
      *    sao gravados pelo DYENTG com o endereco do      *
      *    CADMDR.                                         *
      ******************************************************
       ROT-ENTG-00.
           DISPLAY  TELA-ETQ.

       ROT-ENTG-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-ETQ
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-90.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-10.
           IF  RSP-OPC   =  "N"  GO       ROT-ENTG-90.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-ENTG-10.
           MOVE     ZEROS    TO  HRI-AUX  HRF-AUX  VCB-AUX
           MOVE     DTA-DTA  TO  DTA-DTE
           DISPLAY  TELA-ETG     ENTR-ETD.

       ROT-ENTG-20.
           CALL    "DYDATA"  USING  PRM-DTE  PRM-HLP
           IF  FLG-DTE   =    0  DISPLAY  TELA-ETZ
                                 GO       ROT-ENTG-00.
           MOVE     DTA-DTE  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-ETG
           MOVE     DTA-DTA  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-ETG    <       D8-REG
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-20.

       ROT-ENTG-30.
           ACCEPT   ENTR-ETH     DISPLAY  ENTR-ETD
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-20.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-30.
           IF  HRI-AUX   >   2359  OR
               HRF-AUX   >   2400
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-30.
           IF  HRF-AUX   NOT  =  ZEROS  AND  NOT  >  HRI-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-30.

       ROT-ENTG-40.
           ACCEPT   ENTR-ETV     DISPLAY  ENTR-ETD
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-ENTG-30.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTG-40.
           IF  VCB-AUX   >       VAL-ORV
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTG-40.
           MOVE     "O"      TO  ORI-ETG
           MOVE     NUM-ORV  TO  DOC-ETG
           MOVE     DTA-DTA  TO  DTA-ETG
           MOVE     CLI-ORV  TO  CLI-ETG
           MOVE     DTA-DTE  TO  DTS-ETG
           MOVE     HRI-AUX  TO  HRI-ETG
           MOVE     HRF-AUX  TO  HRF-ETG
           MOVE     VCB-AUX  TO  VCB-ETG
           MOVE     PRM-OPR  TO  OPR-ETG
           CALL     "DYENTG"     USING    PRM-ETG
           IF  RSP-ETG   NOT  =  0
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.

       ROT-ENTG-90.
           DISPLAY  TELA-ETZ.

       ROT-ENTG-EXIT.
           EXIT.

       ROT-CONF-00.
           DISPLAY  TELA-04.

