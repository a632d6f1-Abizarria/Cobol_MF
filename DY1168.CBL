      *    kardex via DYMOVE, tudo auditado. A pendencia   *
      *    atendida guarda o documento gerado (DOC-BCK).   *
      *    F6 = cancelar a pendencia.                      *
      *    O saldo conferido no atendimento desconta o     *
      *    reservado para outros documentos (CADRSV) e a   *
      *    reserva da propria pendencia e liberada no      *
      *    atendimento e no cancelamento (DYRESV).         *
      *    Pendencia de kit (CADCMP) confere os kits       *
      *    disponiveis e baixa kits montados e componentes *
      *    via DYKITM.                                     *
      *    F3 = relatorio das pendencias em aberto por     *
      *    produto (com a marca DISPONIVEL quando o saldo  *
      *    atual ja cobre) e resumo por cliente.           *
      *    Filial do lancamento e do local do kardex =     *
      *    a do operador (DYFILI).                         *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  VDA-APL          PIC  9(06)V9999.
           03  QTD-MOV          PIC S9(06)V9.
           03  SIT-DSC          PIC  X(10).
           03  DSP-AUX          PIC S9(07)V9.

           03  DTA-EXB.
               05  ANO-EXB      PIC  9(02).
           03  FILLER           PIC  X(10)  VALUE  "  QTDE ..:".
           03  VAL-TT1          PIC  ZZZZZZ9.

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
           03  PRG-SPL          PIC  9(02)  VALUE  76.
           03  PAG-SPO-P        PIC  9(03).
           03  OPR-SPO-P        PIC  X(10).

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

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR   CADPCL
                    I-O          CADEST   CADBCK   CADVND
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     DSP-KIT  TO  SDO-EST.
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     "S"      TO  OPC-RES
           MOVE     PRX-BCK  TO  PRX-RES
           MOVE     SUF-BCK  TO  SUF-RES
           MOVE     "B"      TO  ORI-RES
           MOVE     SEQ-BCK  TO  DOC-RES
           MOVE     DTA-SYS  TO  DTA-RES
           CALL     "DYRESV"     USING    PRM-RES
           COMPUTE  DSP-AUX  =   SDO-EST  -  SDO-RES
           IF  QTD-BCK   >       DSP-AUX
                                 MOVE    57  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FUNC-00.
           MOVE     CLI-BCK  TO  CLI-VND
           MOVE     QTD-BCK  TO  QTD-VND
           MOVE     VAL-AUX  TO  VAL-VND
           MOVE     ZEROS    TO  VDD-VND
           MOVE     ZEROS    TO  BCI-VND  ICM-VND
           MOVE     ICM-EST  TO  ALQ-VND
           IF  ICM-EST   NOT  =  ZEROS
               MOVE     VAL-AUX  TO  BCI-VND
               COMPUTE  ICM-VND  ROUNDED  =
                        VAL-AUX  *  ICM-EST  /  100.

       ROT-GRVA-20.
           MOVE     FIL-FLI  TO  FIL-VND
           WRITE    REG-VND
           IF  FST-VND   =  "22" ADD      1  TO  SEQ-VND
                                 GO       ROT-GRVA-20.
           PERFORM  ROT-AUDG-00.

       ROT-GRVA-30.
           IF  FLG-KIT   =    1  READ     CADEST.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           IF  FLG-KIT   =    0  SUBTRACT QTD-BCK  FROM  SDO-EST.
           ADD      QTD-BCK  TO    QVM-EST  QVA-EST
           REWRITE  REG-EST
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           IF  FLG-KIT   =    1  PERFORM  ROT-GKIT-00
                                 GO       ROT-GRVA-40.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-DTA  TO  DTA-PRM
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     LJA-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE.

       ROT-GRVA-40.
           MOVE     REG-BCK  TO  ANT-AUX
           MOVE     "F"      TO  SIT-BCK
           MOVE     DTA-DTA  TO  DTF-BCK
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-BCK   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-LRSV-00
           PERFORM  ROT-SITD-00
           DISPLAY  ENTR-02
           GO       ROT-PEND-00.
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-BCK   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-LRSV-00
           PERFORM  ROT-SITD-00
           DISPLAY  ENTR-02
           GO       ROT-PEND-00.

      ******************************************************
      *    KIT: baixa dos kits montados e dos componentes  *
      ******************************************************
       ROT-GKIT-00.
           MOVE     "S"      TO  OPC-KIT  TIP-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           MOVE     QTD-BCK  TO  QTD-KIT
           MOVE     DTA-DTA  TO  DTA-KIT
           MOVE     LJA-FLI  TO  LOC-KIT
           MOVE     PRM-OPR  TO  OPR-KIT
           CALL     "DYKITM"     USING    PRM-KIT.

      ******************************************************
      *    LIBERA A RESERVA DE ESTOQUE DA PENDENCIA        *
      ******************************************************
       ROT-LRSV-00.
           MOVE     "L"      TO  OPC-RES
           MOVE     PRX-BCK  TO  PRX-RES
           MOVE     SUF-BCK  TO  SUF-RES
           MOVE     "B"      TO  ORI-RES
           MOVE     SEQ-BCK  TO  DOC-RES
           MOVE     ZEROS    TO  ITM-RES
           CALL     "DYRESV"     USING    PRM-RES.

      ******************************************************
      *    RELATORIO DAS PENDENCIAS EM ABERTO              *
      ******************************************************
