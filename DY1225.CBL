      *    fornecedor no contas a pagar: abate do titulo   *
      *    CADPAG em aberto da mesma nota ou, nao havendo, *
      *    gera titulo de valor negativo (credito a        *
      *    compensar, visivel no DY1220). Titulo em        *
      *    remessa de pagamento (REM-PAG "R") esta com o   *
      *    banco e nao e abatido.                          *
      *    O credito de ICMS e estornado (base e valor     *
      *    negativos) a aliquota da compra original.       *
      *    Tudo auditado via DYAUDT.                       *
      *    Filial do lancamento e do local do kardex =     *
      *    a do operador (DYFILI).                         *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  NTF-AUX          PIC  9(06).
           03  QTD-ORI          PIC S9(06).
           03  VAL-ORI          PIC S9(07)V99.
           03  ALQ-ORI          PIC  9(02)V99.
           03  QTD-AUX          PIC  9(06).
           03  VAL-AUX          PIC  9(07)V99.
           03  QTD-MOV          PIC S9(06)V9.
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

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
           03  PRG-SPL          PIC  9(02)  VALUE  72.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           OPEN     INPUT        CADCTR   CADFOR
                    I-O          CADEST   CADLCP   CADPAG
                    READ         CADCTR
               QTD-LCP   NOT  >  ZEROS    GO  ROT-NOTA-10.
           MOVE     1        TO  ACH-LCP
           MOVE     QTD-LCP  TO  QTD-ORI
           MOVE     VAL-LCP  TO  VAL-ORI
           MOVE     ALQ-LCP  TO  ALQ-ORI.

       ROT-NOTA-20.
           IF  ACH-LCP   =    0  MOVE    20  TO  IND-MSG
           COMPUTE  VAL-NEG  =   VAL-AUX  *  -1
           MOVE     QTD-NEG  TO  QTD-LCP
           MOVE     VAL-NEG  TO  VAL-LCP
           MOVE     FOR-AUX  TO  FOR-LCP
           MOVE     ZEROS    TO  BCI-LCP  ICM-LCP  RAT-LCP
           MOVE     ALQ-ORI  TO  ALQ-LCP
           IF  ALQ-ORI   NOT  =  ZEROS
               MOVE     VAL-NEG  TO  BCI-LCP
               COMPUTE  ICM-LCP  ROUNDED  =
                        VAL-NEG  *  ALQ-ORI  /  100.

       ROT-GRVA-20.
           MOVE     FIL-FLI  TO  FIL-LCP
           WRITE    REG-LCP
           IF  FST-LCP   =  "22" ADD      1  TO  SEQ-LCP
                                 GO       ROT-GRVA-20.
           MOVE     QTD-MOV  TO  QTD-PRM
           MOVE     SDO-EST  TO  SDO-PRM
           MOVE     PRM-OPR  TO  OPR-PRM
           MOVE     DEP-FLI  TO  LOC-PRM
           MOVE     SPACES   TO  LOT-PRM
           CALL     "DYMOVE"     USING    PRM-MVE
           PERFORM  ROT-CPAG-00  THRU  ROT-CPAG-40
           IF  FST-PAG   =  "10" GO       ROT-CPAG-20.
           IF  FOR-PAG  NOT   =  FOR-AUX  GO  ROT-CPAG-20.
           IF  NTF-PAG   =       NTF-AUX  AND
               SIT-PAG   =       "A"      AND
               REM-PAG   NOT  =  "R"
               MOVE     REG-PAG (1: 50)  TO  ANT-AUX
               SUBTRACT VAL-AUX  FROM  VAL-PAG
               MOVE     PRM-OPR  TO  OPR-PAG
           COMPUTE  VAL-PAG  =   VAL-AUX  *  -1
           MOVE     "A"      TO  SIT-PAG
           MOVE     ZEROS    TO  DTB-PAG  BCO-PAG
           MOVE     SPACES   TO  REM-PAG  CDB-PAG  BLQ-PAG
           MOVE     PRM-OPR  TO  OPR-PAG.

       ROT-CPAG-30.
