      *    e devolucao (reabre a pendencia do cliente em   *
      *    CADCRD PRX 2, lanca o debito em CADLBC e marca  *
      *    o cheque como devolvido). Tudo auditado.        *
      *    Filial do lancamento bancario = a do            *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  FILLER           PIC  X(10)  VALUE  "  VALOR .:".
           03  VAL-TT1          PIC  ---.---.--9,99.

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
           03  PRG-SPL          PIC  9(02)  VALUE  49.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     INPUT        CADCTR   CADMDR   CADBCO
                    I-O          CADCHQ   CADCRD   CADLBC
           MOVE     2        TO  PRX-CRD
           MOVE     COD-CHQ  TO  COD-CRD
           MOVE     1        TO  SEQ-CRD
           MOVE     VAL-CHQ  TO  VAL-CRD
           MOVE     ZEROS    TO  DTA-CRD
           MOVE     SPACES   TO  NSU-CRD.

       ROT-DEVO-20.
           WRITE    REG-CRD
           MOVE     SPACES   TO  CNC-LBC.

       ROT-GRVL-10.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-10.
