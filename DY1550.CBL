      *    Fatura em cobranca registrada (CBR-FAT "R")     *
      *    nao baixa aqui: esta com o banco, a baixa vem   *
      *    pelo retorno do DY1558.                         *
      *    Filial do lancamento bancario = a do            *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

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
           03  PRG-SPL          PIC  9(02)  VALUE  48.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           OPEN     INPUT        CADCTR   CADMDR   CADBCO
                    I-O          CADFAT   CADCRD   CADLBC   CADFTH
           IF  FST-FTH   =  "35" OPEN     OUTPUT   CADFTH
           MOVE     SEQ-FAT  TO  SEQ-FTH
           MOVE     ZEROS    TO  PRX-FTH
           MOVE     DTA-FAT  TO  DTA-FTH
           MOVE     VCT-FAT  TO  VCT-FTH
           MOVE     VAL-FAT  TO  VAL-FTH
           PERFORM  ROT-GRVH-00  THRU  ROT-GRVH-10
           MOVE     VAL-REC  TO  VAL-LBC
           MOVE     COD-CRD  TO  COD-FTH
           MOVE     SEQ-CRD  TO  SEQ-FTH
           MOVE     PRX-CRD  TO  PRX-FTH
           MOVE     DTA-CRD  TO  DTA-FTH
           MOVE     ZEROS    TO  VCT-FTH
           MOVE     VAL-CRD  TO  VAL-FTH
           PERFORM  ROT-GRVH-00  THRU  ROT-GRVH-10
           MOVE     VAL-CRD  TO  VAL-LBC
           MOVE     SPACES   TO  CNC-LBC.

       ROT-GRVL-10.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-10.
