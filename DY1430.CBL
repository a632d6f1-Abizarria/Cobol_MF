           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

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
           03  PRG-SPL          PIC  9(02)  VALUE  34.
           MOVE     1        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           MOVE     "C"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           DISPLAY  TELA-01      TELA-02
           OPEN     INPUT        CADBCO   CADCTR
                    I-O          CADLBC
           MOVE     DES-AUX  TO  HST-LBC.

       ROT-ATUA-20.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-ATUA-20.
           MOVE     SPACES   TO  CNC-LBC.

       ROT-TRNF-55.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-TRNF-55.
           MOVE     SPACES   TO  CNC-LBC.

       ROT-TRNF-65.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-TRNF-65.
