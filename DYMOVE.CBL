      *    LOT-PRM = lote do movimento, so gravado no      *
      *    kardex; o saldo do lote (CADLTE) e mantido      *
      *    pelo proprio chamador, que conhece a validade.  *
      *    Filial do movimento (FIL-MVE e FIL-LOC): a      *
      *    dezena do local mais 1; sem local, a filial do  *
      *    operador (DYFILI).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
       01  AUXILIARES.
           03  FST-MVE          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  DEZ-LOC          PIC  9(02).
           03  UNI-LOC          PIC  9(02).

       01  PRM-FLI.
           03  OPC-FLI          PIC  X(01).
           03  FIL-FLI          PIC  9(02).
           03  LJA-FLI          PIC  9(02).
           03  DEP-FLI          PIC  9(02).
           03  LIN-FLI          PIC  9(02).
           03  COL-FLI          PIC  9(02).
           03  RSP-FLI          PIC  9(01).

       LINKAGE         SECTION.

           MOVE     OPR-PRM  TO  OPR-MVE
           ACCEPT   HRA-MVE  FROM  TIME
           MOVE     LOC-PRM  TO  LOC-MVE
           MOVE     LOT-PRM  TO  LOT-MVE
           IF  LOC-PRM   >    0  DIVIDE   LOC-PRM  BY  10
                                          GIVING     DEZ-LOC
                                          REMAINDER  UNI-LOC
                                 COMPUTE  FIL-MVE  =  DEZ-LOC  +  1
               ELSE
                                 MOVE     "C"      TO  OPC-FLI
                                 MOVE     ZEROS    TO  FIL-FLI
                                 CALL     "DYFILI" USING  OPR-PRM
                                                          PRM-FLI
                                 MOVE     FIL-FLI  TO  FIL-MVE.

       ROT-GRVA-00.
           WRITE    REG-MVE      ADD   1  TO  SEQ-MVE
           MOVE     LOC-PRM  TO  LCL-LOC
           READ     CADLOC
           IF  FST-LOC   =  "00" ADD      QTD-PRM  TO  SDO-LOC
                                 MOVE     FIL-MVE  TO  FIL-LOC
                                 REWRITE  REG-LOC
           ELSE
                                 MOVE     PRX-PRM  TO  PRX-LOC
                                 MOVE     SUF-PRM  TO  SUF-LOC
                                 MOVE     LOC-PRM  TO  LCL-LOC
                                 MOVE     QTD-PRM  TO  SDO-LOC
                                 MOVE     FIL-MVE  TO  FIL-LOC
                                 WRITE    REG-LOC.

       ROT-EXIT-00.
