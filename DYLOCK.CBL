      *    Os programas de manutencao travam ANTES de      *
      *    alterar e destravam ao sair do registro; trava  *
      *    orfa de terminal caido e limpa pelo supervisor  *
      *    em DY9930. Cada chamada renova a ultima         *
      *    atividade da sessao do operador (DYSESS "T").   *
      ******************************************************

       ENVIRONMENT     DIVISION.
       01  AUXILIARES.
           03  FST-LCK          PIC  X(02).

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01)  VALUE  "T".
           03  PRG-SSN          PIC  X(06)  VALUE  SPACES.
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
       ROT-0000-00.
           MOVE     0        TO  RSP-PRM
           MOVE     SPACES   TO  HLD-PRM
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN
           OPEN     I-O      CADLCK
           IF  FST-LCK   =  "35" OPEN     OUTPUT   CADLCK
                                 CLOSE    CADLCK
