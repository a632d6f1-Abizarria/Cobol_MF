      *      F4);                                          *
      *    - falha e bloqueio registrados via DYAUDT com   *
      *      OPC "N", como as negativas do DYPERM.         *
      *    Identificado, abre a sessao do operador no      *
      *    terminal (CADSES via DYSESS), mostra o painel   *
      *    de pendencias do dia (DY0020) e entra no menu   *
      *    DY0010, que encerra a sessao na saida.          *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "0005".
           03  BCK-HLP          PIC  9(01)  VALUE  3.

       ROT-MENU-00.
           CLOSE    CADSEN
           MOVE     "I"      TO  OPC-SSN
           MOVE     SPACES   TO  PRG-SSN
           CALL    "DYSESS"  USING  OPR-AUX  PRM-SSN
           CALL    "DY0020"  USING  OPR-AUX
           CANCEL  "DY0020"
           CALL    "DY0010"  USING  OPR-AUX
