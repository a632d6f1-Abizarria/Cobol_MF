      *    lancamentos datados ate DTF-CTR. Informar uma   *
      *    data ANTERIOR a atual e uma REABERTURA e exige  *
      *    dupla confirmacao do supervisor.                *
      *    Todo fechamento (nao a reabertura) grava a      *
      *    fotografia dos indicadores gerenciais do mes da *
      *    nova data no CADIND (DY1411); se a gravacao da  *
      *    fotografia falhar a tela avisa o operador.      *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  RSP-OP2          PIC  X(01).
           03  FLG-REA          PIC  X(01).

           03  DTI-INV.
               05  DIA-DTI      PIC  9(02).
           03  FOR-DTA          PIC  9(01)  VALUE  7.
           03  FLG-DTA          PIC  9(01).

       01  PRM-IND.
           03  DTF-PIN          PIC  9(06).
           03  RSP-PIN          PIC  9(01).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).
           DISPLAY  TELA-02      ENTR-02.

       ROT-DATA-00.
           MOVE     "N"      TO  FLG-REA
           PERFORM  ROT-DTAC-00
           IF  FLG-DTA   =    0  GO       ROT-EXIT-00.
           MOVE     DTA-DTA  TO  D6-REG
           GO       ROT-GRVA-00.

       ROT-REAB-00.
           MOVE     "S"      TO  FLG-REA
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
           MOVE     DTA-DTA  TO  DTF-CTR
           REWRITE  REG-CTR
           DISPLAY  TELA-07
           IF  FLG-REA   =  "S"  GO       ROT-EXBE-00.
           MOVE     DTA-DTA  TO  DTF-PIN
           CALL    "DY1411"  USING  PRM-OPR  PRM-IND
           CANCEL  "DY1411"
           IF  RSP-PIN   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00.
           GO       ROT-EXBE-00.

       ROT-DTAC-00.
