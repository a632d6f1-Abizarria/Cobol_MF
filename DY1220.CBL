      *    o debito correspondente em CADLBC, como a       *
      *    baixa de recebiveis do DY1550 faz no credito.   *
      *    Titulos de compras entram pela entrada DY1215.  *
      *    F5 informa o codigo de barras do boleto do      *
      *    fornecedor, usado na remessa de pagamento do    *
      *    DY1222. Titulo em remessa (REM-PAG "R") esta    *
      *    com o banco: nao baixa aqui, a baixa vem pelo   *
      *    retorno do DY1222.                              *
      *    Titulo retido por divergencia no recebimento    *
      *    (BLQ-PAG "D", DY1215) tambem nao baixa ate a    *
      *    liberacao pelo supervisor no DY1239.            *
      *    O debito da baixa fica na filial informada na   *
      *    entrada, sugerida pelo perfil do operador       *
      *    (DYFILI).                                       *
      *    Tudo auditado via DYAUDT.                       *
      ******************************************************

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
           03  PRG-SPL          PIC  9(02)  VALUE  66.
           03  LINE 13 COLUMN 13 VALUE "Vencimento .:".
           03  LINE 14 COLUMN 13 VALUE "Valor ......:".
           03  LINE 15 COLUMN 13 VALUE "Situacao ...:".
           03  LINE 15 COLUMN 42 VALUE "Filial:".
           03  LINE 16 COLUMN 13 VALUE "Cod.Barras .:".
           03  LINE 17 COLUMN 13 VALUE
               "F4 = Baixar (Pagamento)   F5 = Codigo de Barras".

       01  ENTR-01.
           03  FRN-E01 LINE 08 COLUMN 28 PIC 9(04) USING COD-FRN.
           03  VAL-T02 LINE 14 COLUMN 28 PIC -Z.ZZZ.ZZ9,99
                                               FROM  VAL-PAG.
           03  SIT-T02 LINE 15 COLUMN 28 PIC X(10) FROM  SIT-DSC.
           03  CDB-T02 LINE 16 COLUMN 28 PIC X(44) FROM  CDB-PAG.
           03  FIL-T02 LINE 15 COLUMN 50 PIC 99    FROM  FIL-FLI.

       01  ENTR-03.
           03  SEQ-E03 LINE 09 COLUMN 28 PIC 9(06) USING SEQ-AUX.
       01  ENTR-05.
           03  VAL-E05 LINE 14 COLUMN 28 PIC 9(07)V99 USING VAL-AUX.

       01  ENTR-10.
           03  CDB-E10 LINE 16 COLUMN 28 PIC X(44) USING CDB-PAG.

       01  TELA-03 BCK-CLR 02 FOR-CLR 14.
           03  LINE 19 COLUMN 13 VALUE "Banco Pagador :".
           03  LINE 19 COLUMN 50 VALUE "Data:".
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

      ******************************************************
      *    FILIAL DO PAGAMENTO (sugerida pelo perfil)      *
      ******************************************************
       ROT-FILI-00.
           MOVE     "E"      TO  OPC-FLI
           MOVE     ZEROS    TO  FIL-FLI
           MOVE     15       TO  LIN-FLI
           MOVE     50       TO  COL-FLI
           CALL    "DYFILI"      USING    PRM-OPR  PRM-FLI
           IF  RSP-FLI   =    1  GO       ROT-EXIT-00.

       ROT-FORN-00.
           MOVE     ZEROS    TO  COD-FRN  SEQ-AUX
           MOVE     SPACES   TO  RAZ-FOR  SIT-DSC  CDB-PAG
           MOVE     ZEROS    TO  NTF-PAG  VAL-PAG
                                 DTE-INV  DTV-INV
           DISPLAY  ENTR-02
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-EXBE-10.
           IF  TCL-MSG   =   04  GO       ROT-BAIX-00.
           IF  TCL-MSG   =   05  GO       ROT-CDBR-00.
           IF  TCL-MSG   >   00  GO       ROT-EXBE-10.
           GO       ROT-TITU-00.

      ******************************************************
      *    CODIGO DE BARRAS DO BOLETO (44 digitos ou       *
      *    brancos = pagamento por TED)                    *
      ******************************************************
       ROT-CDBR-00.
           IF  SIT-PAG   NOT  =  "A"  OR
               REM-PAG   =       "R"
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXBE-10.
           MOVE     CDB-PAG  TO  ANT-AUX.

       ROT-CDBR-10.
           ACCEPT   ENTR-10
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     ANT-AUX  TO  CDB-PAG
                                 GO       ROT-EXBE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CDBR-10.
           IF  CDB-PAG   NOT  =  SPACES  AND
               CDB-PAG   NOT  NUMERIC
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-CDBR-10.
           PERFORM  ROT-CONF-00  THRU  ROT-CONF-EXIT
           IF  RSP-OPC  NOT  =   "S"
                                 MOVE     ANT-AUX  TO  CDB-PAG
                                 GO       ROT-EXBE-00.
           MOVE     PRM-OPR  TO  OPR-PAG
           REWRITE  REG-PAG
           MOVE     "A"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     CDB-PAG   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-EXBE-00.

      ******************************************************
      *    INCLUSAO MANUAL DE TITULO (fatura digitada)     *
      ******************************************************
       ROT-INCL-00.
           MOVE     ZEROS    TO  NTF-PAG  VAL-PAG  VAL-AUX
                                 DTE-INV  DTV-INV
           MOVE     SPACES   TO  CDB-PAG
           DISPLAY  ENTR-02.

       ROT-INCL-10.
           MOVE     VAL-AUX  TO  VAL-PAG
           MOVE     "A"      TO  SIT-PAG
           MOVE     ZEROS    TO  DTB-PAG  BCO-PAG
           MOVE     SPACES   TO  REM-PAG  CDB-PAG  BLQ-PAG
           MOVE     PRM-OPR  TO  OPR-PAG.

       ROT-INCL-50.
      *    e gera o debito em CADLBC.                      *
      ******************************************************
       ROT-BAIX-00.
           IF  SIT-PAG   NOT  =  "A"  OR
               REM-PAG   =       "R"  OR
               BLQ-PAG   =       "D"
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-EXBE-10.
           MOVE     SPACES   TO  CNC-LBC.

       ROT-GRVL-10.
           MOVE     FIL-FLI  TO  FIL-LBC
           WRITE    REG-LBC
           IF  FST-LBC   =  "22" ADD      1  TO  LCT-LBC
                                 GO       ROT-GRVL-10.
           MOVE     SPACES   TO  SIT-DSC
           IF  SIT-PAG   =  "A"  MOVE  "ABERTO"      TO  SIT-DSC.
           IF  SIT-PAG   =  "P"  MOVE  "PAGO"        TO  SIT-DSC.
           IF  SIT-PAG   =  "A"  AND  REM-PAG  =  "R"
                                 MOVE  "EM REMESSA"  TO  SIT-DSC.
           IF  SIT-PAG   =  "A"  AND  BLQ-PAG  =  "D"
                                 MOVE  "RETIDO"      TO  SIT-DSC.

       ROT-CONF-00.
           DISPLAY  TELA-04.
