      *    na consulta do saldo da origem, e fechado antes *
      *    da chamada) e o saldo total SDO-EST nao muda.   *
      *    Nao deixa a origem ficar negativa.              *
      *    Locais: a dezena e a filial menos 1 e a unidade *
      *    a area (1 = Loja, 2 = Deposito): 01/02 na       *
      *    matriz, 11/12 na filial 02, e assim por diante  *
      *    ate a quantidade de filiais do CADCTR. Origem e *
      *    destino podem ser de filiais diferentes; cada   *
      *    perna fica no kardex da filial do seu local.    *
      *    Operacao auditada via DYAUDT.                   *
      ******************************************************


           03  ORI-AUX          PIC  9(02).
           03  DST-AUX          PIC  9(02).
           03  LOC-VAL          PIC  9(02).
           03  DEZ-VAL          PIC  9(02).
           03  UNI-VAL          PIC  9(02).
           03  QFL-VAL          PIC  9(02).
           03  FLG-VAL          PIC  9(01).
           03  QTD-AUX          PIC  9(06).
           03  SDO-ORI          PIC S9(06)V9.
           03  QTD-MOV          PIC S9(06)V9.
           03  LINE 09 COLUMN 13 VALUE "Produto ....:".
           03  LINE 11 COLUMN 13 VALUE "Data .......:".
           03  LINE 12 COLUMN 13 VALUE "Origem .....:".
           03  LINE 12 COLUMN 40 VALUE
               "(x1=Loja x2=Deposito x=filial-1)".
           03  LINE 13 COLUMN 13 VALUE "Destino ....:".
           03  LINE 14 COLUMN 13 VALUE "Sdo Origem .:".
           03  LINE 15 COLUMN 13 VALUE "Quantidade .:".
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ORIG-00.
           IF  ORI-AUX   =    0  GO       ROT-ORIG-00.
           MOVE     ORI-AUX  TO  LOC-VAL
           PERFORM  ROT-VLOC-00
           IF  FLG-VAL   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ORIG-00.
           MOVE     ZEROS    TO  SDO-ORI
           OPEN     INPUT    CADLOC
           IF  FST-LOC   =  "00"
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DEST-00.
           IF  DST-AUX   =    0  GO       ROT-DEST-00.
           MOVE     DST-AUX  TO  LOC-VAL
           PERFORM  ROT-VLOC-00
           IF  FLG-VAL   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DEST-00.
           IF  DST-AUX   =       ORI-AUX
                                 MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
           MOVE     PRM-OPR  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

      ******************************************************
      *    LOCAL VALIDO: area 1 ou 2 de filial existente   *
      ******************************************************
       ROT-VLOC-00.
           MOVE     0        TO  FLG-VAL
           MOVE     1        TO  QFL-VAL
           IF  QFL-CTR   NUMERIC  AND  QFL-CTR  >  0
                                 MOVE     QFL-CTR  TO  QFL-VAL.
           DIVIDE   LOC-VAL  BY  10
                             GIVING     DEZ-VAL
                             REMAINDER  UNI-VAL
           IF  UNI-VAL   NOT  =  1  AND  NOT  =  2
                                 MOVE     1  TO  FLG-VAL.
           IF  DEZ-VAL   NOT  <  QFL-VAL
                                 MOVE     1  TO  FLG-VAL.

       ROT-LOCK-00.
           MOVE     "L"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    PRM-OPR  PRM-LCK.
