       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYDVCG.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CONFERE OS DIGITOS VERIFICADORES DE CPF/CNPJ:   *
      *    TIP-DVC "F" = CPF (11 digitos), "J" = CNPJ (14  *
      *    digitos), numero alinhado a direita em DOC-DVC. *
      *    Modulo 11 nos dois digitos; pesos 2 a 11 no CPF *
      *    e 2 a 9 repetidos no CNPJ. Numero zerado ou com *
      *    todos os digitos iguais e recusado.             *
      *    RSP-DVC 0 = valido, 1 = invalido.               *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.

       DATA            DIVISION.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  DOC-AUX          PIC  9(14).
           03  DOC-TAB   REDEFINES  DOC-AUX.
               05  DIG-DOC      PIC  9(01)  OCCURS  14.
           03  INI-AUX          PIC  9(02).
           03  QTB-AUX          PIC  9(02).
           03  IND-AUX          PIC  9(02).
           03  POS-AUX          PIC  9(02).
           03  PES-AUX          PIC  9(02).
           03  SOM-AUX          PIC  9(04).
           03  QOC-AUX          PIC  9(04).
           03  RST-AUX          PIC  9(02).
           03  DVC-AUX          PIC  9(01).
           03  FLG-IGL          PIC  9(01).

       LINKAGE         SECTION.

       01  PRM-DVC.
           03  TIP-DVC          PIC  X(01).
           03  DOC-DVC          PIC  9(14).
           03  RSP-DVC          PIC  9(01).

       PROCEDURE       DIVISION  USING  PRM-DVC.

       ROT-0000-00.
           MOVE     1        TO  RSP-DVC
           MOVE     DOC-DVC  TO  DOC-AUX
           IF  DOC-AUX   =   ZEROS  GO    ROT-EXIT-00.
           IF  TIP-DVC   =  "F"  MOVE     4   TO  INI-AUX
                                 MOVE     9   TO  QTB-AUX
           ELSE
           IF  TIP-DVC   =  "J"  MOVE     1   TO  INI-AUX
                                 MOVE    12   TO  QTB-AUX
           ELSE                  GO       ROT-EXIT-00.
           IF  TIP-DVC   =  "F"  AND
               DOC-AUX   >   99999999999
                                 GO       ROT-EXIT-00.
           PERFORM  ROT-IGUA-00  THRU  ROT-IGUA-20
           IF  FLG-IGL   =    1  GO       ROT-EXIT-00.

      ******************************************************
      *    PRIMEIRO DIGITO SOBRE A BASE, SEGUNDO SOBRE A   *
      *    BASE MAIS O PRIMEIRO DIGITO.                    *
      ******************************************************
       ROT-DIGI-00.
           PERFORM  ROT-CALC-00  THRU  ROT-CALC-20
           COMPUTE  POS-AUX  =  INI-AUX  +  QTB-AUX
           IF  DIG-DOC (POS-AUX)  NOT  =  DVC-AUX
                                 GO       ROT-EXIT-00.
           ADD      1        TO  QTB-AUX
           PERFORM  ROT-CALC-00  THRU  ROT-CALC-20
           COMPUTE  POS-AUX  =  INI-AUX  +  QTB-AUX
           IF  DIG-DOC (POS-AUX)  NOT  =  DVC-AUX
                                 GO       ROT-EXIT-00.
           MOVE     0        TO  RSP-DVC.

       ROT-EXIT-00.
           GOBACK.

      ******************************************************
      *    DIGITO VERIFICADOR DOS QTB-AUX DIGITOS A PARTIR *
      *    DE INI-AUX (peso 2 no ultimo digito da base).   *
      ******************************************************
       ROT-CALC-00.
           MOVE     ZEROS    TO  SOM-AUX
           MOVE     1        TO  IND-AUX.

       ROT-CALC-10.
           IF  IND-AUX   >   QTB-AUX  GO  ROT-CALC-15.
           COMPUTE  PES-AUX  =  QTB-AUX  -  IND-AUX
           IF  TIP-DVC   =  "J"
               DIVIDE   PES-AUX  BY  8  GIVING  QOC-AUX
                                     REMAINDER  PES-AUX.
           ADD      2        TO  PES-AUX
           COMPUTE  POS-AUX  =  INI-AUX  +  IND-AUX  -  1
           COMPUTE  SOM-AUX  =  SOM-AUX
                             +  DIG-DOC (POS-AUX)  *  PES-AUX
           ADD      1        TO  IND-AUX
           GO       ROT-CALC-10.

       ROT-CALC-15.
           DIVIDE   SOM-AUX  BY  11  GIVING  QOC-AUX
                                 REMAINDER  RST-AUX
           IF  RST-AUX   <    2  MOVE     0   TO  DVC-AUX
           ELSE                  COMPUTE  DVC-AUX  =  11  -  RST-AUX.

       ROT-CALC-20.
           EXIT.

      ******************************************************
      *    TODOS OS DIGITOS IGUAIS (111.111.111-11 etc.)   *
      ******************************************************
       ROT-IGUA-00.
           MOVE     1        TO  FLG-IGL
           COMPUTE  IND-AUX  =  INI-AUX  +  1.

       ROT-IGUA-10.
           IF  IND-AUX   >   14  GO       ROT-IGUA-20.
           IF  DIG-DOC (IND-AUX)  NOT  =  DIG-DOC (INI-AUX)
                                 MOVE     0  TO  FLG-IGL
                                 GO       ROT-IGUA-20.
           ADD      1        TO  IND-AUX
           GO       ROT-IGUA-10.

       ROT-IGUA-20.
           EXIT.
