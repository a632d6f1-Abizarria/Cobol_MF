      *    acesso no DY0005 define senha nova como         *
      *    primeiro acesso. Exige o nivel de estorno e e   *
      *    auditada via DYAUDT.                            *
      *    Filial do operador (FIL-PRF) sugerida pelo      *
      *    DYFILI nas telas de lancamento; valida de 01    *
      *    ate a quantidade de filiais do CADCTR.          *
      ******************************************************

       ENVIRONMENT     DIVISION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADPRF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADPRF.CPY.
       COPY  CADSEN.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-PRF          PIC  X(02).
           03  FST-SEN          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  FLG-NOV          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  QFL-AUX          PIC  9(02).

           03  IND-TAB          PIC  9(02).
           03  POS-AUX          PIC  9(02).

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 06 COLUMN 13 VALUE "Operador .:".
           03  LINE 06 COLUMN 40 VALUE "Filial ..:".
           03  LINE 08 COLUMN 13 VALUE
               "Programas liberados (V=Ver I=Incluir E=Estornar C=Custos)
      -        "".
       01  ENTR-01.
           03  OPR-E01 LINE 06 COLUMN 25 PIC X(10) USING OPR-PRF.

       01  ENTR-08.
           03  FIL-E08 LINE 06 COLUMN 51 PIC 9(02) USING FIL-PRF.

       01  LIN-T10 BCK-CLR 02 FOR-CLR 15.
           03  LIN-D10 LINE LIN-AUX COLUMN COL-AUX PIC X(18)
                       FROM LIN-EDT.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADCTR
                    I-O          CADPRF   CADSEN
                    READ         CADCTR
           MOVE     1        TO  QFL-AUX
           IF  QFL-CTR   NUMERIC  AND  QFL-CTR  >  0
                                 MOVE     QFL-CTR  TO  QFL-AUX.
           IF  FST-PRF   =  "35" OPEN     OUTPUT   CADPRF
                                 CLOSE    CADPRF
                                 OPEN     I-O      CADPRF.
                                 PERFORM  ROT-ZERA-00 THRU ROT-ZERA-20.
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-20.

       ROT-FILI-00.
           IF  FIL-PRF   NOT  NUMERIC  OR  FIL-PRF  =  0
                                 MOVE     1  TO  FIL-PRF.
           ACCEPT   ENTR-08
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OPER-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-FILI-00.
           IF  FIL-PRF   =    0  GO       ROT-FILI-00.
           IF  FIL-PRF   >   QFL-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-FILI-00.

       ROT-EDIT-00.
           MOVE     ZEROS    TO  POS-AUX
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-FILI-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-EDIT-00.
           IF  TECLADO   =  "03" GO       ROT-EXCL-00.
           GO       ROT-EDIT-00.

       ROT-ZERA-00.
           MOVE     1        TO  FIL-PRF
           MOVE     ZEROS    TO  QTD-PRF
           MOVE     1        TO  IND-TAB.
       ROT-ZERA-10.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADCTR  CADPRF  CADSEN  GOBACK.
