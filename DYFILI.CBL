       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYFILI.
       AUTHOR.         ADILSON.
      ******************************************************
      *    FILIAL DO LANCAMENTO. A filial do operador vem  *
      *    do perfil (FIL-PRF do CADPRF); operador sem     *
      *    perfil, ou perfil sem filial, e da matriz 01.   *
      *    OPC-FLI: C - so devolve a filial do operador    *
      *                 (ou confere a FIL-FLI recebida)    *
      *             E - entrada na tela do chamador em     *
      *                 LIN/COL-FLI, ja sugerindo a filial *
      *                 do operador (FIL-FLI zerada) ou a  *
      *                 recebida; Esc devolve RSP-FLI 1    *
      *             T - como E, aceitando 00 = todas as    *
      *                 filiais (relatorios)               *
      *    Codigo valido: 01 ate QFL-CTR do CADCTR (0 =    *
      *    so a matriz). Devolve tambem os locais de       *
      *    estoque da filial no CADLOC: a dezena do local  *
      *    e a filial menos 1, a unidade e a area (1 =     *
      *    loja, 2 = deposito) -- filial 01 usa 01 e 02,   *
      *    filial 02 usa 11 e 12, e assim por diante.      *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCTR        ASSIGN  TO  DISK
                       FILE          STATUS  IS  FST-CTR.

           SELECT      CADPRF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  OPR-PRF
                       FILE          STATUS  IS  FST-PRF.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCTR.CPY.
       COPY  CADPRF.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FST-PRF          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  QFL-AUX          PIC  9(02).
           03  FIL-OPR          PIC  9(02).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "FILI".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       01  PRM-FLI.
           03  OPC-FLI          PIC  X(01).
           03  FIL-FLI          PIC  9(02).
           03  LJA-FLI          PIC  9(02).
           03  DEP-FLI          PIC  9(02).
           03  LIN-FLI          PIC  9(02).
           03  COL-FLI          PIC  9(02).
           03  RSP-FLI          PIC  9(01).

       SCREEN          SECTION.

       01  ENTR-01  BCK-CLR 02 FOR-CLR 15 AUTO.
           03  FIL-E01 LINE LIN-FLI COLUMN COL-FLI PIC 9(02)
                       USING FIL-FLI.

       PROCEDURE       DIVISION  USING  PRM-OPR  PRM-FLI.

       ROT-0000-00.
           MOVE     0        TO  RSP-FLI
           MOVE     1        TO  QFL-AUX  FIL-OPR
           OPEN     INPUT    CADCTR
           IF  FST-CTR   =  "00"  READ   CADCTR
                                  CLOSE  CADCTR
               IF  QFL-CTR   NUMERIC  AND  QFL-CTR  >  0
                                  MOVE   QFL-CTR  TO  QFL-AUX.
           OPEN     INPUT    CADPRF
           IF  FST-PRF   NOT  =  "00"  GO  ROT-0000-10.
           MOVE     PRM-OPR  TO  OPR-PRF
           READ     CADPRF
           IF  FST-PRF   =  "00"  AND  FIL-PRF  NUMERIC  AND
               FIL-PRF   >    0   AND  FIL-PRF  NOT  >  QFL-AUX
                                 MOVE     FIL-PRF  TO  FIL-OPR.
           CLOSE    CADPRF.

       ROT-0000-10.
           IF  FIL-FLI   NOT  NUMERIC  OR
               FIL-FLI   >   QFL-AUX
                                 MOVE     0  TO  FIL-FLI.
           IF  OPC-FLI   =  "C"  AND  FIL-FLI  =  0
                                 MOVE     FIL-OPR  TO  FIL-FLI.
           IF  OPC-FLI   =  "C"  GO       ROT-LOCA-00.
           IF  OPC-FLI   =  "E"  AND  FIL-FLI  =  0
                                 MOVE     FIL-OPR  TO  FIL-FLI.

       ROT-ENTR-00.
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" MOVE     1  TO  RSP-FLI
                                 GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-ENTR-00.
           IF  FIL-FLI   =    0  AND  OPC-FLI  =  "T"
                                 GO       ROT-LOCA-00.
           IF  FIL-FLI   =    0  OR   FIL-FLI  >  QFL-AUX
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-ENTR-00.

      ******************************************************
      *    LOCAIS DE ESTOQUE DA FILIAL (todas = matriz)    *
      ******************************************************
       ROT-LOCA-00.
           IF  FIL-FLI   =    0  MOVE     01  TO  LJA-FLI
                                 MOVE     02  TO  DEP-FLI
                                 GO       ROT-EXIT-00.
           COMPUTE  LJA-FLI  =   (FIL-FLI  -  1)  *  10  +  1
           COMPUTE  DEP-FLI  =   (FIL-FLI  -  1)  *  10  +  2.

       ROT-EXIT-00.
           GOBACK.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.
