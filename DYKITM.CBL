       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYKITM.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MOVIMENTA OS KITS (CADCMP) NO ESTOQUE.          *
      *    Em toda chamada devolve FLG-KIT (1 = o produto  *
      *    PRX/SUF-KIT tem composicao), CUS-KIT (soma de   *
      *    QTD-CMP x CTM-EST dos componentes) e DSP-KIT    *
      *    (kits montados em SDO-EST mais os que os saldos *
      *    dos componentes permitem montar).               *
      *    OPC-KIT:                                        *
      *      C = so a consulta acima;                      *
      *      S = saida de QTD-KIT kits (venda): baixa      *
      *          primeiro os kits montados (devolvidos em  *
      *          MNT-KIT) e o resto nos componentes;       *
      *      E = entrada de QTD-KIT kits (devolucao): os   *
      *          componentes voltam ao estoque;            *
      *      V = estorno da venda de QTD-KIT kits: os      *
      *          MNT-KIT kits montados baixados na venda   *
      *          voltam ao saldo do kit e o resto aos      *
      *          componentes;                              *
      *      M = montagem: baixa os componentes e soma     *
      *          QTD-KIT ao saldo do kit;                  *
      *      X = desmontagem: o inverso da montagem.       *
      *    Cada saldo alterado gera o kardex via DYMOVE    *
      *    (tipo TIP-KIT, local LOC-KIT) e auditoria; a    *
      *    saida dos componentes consome os lotes do       *
      *    CADLTE pela validade mais antiga (FEFO). O kit  *
      *    movimentado tem CST/CTM-EST acertados para o    *
      *    custo dos componentes, com historico no DYHPRC. *
      *    Cada produto e travado (DYLOCK, operador        *
      *    OPR-KIT) so durante a sua regravacao; em uso    *
      *    por outro operador mostra quem e, espera o Esc  *
      *    e tenta de novo. Produto sem composicao nao e   *
      *    movimentado (FLG-KIT = 0).                      *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP
                       FILE          STATUS  IS  FST-CMP.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADLTE        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LTE
                       FILE          STATUS  IS  FST-LTE.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADCMP.CPY.
       COPY  CADEST.CPY.
       COPY  CADLTE.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CMP          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FST-LTE          PIC  X(02).
           03  ANT-AUX          PIC  X(50).
           03  MIN-AUX          PIC  9(07).
           03  PSS-AUX          PIC  9(07).
           03  QTB-AUX          PIC  9(06).
           03  QTK-AUX          PIC S9(06).
           03  SGN-AUX          PIC S9(01).
           03  QTM-AUX          PIC S9(07)V9.
           03  FLT-AUX          PIC  9(07)V9.
           03  BXA-AUX          PIC  9(07)V9.
           03  SDA-AUX          PIC S9(07)V9.
           03  MNV-AUX          PIC  9(06).
           03  CST-ANT          PIC  9(06)V9999.
           03  CTM-ANT          PIC  9(06)V9999.
           03  TECLADO          PIC  9(02).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPA-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-MVE.
           03  PRX-PRM          PIC  9(02).
           03  SUF-PRM          PIC  9(03).
           03  DTA-PRM          PIC  9(06).
           03  TIP-PRM          PIC  X(01).
           03  QTD-PRM          PIC S9(06)V9.
           03  SDO-PRM          PIC S9(06)V9.
           03  OPR-PRM          PIC  X(10).
           03  LOC-PRM          PIC  9(02).
           03  LOT-PRM          PIC  X(06).

       01  PRM-HPR.
           03  PRX-PRH          PIC  9(02).
           03  SUF-PRH          PIC  9(03).
           03  CMP-PRH          PIC  9(01).
           03  VLA-PRH          PIC  9(06)V9999.
           03  VLN-PRH          PIC  9(06)V9999.
           03  OPR-PRH          PIC  X(10).

       01  PRM-LCK.
           03  ARQ-LKP          PIC  X(06).
           03  RGK-LKP          PIC  X(15).
           03  OPC-LKP          PIC  X(01).
           03  RSP-LKP          PIC  9(01).
           03  HLD-LKP          PIC  X(10).

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       LINKAGE         SECTION.

       01  PRM-KIT.
           03  OPC-KIT          PIC  X(01).
           03  PRX-KIT          PIC  9(02).
           03  SUF-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(06).
           03  DTA-KIT          PIC  9(06).
           03  TIP-KIT          PIC  X(01).
           03  LOC-KIT          PIC  9(02).
           03  OPR-KIT          PIC  X(10).
           03  FLG-KIT          PIC  9(01).
           03  CUS-KIT          PIC  9(07)V9999.
           03  DSP-KIT          PIC S9(07).
           03  MNT-KIT          PIC  9(06).

       SCREEN          SECTION.

       01  TELA-LCK BCK-CLR 04 FOR-CLR 12.
           03  LINE 24 COLUMN 13 VALUE "Registro em uso por:".
           03  HLD-TLK LINE 24 COLUMN 34 PIC X(10) FROM HLD-LKP.

       01  TELA-LCZ BCK-CLR 00 FOR-CLR 00.
           03  LINE 24 COLUMN 13 VALUE
               "                                             ".

       PROCEDURE       DIVISION  USING  PRM-KIT.

       ROT-0000-00.
           MOVE     ZEROS    TO  MNV-AUX
           IF  OPC-KIT   =  "V"  AND  MNT-KIT  NUMERIC
                                 MOVE     MNT-KIT  TO  MNV-AUX.
           MOVE     0        TO  FLG-KIT
           MOVE     ZEROS    TO  CUS-KIT  DSP-KIT  MNT-KIT
           OPEN     INPUT    CADCMP
           IF  FST-CMP   =  "35" OPEN     OUTPUT   CADCMP
                                 CLOSE    CADCMP
                                 OPEN     INPUT    CADCMP.
           OPEN     I-O      CADEST   CADLTE
           IF  FST-LTE   =  "35" OPEN     OUTPUT   CADLTE
                                 CLOSE    CADLTE
                                 OPEN     I-O      CADLTE.
           PERFORM  ROT-COMP-00  THRU  ROT-COMP-30
           IF  FLG-KIT   =    0  GO       ROT-EXIT-00.
           MOVE     PRX-KIT  TO  PRX-EST
           MOVE     SUF-KIT  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  GO  ROT-EXIT-00.
           MOVE     MIN-AUX  TO  DSP-KIT
           IF  SDO-EST   >   ZEROS  ADD  SDO-EST  TO  DSP-KIT.
           IF  OPC-KIT   =  "S"  GO       ROT-SAID-00.
           IF  OPC-KIT   =  "E"  GO       ROT-ENTR-00.
           IF  OPC-KIT   =  "V"  GO       ROT-ESTV-00.
           IF  OPC-KIT   =  "M"  GO       ROT-MONT-00.
           IF  OPC-KIT   =  "X"  GO       ROT-DESM-00.
           GO       ROT-EXIT-00.

      ******************************************************
      *    SAIDA (VENDA): kits montados e depois os        *
      *    componentes                                     *
      ******************************************************
       ROT-SAID-00.
           MOVE     ZEROS    TO  MNT-KIT
           IF  SDO-EST   >   ZEROS  MOVE     SDO-EST  TO  MNT-KIT.
           IF  MNT-KIT   >       QTD-KIT
                                 MOVE     QTD-KIT  TO  MNT-KIT.
           IF  MNT-KIT   >    0  COMPUTE  QTK-AUX  =  MNT-KIT  *  -1
                                 PERFORM  ROT-MKIT-00  THRU
                                          ROT-MKIT-10.
           COMPUTE  QTB-AUX  =   QTD-KIT  -  MNT-KIT
           MOVE     -1       TO  SGN-AUX
           PERFORM  ROT-MCMP-00  THRU  ROT-MCMP-30
           GO       ROT-EXIT-00.

      ******************************************************
      *    ENTRADA (DEVOLUCAO): volta os componentes       *
      ******************************************************
       ROT-ENTR-00.
           MOVE     QTD-KIT  TO  QTB-AUX
           MOVE     1        TO  SGN-AUX
           PERFORM  ROT-MCMP-00  THRU  ROT-MCMP-30
           GO       ROT-EXIT-00.

      ******************************************************
      *    ESTORNO DA VENDA: o inverso exato da saida      *
      ******************************************************
       ROT-ESTV-00.
           MOVE     MNV-AUX  TO  MNT-KIT
           IF  MNT-KIT   >       QTD-KIT
                                 MOVE     QTD-KIT  TO  MNT-KIT.
           IF  MNT-KIT   >    0  MOVE     MNT-KIT  TO  QTK-AUX
                                 PERFORM  ROT-MKIT-00  THRU
                                          ROT-MKIT-10.
           COMPUTE  QTB-AUX  =   QTD-KIT  -  MNT-KIT
           MOVE     1        TO  SGN-AUX
           PERFORM  ROT-MCMP-00  THRU  ROT-MCMP-30
           GO       ROT-EXIT-00.

      ******************************************************
      *    MONTAGEM: componentes saem, kit entra           *
      ******************************************************
       ROT-MONT-00.
           MOVE     QTD-KIT  TO  QTB-AUX
           MOVE     -1       TO  SGN-AUX
           PERFORM  ROT-MCMP-00  THRU  ROT-MCMP-30
           MOVE     QTD-KIT  TO  QTK-AUX
           PERFORM  ROT-MKIT-00  THRU  ROT-MKIT-10
           GO       ROT-EXIT-00.

      ******************************************************
      *    DESMONTAGEM: kit sai, componentes entram        *
      ******************************************************
       ROT-DESM-00.
           COMPUTE  QTK-AUX  =   QTD-KIT  *  -1
           PERFORM  ROT-MKIT-00  THRU  ROT-MKIT-10
           MOVE     QTD-KIT  TO  QTB-AUX
           MOVE     1        TO  SGN-AUX
           PERFORM  ROT-MCMP-00  THRU  ROT-MCMP-30
           GO       ROT-EXIT-00.

      ******************************************************
      *    COMPOSICAO: custo dos componentes e quantos     *
      *    kits os saldos permitem montar                  *
      ******************************************************
       ROT-COMP-00.
           MOVE     ZEROS    TO  MIN-AUX
           MOVE     PRX-KIT  TO  PRX-CMP
           MOVE     SUF-KIT  TO  SUF-CMP
           MOVE     ZEROS    TO  PXC-CMP  SFC-CMP.

       ROT-COMP-10.
           START    CADCMP       KEY  >   CHV-CMP
           IF  FST-CMP   =  "23" GO       ROT-COMP-30.
           READ     CADCMP  NEXT
           IF  FST-CMP   =  "10" GO       ROT-COMP-30.
           IF  PRX-CMP  NOT   =  PRX-KIT  OR
               SUF-CMP  NOT   =  SUF-KIT  GO  ROT-COMP-30.
           IF  QTD-CMP   =   ZEROS    GO  ROT-COMP-10.
           MOVE     PXC-CMP  TO  PRX-EST
           MOVE     SFC-CMP  TO  SUF-EST
           READ     CADEST
           IF  FST-EST   NOT  =  "00"
                                 MOVE  ZEROS  TO  SDO-EST  CTM-EST.
           COMPUTE  CUS-KIT  ROUNDED  =
                    CUS-KIT  +  QTD-CMP  *  CTM-EST
           MOVE     ZEROS    TO  PSS-AUX
           IF  SDO-EST   >   ZEROS
                                 COMPUTE  PSS-AUX  =
                                          SDO-EST  /  QTD-CMP.
           IF  FLG-KIT   =    0  OR  PSS-AUX  <  MIN-AUX
                                 MOVE     PSS-AUX  TO  MIN-AUX.
           MOVE     1        TO  FLG-KIT
           GO       ROT-COMP-10.

       ROT-COMP-30.
           EXIT.

      ******************************************************
      *    MOVIMENTA O SALDO DO PROPRIO KIT (QTK-AUX)      *
      ******************************************************
       ROT-MKIT-00.
           MOVE     PRX-KIT  TO  PRX-EST
           MOVE     SUF-KIT  TO  SUF-EST
           PERFORM  ROT-LCKE-00  THRU  ROT-LCKE-10
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  MOVE  21  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 PERFORM  ROT-LCKU-00
                                 GO       ROT-MKIT-10.
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           MOVE     CST-EST  TO  CST-ANT
           MOVE     CTM-EST  TO  CTM-ANT
           ADD      QTK-AUX  TO  SDO-EST
           MOVE     CUS-KIT  TO  CST-EST  CTM-EST
           REWRITE  REG-EST
           PERFORM  ROT-LCKU-00
           PERFORM  ROT-AUDG-00
           PERFORM  ROT-HPRC-00  THRU  ROT-HPRC-10
           MOVE     QTK-AUX  TO  QTD-PRM
           MOVE     SPACES   TO  LOT-PRM
           PERFORM  ROT-MOVE-00  THRU  ROT-MOVE-10.

       ROT-MKIT-10.
           EXIT.

      ******************************************************
      *    HISTORICO DO CUSTO DO KIT ALTERADO (DYHPRC):    *
      *    1 = custo de reposicao, 2 = custo medio         *
      ******************************************************
       ROT-HPRC-00.
           MOVE     PRX-EST  TO  PRX-PRH
           MOVE     SUF-EST  TO  SUF-PRH
           MOVE     OPR-KIT  TO  OPR-PRH
           IF  CST-EST   =       CST-ANT  GO  ROT-HPRC-05.
           MOVE     1        TO  CMP-PRH
           MOVE     CST-ANT  TO  VLA-PRH
           MOVE     CST-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR.

       ROT-HPRC-05.
           IF  CTM-EST   =       CTM-ANT  GO  ROT-HPRC-10.
           MOVE     2        TO  CMP-PRH
           MOVE     CTM-ANT  TO  VLA-PRH
           MOVE     CTM-EST  TO  VLN-PRH
           CALL     "DYHPRC"     USING    PRM-HPR.

       ROT-HPRC-10.
           EXIT.

      ******************************************************
      *    MOVIMENTA OS COMPONENTES: QTB-AUX kits, sinal   *
      *    SGN-AUX (-1 saida, +1 entrada)                  *
      ******************************************************
       ROT-MCMP-00.
           IF  QTB-AUX   =    0  GO       ROT-MCMP-30.
           MOVE     PRX-KIT  TO  PRX-CMP
           MOVE     SUF-KIT  TO  SUF-CMP
           MOVE     ZEROS    TO  PXC-CMP  SFC-CMP.

       ROT-MCMP-10.
           START    CADCMP       KEY  >   CHV-CMP
           IF  FST-CMP   =  "23" GO       ROT-MCMP-30.
           READ     CADCMP  NEXT
           IF  FST-CMP   =  "10" GO       ROT-MCMP-30.
           IF  PRX-CMP  NOT   =  PRX-KIT  OR
               SUF-CMP  NOT   =  SUF-KIT  GO  ROT-MCMP-30.
           IF  QTD-CMP   =   ZEROS    GO  ROT-MCMP-10.
           MOVE     PXC-CMP  TO  PRX-EST
           MOVE     SFC-CMP  TO  SUF-EST
           PERFORM  ROT-LCKE-00  THRU  ROT-LCKE-10
           READ     CADEST
           IF  FST-EST   NOT  =  "00"  PERFORM  ROT-LCKU-00
                                 GO       ROT-MCMP-10.
           COMPUTE  QTM-AUX  =   QTB-AUX  *  QTD-CMP  *  SGN-AUX
           MOVE     REG-EST (1: 50)  TO  ANT-AUX
           MOVE     SDO-EST  TO  SDA-AUX
           ADD      QTM-AUX  TO  SDO-EST
           REWRITE  REG-EST
           PERFORM  ROT-LCKU-00
           PERFORM  ROT-AUDG-00
           IF  SGN-AUX   >    0  MOVE     QTM-AUX  TO  QTD-PRM
                                 MOVE     SPACES   TO  LOT-PRM
                                 PERFORM  ROT-MOVE-00  THRU  ROT-MOVE-10
                                 GO       ROT-MCMP-10.
           COMPUTE  FLT-AUX  =   QTM-AUX  *  -1
           PERFORM  ROT-BLOT-00  THRU  ROT-BLOT-30
           GO       ROT-MCMP-10.

       ROT-MCMP-30.
           EXIT.

      ******************************************************
      *    SAIDA DO COMPONENTE PELOS LOTES (FEFO); o que   *
      *    passar dos lotes sai sem lote                   *
      ******************************************************
       ROT-BLOT-00.
           MOVE     PRX-EST  TO  PRX-LTE
           MOVE     SUF-EST  TO  SUF-LTE
           MOVE     ZEROS    TO  DTV-LTE
           MOVE     SPACES   TO  LTN-LTE.

       ROT-BLOT-10.
           IF  FLT-AUX   =    0  GO       ROT-BLOT-30.
           START    CADLTE       KEY  >   CHV-LTE
           IF  FST-LTE   =  "23" GO       ROT-BLOT-20.
           READ     CADLTE  NEXT
           IF  FST-LTE   =  "10" GO       ROT-BLOT-20.
           IF  PRX-LTE   NOT  =  PRX-EST  OR
               SUF-LTE   NOT  =  SUF-EST  GO  ROT-BLOT-20.
           IF  SDO-LTE   NOT  >  ZEROS    GO  ROT-BLOT-10.
           IF  SDO-LTE   >       FLT-AUX
                                 MOVE     FLT-AUX  TO  BXA-AUX
           ELSE
                                 MOVE     SDO-LTE  TO  BXA-AUX.
           SUBTRACT BXA-AUX  FROM  SDO-LTE  FLT-AUX  SDA-AUX
           REWRITE  REG-LTE
           COMPUTE  QTD-PRM  =   BXA-AUX  *  -1
           MOVE     SDA-AUX  TO  SDO-PRM
           MOVE     LTN-LTE  TO  LOT-PRM
           PERFORM  ROT-MOVE-10
           GO       ROT-BLOT-10.

       ROT-BLOT-20.
           IF  FLT-AUX   =    0  GO       ROT-BLOT-30.
           COMPUTE  QTD-PRM  =   FLT-AUX  *  -1
           MOVE     SPACES   TO  LOT-PRM
           PERFORM  ROT-MOVE-00  THRU  ROT-MOVE-10.

       ROT-BLOT-30.
           EXIT.

      ******************************************************
      *    KARDEX DO PRODUTO LIDO (saldo atual ou SDO-PRM  *
      *    ja informado na entrada ROT-MOVE-10)            *
      ******************************************************
       ROT-MOVE-00.
           MOVE     SDO-EST  TO  SDO-PRM.

       ROT-MOVE-10.
           MOVE     PRX-EST  TO  PRX-PRM
           MOVE     SUF-EST  TO  SUF-PRM
           MOVE     DTA-KIT  TO  DTA-PRM
           MOVE     TIP-KIT  TO  TIP-PRM
           MOVE     OPR-KIT  TO  OPR-PRM
           MOVE     LOC-KIT  TO  LOC-PRM
           CALL     "DYMOVE"     USING    PRM-MVE.

      ******************************************************
      *    TRAVA DO PRODUTO CHV-EST P/ A REGRAVACAO: em    *
      *    uso, mostra quem tem, espera o Esc e tenta de   *
      *    novo (o movimento ja comecou no chamador)       *
      ******************************************************
       ROT-LCKE-00.
           MOVE     "CADEST"  TO  ARQ-LKP
           MOVE     SPACES    TO  RGK-LKP
           MOVE     CHV-EST   TO  RGK-LKP (1: 5)
           PERFORM  ROT-LOCK-00
           IF  RSP-LKP   =    1  DISPLAY  TELA-LCK
                                 PERFORM  ROT-LCKW-00
                                 GO       ROT-LCKE-00.
       ROT-LCKE-10.
           EXIT.

       ROT-LOCK-00.
           MOVE     "L"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    OPR-KIT  PRM-LCK.

       ROT-LCKU-00.
           MOVE     "U"      TO  OPC-LKP
           CALL    "DYLOCK"      USING    OPR-KIT  PRM-LCK.

       ROT-LCKW-00.
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   NOT  =  01  GO   ROT-LCKW-00.
           DISPLAY  TELA-LCZ.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-AUDG-00.
           MOVE     "CADEST"  TO  ARQ-PRM
           MOVE     CHV-EST   TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     OPR-KIT   TO  OPA-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     REG-EST (1: 50)  TO  NOV-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-EXIT-00.
           CLOSE    CADCMP  CADEST  CADLTE  GOBACK.
