       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYPNTS.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MOVIMENTA OS PONTOS DE FIDELIDADE (CADPTS).     *
      *    OPC-PNT:                                        *
      *      S = saldo do cliente na data DTA-PNT (soma    *
      *          dos lotes de credito dentro da validade), *
      *          devolvido em SDO-PNT;                     *
      *      C = credito de QTD-PNT pontos do cupom        *
      *          DOC-PNT, validos por MES-PNT meses        *
      *          (0 = 12);                                 *
      *      D = debito de QTD-PNT pontos (TIP-PNT R, E    *
      *          ou V): consome os lotes do mais antigo    *
      *          para o mais novo. No estorno (E) o lote   *
      *          do proprio cupom DOC-PNT e consumido      *
      *          primeiro, mesmo vencido. Os pontos        *
      *          efetivamente debitados voltam em SDO-PNT  *
      *          (menos que o pedido = saldo insuficiente).*
      *    A auditoria do documento que originou o         *
      *    movimento e feita pelo chamador.                *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADPTS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PTS
                       FILE          STATUS  IS  FST-PTS.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADPTS.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-PTS          PIC  X(02).
           03  FLT-AUX          PIC  9(07).
           03  BXA-AUX          PIC  9(07).
           03  MES-AUX          PIC  9(02).
           03  D8-REF           PIC  9(08).

           03  VCT-AUX.
               05  ANO-VCT      PIC  9(02).
               05  MES-VCT      PIC  9(02).
               05  DIA-VCT      PIC  9(02).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).

       LINKAGE         SECTION.

       01  PRM-PNT.
           03  OPC-PNT          PIC  X(01).
           03  CLI-PNT          PIC  9(06).
           03  DTA-PNT          PIC  9(06).
           03  TIP-PNT          PIC  X(01).
           03  QTD-PNT          PIC  9(07).
           03  DOC-PNT          PIC  9(06).
           03  MES-PNT          PIC  9(02).
           03  OPR-PNT          PIC  X(10).
           03  SDO-PNT          PIC  9(07).

       PROCEDURE       DIVISION  USING  PRM-PNT.

       ROT-0000-00.
           MOVE     ZEROS    TO  SDO-PNT
           IF  CLI-PNT   =    0  GOBACK.
           OPEN     I-O      CADPTS
           IF  FST-PTS   =  "35" OPEN     OUTPUT   CADPTS
                                 CLOSE    CADPTS
                                 OPEN     I-O      CADPTS.
           MOVE     DTA-PNT  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-REF
           IF  OPC-PNT   =  "C"  GO       ROT-CRED-00.
           IF  OPC-PNT   =  "D"  GO       ROT-DEBT-00.

      ******************************************************
      *    SALDO: lotes de credito dentro da validade      *
      ******************************************************
       ROT-SALD-00.
           MOVE     CLI-PNT  TO  CLI-PTS
           MOVE     ZEROS    TO  SEQ-PTS.

       ROT-SALD-10.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-EXIT-00.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-EXIT-00.
           IF  CLI-PTS  NOT   =  CLI-PNT  GO  ROT-EXIT-00.
           IF  TIP-PTS  NOT   =  "C"  OR
               SDO-PTS   =   ZEROS    GO  ROT-SALD-10.
           MOVE     VCT-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-REF   GO  ROT-SALD-10.
           ADD      SDO-PTS  TO  SDO-PNT
           GO       ROT-SALD-10.

      ******************************************************
      *    CREDITO: novo lote com a validade em meses      *
      ******************************************************
       ROT-CRED-00.
           IF  QTD-PNT   =    0  GO       ROT-EXIT-00.
           MOVE     DTA-PNT  TO  VCT-AUX
           MOVE     MES-PNT  TO  MES-AUX
           IF  MES-AUX   =    0  MOVE     12  TO  MES-AUX.
           IF  DIA-VCT   >   28  MOVE     28  TO  DIA-VCT.

       ROT-CRED-05.
           IF  MES-AUX   =    0  GO       ROT-CRED-10.
           ADD      1        TO  MES-VCT
           IF  MES-VCT   >   12  MOVE     1   TO  MES-VCT
                                 ADD      1   TO  ANO-VCT.
           SUBTRACT 1        FROM  MES-AUX
           GO       ROT-CRED-05.

       ROT-CRED-10.
           PERFORM  ROT-PROX-00
           MOVE     DTA-PNT  TO  DTA-PTS
           MOVE     "C"      TO  TIP-PTS
           MOVE     QTD-PNT  TO  QTD-PTS  SDO-PTS
           MOVE     VCT-AUX  TO  VCT-PTS
           MOVE     DOC-PNT  TO  DOC-PTS
           MOVE     OPR-PNT  TO  OPR-PTS.

       ROT-CRED-20.
           WRITE    REG-PTS
           IF  FST-PTS   =  "22" ADD      1  TO  SEQ-PTS
                                 GO       ROT-CRED-20.
           MOVE     QTD-PNT  TO  SDO-PNT
           GO       ROT-EXIT-00.

      ******************************************************
      *    DEBITO: lote do cupom (estorno) e depois do     *
      *    mais antigo para o mais novo                    *
      ******************************************************
       ROT-DEBT-00.
           MOVE     QTD-PNT  TO  FLT-AUX
           IF  TIP-PNT  NOT   =  "E"  OR
               DOC-PNT   =    0  GO       ROT-DEBT-20.
           MOVE     CLI-PNT  TO  CLI-PTS
           MOVE     ZEROS    TO  SEQ-PTS.

       ROT-DEBT-10.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-DEBT-20.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-DEBT-20.
           IF  CLI-PTS  NOT   =  CLI-PNT  GO  ROT-DEBT-20.
           IF  TIP-PTS  NOT   =  "C"      OR
               DOC-PTS  NOT   =  DOC-PNT  OR
               SDO-PTS   =   ZEROS    GO  ROT-DEBT-10.
           PERFORM  ROT-BAIX-00
           IF  FLT-AUX   >    0  GO       ROT-DEBT-10.

       ROT-DEBT-20.
           IF  FLT-AUX   =    0  GO       ROT-DEBT-40.
           MOVE     CLI-PNT  TO  CLI-PTS
           MOVE     ZEROS    TO  SEQ-PTS.

       ROT-DEBT-30.
           START    CADPTS       KEY  >   CHV-PTS
           IF  FST-PTS   =  "23" GO       ROT-DEBT-40.
           READ     CADPTS  NEXT
           IF  FST-PTS   =  "10" GO       ROT-DEBT-40.
           IF  CLI-PTS  NOT   =  CLI-PNT  GO  ROT-DEBT-40.
           IF  TIP-PTS  NOT   =  "C"  OR
               SDO-PTS   =   ZEROS    GO  ROT-DEBT-30.
           MOVE     VCT-PTS  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-REF   GO  ROT-DEBT-30.
           PERFORM  ROT-BAIX-00
           IF  FLT-AUX   >    0  GO       ROT-DEBT-30.

       ROT-DEBT-40.
           IF  SDO-PNT   =    0  GO       ROT-EXIT-00.
           PERFORM  ROT-PROX-00
           MOVE     DTA-PNT  TO  DTA-PTS
           MOVE     TIP-PNT  TO  TIP-PTS
           COMPUTE  QTD-PTS  =   SDO-PNT  *  -1
           MOVE     ZEROS    TO  SDO-PTS  VCT-PTS
           MOVE     DOC-PNT  TO  DOC-PTS
           MOVE     OPR-PNT  TO  OPR-PTS.

       ROT-DEBT-50.
           WRITE    REG-PTS
           IF  FST-PTS   =  "22" ADD      1  TO  SEQ-PTS
                                 GO       ROT-DEBT-50.
           GO       ROT-EXIT-00.

      ******************************************************
      *    BAIXA DO LOTE LIDO (ate o que falta debitar)    *
      ******************************************************
       ROT-BAIX-00.
           IF  SDO-PTS   >       FLT-AUX
                                 MOVE     FLT-AUX  TO  BXA-AUX
           ELSE
                                 MOVE     SDO-PTS  TO  BXA-AUX.
           SUBTRACT BXA-AUX  FROM  SDO-PTS  FLT-AUX
           ADD      BXA-AUX  TO    SDO-PNT
           REWRITE  REG-PTS.

      ******************************************************
      *    PROXIMO SEQ DO CLIENTE                          *
      ******************************************************
       ROT-PROX-00.
           MOVE     CLI-PNT  TO  CLI-PTS
           MOVE     99999    TO  SEQ-PTS
           START    CADPTS       KEY  NOT  >  CHV-PTS
           IF  FST-PTS   =  "23" MOVE     CLI-PNT  TO  CLI-PTS
                                 MOVE     1        TO  SEQ-PTS
           ELSE
               READ     CADPTS       PREVIOUS
               IF  FST-PTS   NOT  =  "00"  OR
                   CLI-PTS   NOT  =  CLI-PNT
                                 MOVE     CLI-PNT  TO  CLI-PTS
                                 MOVE     1        TO  SEQ-PTS
               ELSE
                                 ADD      1        TO  SEQ-PTS.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADPTS       GOBACK.
