       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYRESV.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MOVIMENTA AS RESERVAS DE ESTOQUE (CADRSV).      *
      *    OPC-RES:                                        *
      *      S = total reservado do produto PRX/SUF-RES na *
      *          data DTA-RES, devolvido em SDO-RES.       *
      *          Reservas de orcamento com validade        *
      *          vencida nao contam. Com ORI-RES           *
      *          informado, as reservas do proprio         *
      *          documento ORI/DOC-RES ficam de fora;      *
      *      C = quantidade reservada na chave informada,  *
      *          devolvida em SDO-RES (0 = nao existe);    *
      *      G = grava a reserva da chave com QTD-RES      *
      *          (substitui a existente; 0 = libera);      *
      *      L = libera (exclui) a reserva da chave.       *
      *    A auditoria do documento que originou a reserva *
      *    e feita pelo chamador.                          *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADRSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSV
                       FILE          STATUS  IS  FST-RSV.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADRSV.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-RSV          PIC  X(02).
           03  D8-REF           PIC  9(08).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).

       LINKAGE         SECTION.

       01  PRM-RES.
           03  OPC-RES          PIC  X(01).
           03  PRX-RES          PIC  9(02).
           03  SUF-RES          PIC  9(03).
           03  ORI-RES          PIC  X(01).
           03  DOC-RES          PIC  9(06).
           03  ITM-RES          PIC  9(02).
           03  CLI-RES          PIC  9(06).
           03  QTD-RES          PIC  9(06).
           03  DTA-RES          PIC  9(06).
           03  VLD-RES          PIC  9(06).
           03  OPR-RES          PIC  X(10).
           03  SDO-RES          PIC  9(07).

       PROCEDURE       DIVISION  USING  PRM-RES.

       ROT-0000-00.
           MOVE     ZEROS    TO  SDO-RES
           OPEN     I-O      CADRSV
           IF  FST-RSV   =  "35" OPEN     OUTPUT   CADRSV
                                 CLOSE    CADRSV
                                 OPEN     I-O      CADRSV.
           MOVE     PRX-RES  TO  PRX-RSV
           MOVE     SUF-RES  TO  SUF-RSV
           MOVE     ORI-RES  TO  ORI-RSV
           MOVE     DOC-RES  TO  DOC-RSV
           MOVE     ITM-RES  TO  ITM-RSV
           IF  OPC-RES   =  "C"  GO       ROT-CONS-00.
           IF  OPC-RES   =  "G"  GO       ROT-GRVA-00.
           IF  OPC-RES   =  "L"  GO       ROT-LIBE-00.

      ******************************************************
      *    SALDO RESERVADO DO PRODUTO NA DATA              *
      ******************************************************
       ROT-SALD-00.
           MOVE     DTA-RES  TO  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-REF
           MOVE     SPACES   TO  ORI-RSV
           MOVE     ZEROS    TO  DOC-RSV  ITM-RSV.

       ROT-SALD-10.
           START    CADRSV       KEY  >   CHV-RSV
           IF  FST-RSV   =  "23" GO       ROT-EXIT-00.
           READ     CADRSV  NEXT
           IF  FST-RSV   =  "10" GO       ROT-EXIT-00.
           IF  PRX-RSV  NOT   =  PRX-RES  OR
               SUF-RSV  NOT   =  SUF-RES  GO  ROT-EXIT-00.
           IF  ORI-RSV   =       ORI-RES  AND
               DOC-RSV   =       DOC-RES  GO  ROT-SALD-10.
           IF  ORI-RSV  NOT   =  "O"      GO  ROT-SALD-20.
           MOVE     VLD-RSV  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-REF   GO  ROT-SALD-10.

       ROT-SALD-20.
           ADD      QTD-RSV  TO  SDO-RES
           GO       ROT-SALD-10.

      ******************************************************
      *    CONSULTA DA RESERVA DA CHAVE                    *
      ******************************************************
       ROT-CONS-00.
           READ     CADRSV
           IF  FST-RSV   =  "00" MOVE     QTD-RSV  TO  SDO-RES.
           GO       ROT-EXIT-00.

      ******************************************************
      *    GRAVACAO DA RESERVA DA CHAVE                    *
      ******************************************************
       ROT-GRVA-00.
           IF  QTD-RES   =    0  GO       ROT-LIBE-00.
           MOVE     CLI-RES  TO  CLI-RSV
           MOVE     QTD-RES  TO  QTD-RSV
           MOVE     DTA-RES  TO  DTA-RSV
           MOVE     VLD-RES  TO  VLD-RSV
           MOVE     OPR-RES  TO  OPR-RSV
           WRITE    REG-RSV
           IF  FST-RSV   =  "22" REWRITE  REG-RSV.
           MOVE     QTD-RES  TO  SDO-RES
           GO       ROT-EXIT-00.

      ******************************************************
      *    LIBERACAO DA RESERVA DA CHAVE                   *
      ******************************************************
       ROT-LIBE-00.
           READ     CADRSV
           IF  FST-RSV   =  "00" MOVE     QTD-RSV  TO  SDO-RES
                                 DELETE   CADRSV.
           GO       ROT-EXIT-00.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADRSV       GOBACK.
