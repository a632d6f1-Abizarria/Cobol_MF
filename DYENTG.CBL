       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DYENTG.
       AUTHOR.         ADILSON.
      ******************************************************
      *    MARCA UMA VENDA PARA ENTREGA A DOMICILIO:       *
      *    grava o CADENT (situacao "P" pendente) com o    *
      *    endereco do cliente CLI-ETG tirado do CADMDR,   *
      *    a data pedida, a janela de horario e o valor a  *
      *    cobrar, e copia os itens do documento para o    *
      *    CADENI: ORI-ETG C = cupom (CADCVI do NUM-CPV),  *
      *    O = orcamento convertido (CADOVI do NUM-ORV).   *
      *    RSP-ETG: 0 = gravada, 1 = cliente sem cadastro, *
      *    2 = documento ja marcado para entrega.          *
      *    Chamado pelo DY1160 e pelo DY1169; auditoria    *
      *    via DYAUDT.                                     *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADMDR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MDR
                       FILE          STATUS  IS  FST-MDR.

           SELECT      CADCVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CVI
                       FILE          STATUS  IS  FST-CVI.

           SELECT      CADOVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OVI
                       FILE          STATUS  IS  FST-OVI.

           SELECT      CADENT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENT
                       FILE          STATUS  IS  FST-ENT.

           SELECT      CADENI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENI
                       FILE          STATUS  IS  FST-ENI.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMDR.CPY.
       COPY  CADCVI.CPY.
       COPY  CADOVI.CPY.
       COPY  CADENT.CPY.
       COPY  CADENI.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MDR          PIC  X(02).
           03  FST-CVI          PIC  X(02).
           03  FST-OVI          PIC  X(02).
           03  FST-ENT          PIC  X(02).
           03  FST-ENI          PIC  X(02).
           03  VAL-AUX          PIC  9(08)V99.

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPA-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       LINKAGE         SECTION.

       01  PRM-ETG.
           03  ORI-ETG          PIC  X(01).
           03  DOC-ETG          PIC  9(06).
           03  DTA-ETG          PIC  9(06).
           03  CLI-ETG          PIC  9(06).
           03  DTS-ETG          PIC  9(06).
           03  HRI-ETG          PIC  9(04).
           03  HRF-ETG          PIC  9(04).
           03  VCB-ETG          PIC  9(07)V99.
           03  OPR-ETG          PIC  X(10).
           03  RSP-ETG          PIC  9(01).

       PROCEDURE       DIVISION  USING  PRM-ETG.

       ROT-0000-00.
           MOVE     0        TO  RSP-ETG
           OPEN     INPUT    CADMDR   CADCVI   CADOVI
                    I-O      CADENT   CADENI
           IF  FST-ENT   =  "35" OPEN     OUTPUT   CADENT
                                 CLOSE    CADENT
                                 OPEN     I-O      CADENT.
           IF  FST-ENI   =  "35" OPEN     OUTPUT   CADENI
                                 CLOSE    CADENI
                                 OPEN     I-O      CADENI.
           MOVE     CLI-ETG  TO  CHV-MDR
           READ     CADMDR
           IF  CLI-ETG   =   ZEROS  OR
               FST-MDR   NOT  =  "00"
                                 MOVE     1  TO  RSP-ETG
                                 GO       ROT-EXIT-00.
           MOVE     ORI-ETG  TO  ORI-ENT
           MOVE     DOC-ETG  TO  DOC-ENT
           READ     CADENT
           IF  FST-ENT   =  "00" MOVE     2  TO  RSP-ETG
                                 GO       ROT-EXIT-00.
           MOVE     ZEROS    TO  VAL-AUX
           IF  ORI-ETG   =  "O"  GO       ROT-ORCA-00.

      ******************************************************
      *    ITENS DO CUPOM                                  *
      ******************************************************
       ROT-CUPM-00.
           MOVE     DOC-ETG  TO  NUM-CVI
           MOVE     ZEROS    TO  ITM-CVI.

       ROT-CUPM-10.
           START    CADCVI       KEY  >   CHV-CVI
           IF  FST-CVI   NOT  =  "00"  GO  ROT-GRVA-00.
           READ     CADCVI  NEXT
           IF  FST-CVI   NOT  =  "00"  GO  ROT-GRVA-00.
           IF  NUM-CVI   NOT  =  DOC-ETG  GO  ROT-GRVA-00.
           MOVE     ITM-CVI  TO  ITM-ENI
           MOVE     PRX-CVI  TO  PRX-ENI
           MOVE     SUF-CVI  TO  SUF-ENI
           MOVE     QTD-CVI  TO  QTD-ENI
           MOVE     VAL-CVI  TO  VAL-ENI
           PERFORM  ROT-GITM-00  THRU  ROT-GITM-EXIT
           GO       ROT-CUPM-10.

      ******************************************************
      *    ITENS DO ORCAMENTO CONVERTIDO                   *
      ******************************************************
       ROT-ORCA-00.
           MOVE     DOC-ETG  TO  NUM-OVI
           MOVE     ZEROS    TO  ITM-OVI.

       ROT-ORCA-10.
           START    CADOVI       KEY  >   CHV-OVI
           IF  FST-OVI   NOT  =  "00"  GO  ROT-GRVA-00.
           READ     CADOVI  NEXT
           IF  FST-OVI   NOT  =  "00"  GO  ROT-GRVA-00.
           IF  NUM-OVI   NOT  =  DOC-ETG  GO  ROT-GRVA-00.
           MOVE     ITM-OVI  TO  ITM-ENI
           MOVE     PRX-OVI  TO  PRX-ENI
           MOVE     SUF-OVI  TO  SUF-ENI
           MOVE     QTD-OVI  TO  QTD-ENI
           MOVE     VAL-OVI  TO  VAL-ENI
           PERFORM  ROT-GITM-00  THRU  ROT-GITM-EXIT
           GO       ROT-ORCA-10.

      ******************************************************
      *    GRAVA O ITEM DA ENTREGA                         *
      ******************************************************
       ROT-GITM-00.
           MOVE     ORI-ETG  TO  ORI-ENI
           MOVE     DOC-ETG  TO  DOC-ENI
           MOVE     ZEROS    TO  QEN-ENI
           WRITE    REG-ENI
           IF  FST-ENI   NOT  =  "00"  GO  ROT-GITM-EXIT.
           ADD      VAL-ENI  TO  VAL-AUX
           MOVE     "CADENI"  TO  ARQ-PRM
           MOVE     CHV-ENI   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-ENI   TO  NOV-PRM
           PERFORM  ROT-AUDG-00.

       ROT-GITM-EXIT.
           EXIT.

      ******************************************************
      *    GRAVA A ENTREGA PENDENTE                        *
      ******************************************************
       ROT-GRVA-00.
           MOVE     ORI-ETG  TO  ORI-ENT
           MOVE     DOC-ETG  TO  DOC-ENT
           MOVE     DTA-ETG  TO  DTA-ENT
           MOVE     CLI-ETG  TO  CLI-ENT
           MOVE     NOM-MDR  TO  NOM-ENT
           MOVE     END-MDR  TO  END-ENT
           MOVE     CEP-MDR  TO  CEP-ENT
           MOVE     CID-MDR  TO  CID-ENT
           MOVE     EST-MDR  TO  EST-ENT
           MOVE     DTS-ETG  TO  DTS-ENT
           MOVE     HRI-ETG  TO  HRI-ENT
           MOVE     HRF-ETG  TO  HRF-ENT
           MOVE     VAL-AUX  TO  VAL-ENT
           MOVE     VCB-ETG  TO  VCB-ENT
           MOVE     ZEROS    TO  RTA-ENT  DTE-ENT  VRC-ENT
                                 VDV-ENT  NVL-ENT
           MOVE     "P"      TO  SIT-ENT
           MOVE     SPACES   TO  OBS-ENT
           MOVE     OPR-ETG  TO  OPR-ENT
           WRITE    REG-ENT
           MOVE     "CADENT"  TO  ARQ-PRM
           MOVE     CHV-ENT   TO  CHR-PRM
           MOVE     "I"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     REG-ENT   TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-EXIT-00.

       ROT-AUDG-00.
           MOVE     OPR-ETG  TO  OPA-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-EXIT-00.
           CLOSE    CADMDR  CADCVI  CADOVI  CADENT  CADENI
           GOBACK.
