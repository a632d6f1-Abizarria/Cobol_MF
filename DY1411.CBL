       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY1411.
       AUTHOR.         ADILSON.
      ******************************************************
      *    FOTOGRAFIA MENSAL DOS INDICADORES GERENCIAIS    *
      *    (CADIND), chamada pelo fechamento de periodo    *
      *    (DY1410) com a data do novo fechamento: grava   *
      *    (ou regrava) o registro do mes dessa data.      *
      *    - vendas liquidas do mes (CADVND) e custo das   *
      *      vendas (quantidade x CTM-EST do produto);     *
      *      margem bruta = vendas - custo;                *
      *    - estoque proprio ao custo medio (SDO-EST menos *
      *      o consignado do CADCSG, como no DY1156);      *
      *    - a receber em aberto (CADFAT + CADCRD) e       *
      *      vencido (CADFAT com vencimento, ou emissao    *
      *      quando sem vencimento, antes da data do       *
      *      fechamento);                                  *
      *    - a pagar em aberto (CADPAG situacao A);        *
      *    - saldo bancario no fim do mes: saldo inicial   *
      *      CADSDB mais lancamentos CADLBC do mes, de     *
      *      todos os bancos (mesma regra do DY1420);      *
      *    - despesas do mes por grupo (CADLDP liquidado   *
      *      menos reembolsos);                            *
      *    - giro do estoque no mes = custo das vendas /   *
      *      estoque a custo.                              *
      *    Saldos sao os do momento do fechamento.         *
      ******************************************************

       ENVIRONMENT     DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT         IS  COMMA.
       FILE-CONTROL.

           SELECT      CADEST        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-EST
                       FILE          STATUS  IS  FST-EST.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FST-CSG.

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADPAG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PAG
                       FILE          STATUS  IS  FST-PAG.

           SELECT      CADBCO        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-BCO
                       FILE          STATUS  IS  FST-BCO.

           SELECT      CADSDB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SDB
                       FILE          STATUS  IS  FST-SDB.

           SELECT      CADLBC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LBC
                       FILE          STATUS  IS  FST-LBC.

           SELECT      CADLDP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADIND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IND
                       FILE          STATUS  IS  FST-IND.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADEST.CPY.
       COPY  CADVND.CPY.
       COPY  CADCSG.CPY.
       COPY  CADFAT.CPY.
       COPY  CADCRD.CPY.
       COPY  CADPAG.CPY.
       COPY  CADBCO.CPY.
       COPY  CADSDB.CPY.
       COPY  CADLBC.CPY.
       COPY  CADLDP.CPY.
       COPY  CADIND.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-EST          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-CSG          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FST-SDB          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FST-IND          PIC  X(02).

           03  DTF-AUX.
               05  ANO-SEL      PIC  9(02).
               05  MES-SEL      PIC  9(02).
               05  DIA-SEL      PIC  9(02).
           03  PRX-ANT          PIC  9(02).
           03  SUF-ANT          PIC  9(03).
           03  CTM-AUX          PIC  9(06)V9999.
           03  SCS-AUX          PIC  9(07).
           03  SDO-PRP          PIC S9(07)V9.
           03  VLI-AUX          PIC S9(11)V99.
           03  SDO-COR          PIC S9(11)V99.
           03  IDG-AUX          PIC  9(01).

           03  DTA-SYS          PIC  9(06).
           03  HRA-SYS          PIC  9(08).

           03  D8-REG.
               05  SC-REG       PIC  9(02).
               05  D6-REG.
                   07  AN-REG   PIC  9(02).
                   07  FILLER   PIC  9(04).
           03  D8-REF           PIC  9(08).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       01  PRM-IND.
           03  DTF-PIN          PIC  9(06).
           03  RSP-PIN          PIC  9(01).

       SCREEN          SECTION.

       01  TELA-01  BCK-CLR 1 FOR-CLR 15.
           03  LINE 19 COLUMN 13 VALUE
               "   Gravando os Indicadores Gerenciais do Mes ...   ".

       01  TELA-02  BCK-CLR 0 FOR-CLR 0.
           03  LINE 19 COLUMN 13 VALUE
               "                                                   ".

       PROCEDURE       DIVISION  USING  PRM-OPR  PRM-IND.

       ROT-0000-00.
           MOVE     0        TO  RSP-PIN
           DISPLAY  TELA-01
           OPEN     INPUT        CADEST   CADVND   CADCSG   CADFAT
                                 CADCRD   CADPAG   CADBCO   CADSDB
                                 CADLBC   CADLDP
                    I-O          CADIND
           IF  FST-IND   =  "35" OPEN     OUTPUT   CADIND
                                 CLOSE    CADIND
                                 OPEN     I-O      CADIND.
           IF  FST-CSG   =  "35" OPEN     OUTPUT   CADCSG
                                 CLOSE    CADCSG
                                 OPEN     INPUT    CADCSG.
           MOVE     DTF-PIN  TO  DTF-AUX  D6-REG
           PERFORM  ROT-SECU-00
           MOVE     D8-REG   TO  D8-REF
           MOVE     SPACES   TO  REG-IND
           MOVE     SC-REG   TO  ANO-IND (1: 2)
           MOVE     ANO-SEL  TO  ANO-IND (3: 2)
           MOVE     MES-SEL  TO  MES-IND
           MOVE     DTF-PIN  TO  DTF-IND
           MOVE     ZEROS    TO  VND-IND  CMV-IND  MRG-IND  EST-IND
                                 REC-IND  VEN-IND  PAG-IND  BCO-IND
                                 GIR-IND
           MOVE     1        TO  IDG-AUX
           PERFORM  ROT-ZERA-00  THRU  ROT-ZERA-20
           PERFORM  ROT-AVND-00  THRU  ROT-AVND-20
           PERFORM  ROT-AEST-00  THRU  ROT-AEST-20
           PERFORM  ROT-AFAT-00  THRU  ROT-AFAT-20
           PERFORM  ROT-ACRD-00  THRU  ROT-ACRD-20
           PERFORM  ROT-APAG-00  THRU  ROT-APAG-20
           PERFORM  ROT-ABCO-00  THRU  ROT-ABCO-20
           PERFORM  ROT-ALDP-00  THRU  ROT-ALDP-20
           COMPUTE  MRG-IND  =   VND-IND  -  CMV-IND
           IF  EST-IND   >   ZEROS  AND  CMV-IND  >  ZEROS
               COMPUTE  GIR-IND  ROUNDED  =  CMV-IND  /  EST-IND
               ON  SIZE  ERROR  MOVE  999,99  TO  GIR-IND.
           ACCEPT   DTA-SYS  FROM  DATE
           ACCEPT   HRA-SYS  FROM  TIME
           MOVE     DTA-SYS  TO  DTA-IND
           MOVE     HRA-SYS (1: 6)  TO  HRA-IND
           MOVE     PRM-OPR  TO  OPR-IND
           REWRITE  REG-IND
           IF  FST-IND   NOT  =  "00"  WRITE  REG-IND.
           IF  FST-IND   NOT  =  "00"  MOVE  1  TO  RSP-PIN.
           GO       ROT-EXIT-00.

       ROT-ZERA-00.
           MOVE     ZEROS    TO  DSP-IND (IDG-AUX)
           IF  IDG-AUX   <    8  ADD  1   TO  IDG-AUX
                                 GO       ROT-ZERA-00.
       ROT-ZERA-20.
           EXIT.

      ******************************************************
      *    VENDAS DO MES E CUSTO DAS VENDAS AO CTM-EST     *
      ******************************************************
       ROT-AVND-00.
           MOVE     99       TO  PRX-ANT
           MOVE     999      TO  SUF-ANT
           MOVE     ZEROS    TO  CTM-AUX
           MOVE     SPACES   TO  CHV-VND.
       ROT-AVND-10.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-AVND-20.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-AVND-20.
           IF  ANO-VND   NOT  =  ANO-SEL  OR
               MES-VND   NOT  =  MES-SEL  GO  ROT-AVND-10.
           IF  PRX-VND   NOT  =  PRX-ANT  OR
               SUF-VND   NOT  =  SUF-ANT
                                 PERFORM  ROT-CUST-00.
           ADD      VAL-VND  TO  VND-IND
           COMPUTE  VLI-AUX  ROUNDED  =  QTD-VND  *  CTM-AUX
           ADD      VLI-AUX  TO  CMV-IND
           GO       ROT-AVND-10.
       ROT-AVND-20.
           EXIT.

       ROT-CUST-00.
           MOVE     PRX-VND  TO  PRX-ANT  PRX-EST
           MOVE     SUF-VND  TO  SUF-ANT  SUF-EST
           READ     CADEST
           IF  FST-EST   =  "00" MOVE     CTM-EST  TO  CTM-AUX
               ELSE              MOVE     ZEROS    TO  CTM-AUX.

      ******************************************************
      *    ESTOQUE PROPRIO AO CUSTO MEDIO                  *
      ******************************************************
       ROT-AEST-00.
           MOVE     SPACES   TO  CHV-EST.
       ROT-AEST-10.
           START    CADEST       KEY  >   CHV-EST
           IF  FST-EST   =  "23" GO       ROT-AEST-20.
           READ     CADEST  NEXT
           IF  FST-EST   =  "10" GO       ROT-AEST-20.
           PERFORM  ROT-PCSG-00  THRU  ROT-PCSG-EXIT
           COMPUTE  SDO-PRP  =   SDO-EST  -  SCS-AUX
           COMPUTE  VLI-AUX  ROUNDED  =  SDO-PRP  *  CTM-EST
           ADD      VLI-AUX  TO  EST-IND
           GO       ROT-AEST-10.
       ROT-AEST-20.
           EXIT.

       ROT-PCSG-00.
           MOVE     ZEROS    TO  SCS-AUX
           MOVE     PRX-EST  TO  PRX-CSG
           MOVE     SUF-EST  TO  SUF-CSG
           MOVE     ZEROS    TO  FOR-CSG.

       ROT-PCSG-10.
           START    CADCSG       KEY  >   CHV-CSG
           IF  FST-CSG   NOT  =  "00"  GO  ROT-PCSG-EXIT.
           READ     CADCSG  NEXT
           IF  FST-CSG   NOT  =  "00"  GO  ROT-PCSG-EXIT.
           IF  PRX-CSG   NOT  =  PRX-EST  OR
               SUF-CSG   NOT  =  SUF-EST  GO  ROT-PCSG-EXIT.
           ADD      SDO-CSG  TO  SCS-AUX
           GO       ROT-PCSG-10.

       ROT-PCSG-EXIT.
           EXIT.

      ******************************************************
      *    A RECEBER: FATURAS EM ABERTO E VENCIDAS         *
      ******************************************************
       ROT-AFAT-00.
           MOVE     SPACES   TO  CHV-FAT.
       ROT-AFAT-10.
           START    CADFAT       KEY  >   CHV-FAT
           IF  FST-FAT   =  "23" GO       ROT-AFAT-20.
           READ     CADFAT  NEXT
           IF  FST-FAT   =  "10" GO       ROT-AFAT-20.
           ADD      VAL-FAT  TO  REC-IND
           IF  VCT-FAT   NUMERIC  AND  VCT-FAT  NOT  =  ZEROS
                                 MOVE     VCT-FAT  TO  D6-REG
               ELSE              MOVE     DTA-FAT  TO  D6-REG.
           PERFORM  ROT-SECU-00
           IF  D8-REG    <       D8-REF
                                 ADD      VAL-FAT  TO  VEN-IND.
           GO       ROT-AFAT-10.
       ROT-AFAT-20.
           EXIT.

       ROT-ACRD-00.
           MOVE     SPACES   TO  CHV-CRD.
       ROT-ACRD-10.
           START    CADCRD       KEY  >   CHV-CRD
           IF  FST-CRD   =  "23" GO       ROT-ACRD-20.
           READ     CADCRD  NEXT
           IF  FST-CRD   =  "10" GO       ROT-ACRD-20.
           ADD      VAL-CRD  TO  REC-IND
           GO       ROT-ACRD-10.
       ROT-ACRD-20.
           EXIT.

      ******************************************************
      *    A PAGAR EM ABERTO                               *
      ******************************************************
       ROT-APAG-00.
           MOVE     SPACES   TO  CHV-PAG.
       ROT-APAG-10.
           START    CADPAG       KEY  >   CHV-PAG
           IF  FST-PAG   =  "23" GO       ROT-APAG-20.
           READ     CADPAG  NEXT
           IF  FST-PAG   =  "10" GO       ROT-APAG-20.
           IF  SIT-PAG   =  "A"  ADD      VAL-PAG  TO  PAG-IND.
           GO       ROT-APAG-10.
       ROT-APAG-20.
           EXIT.

      ******************************************************
      *    SALDO BANCARIO NO FIM DO MES, TODOS OS BANCOS   *
      ******************************************************
       ROT-ABCO-00.
           MOVE     ZEROS    TO  CHV-BCO.
       ROT-ABCO-10.
           START    CADBCO       KEY  >   CHV-BCO
           IF  FST-BCO   =  "23" GO       ROT-ABCO-20.
           READ     CADBCO  NEXT
           IF  FST-BCO   =  "10" GO       ROT-ABCO-20.
           MOVE     CHV-BCO  TO  BCO-SDB
           MOVE     ANO-SEL  TO  ANO-SDB
           MOVE     MES-SEL  TO  MES-SDB
           READ     CADSDB
           IF  FST-SDB   =  "00" MOVE     VAL-SDB  TO  SDO-COR
               ELSE              MOVE     ZEROS    TO  SDO-COR.
           PERFORM  ROT-SOMA-00  THRU  ROT-SOMA-20
           ADD      SDO-COR  TO  BCO-IND
           GO       ROT-ABCO-10.
       ROT-ABCO-20.
           EXIT.

       ROT-SOMA-00.
           MOVE     SPACES   TO  CHV-LBC
           MOVE     CHV-BCO  TO  BCO-LBC
           MOVE     ANO-SEL  TO  ANO-LBC
           MOVE     MES-SEL  TO  MES-LBC
           MOVE     ZEROS    TO  DIA-LBC  LCT-LBC.

       ROT-SOMA-10.
           START    CADLBC       KEY  >   CHV-LBC
           IF  FST-LBC   =  "23" GO       ROT-SOMA-20.
           READ     CADLBC  NEXT
           IF  FST-LBC   =  "10" GO       ROT-SOMA-20.
           IF  BCO-LBC  NOT   =  CHV-BCO  OR
               ANO-LBC  NOT   =  ANO-SEL  OR
               MES-LBC  NOT   =  MES-SEL
                                 GO       ROT-SOMA-20.
           IF  COD-LBC   =    0  OR   2   OR   6
                                 GO       ROT-SOMA-10.
           IF  COD-LBC   >    3  ADD      VAL-LBC  TO  SDO-COR
               ELSE              SUBTRACT VAL-LBC FROM SDO-COR.
           GO       ROT-SOMA-10.

       ROT-SOMA-20.
           EXIT.

      ******************************************************
      *    DESPESAS DO MES POR GRUPO                       *
      ******************************************************
       ROT-ALDP-00.
           MOVE     ZEROS    TO  CHV-LDP.
       ROT-ALDP-10.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-ALDP-20.
           READ     CADLDP  NEXT
           IF  FST-LDP   =  "10" GO       ROT-ALDP-20.
           IF  PRX-LDP   <    1  OR   >   8
                                 GO       ROT-ALDP-10.
           IF  ANO-LDP   NOT  =  ANO-SEL  OR
               MES-LDP   NOT  =  MES-SEL  GO  ROT-ALDP-10.
           IF  FLG-LDP   =  "L"  ADD      VAL-LDP  TO
                                          DSP-IND (PRX-LDP).
           IF  FLG-LDP   =  "R"  SUBTRACT VAL-LDP  FROM
                                          DSP-IND (PRX-LDP).
           GO       ROT-ALDP-10.
       ROT-ALDP-20.
           EXIT.

      ******************************************************
      *    JANELA DE SECULO: expande D6-REG em D8-REG      *
      *    (anos 80-99 = 19xx, 00-79 = 20xx).              *
      ******************************************************
       ROT-SECU-00.
           IF  AN-REG    >   79  MOVE  19  TO  SC-REG
               ELSE              MOVE  20  TO  SC-REG.

       ROT-EXIT-00.
           CLOSE    CADEST  CADVND  CADCSG  CADFAT  CADCRD  CADPAG
                    CADBCO  CADSDB  CADLBC  CADLDP  CADIND
           DISPLAY  TELA-02
           GOBACK.
