       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     DY3200.
       AUTHOR.         ADILSON.
      ******************************************************
      *    CADASTRO DE CLIENTES (CADMDR): inclusao,        *
      *    alteracao e exclusao do cliente com CPF/CNPJ    *
      *    (digitos conferidos pelo DYDVCG), telefone,     *
      *    e-mail e endereco de cobranca. Codigo 0 inclui  *
      *    com o proximo codigo livre. Recusa um segundo   *
      *    cliente com o mesmo CPF/CNPJ, evitando a        *
      *    duplicidade que o DY3250 tem de unificar.       *
      *    F4 = excluir o cliente, recusado enquanto       *
      *    CADFAT, CADNTA, CADCRD, CADCHQ ou CADVND ainda  *
      *    tiverem lancamentos do codigo.                  *
      *    Alteracoes auditadas via DYAUDT.                *
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

           SELECT      CADFAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FAT
                       FILE          STATUS  IS  FST-FAT.

           SELECT      CADNTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NTA
                       FILE          STATUS  IS  FST-NTA.

           SELECT      CADCRD        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CRD
                       FILE          STATUS  IS  FST-CRD.

           SELECT      CADCHQ        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CHQ
                       FILE          STATUS  IS  FST-CHQ.

           SELECT      CADVND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

       DATA            DIVISION.
       FILE            SECTION.

       COPY  CADMDR.CPY.
       COPY  CADFAT.CPY.
       COPY  CADNTA.CPY.
       COPY  CADCRD.CPY.
       COPY  CADCHQ.CPY.
       COPY  CADVND.CPY.

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-MDR          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FST-CHQ          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  ANT-AUX          PIC  X(50).
           03  FLG-NOV          PIC  9(01).
           03  FLG-USO          PIC  9(01).
           03  FLG-DUP          PIC  9(01).
           03  COD-CLI          PIC  9(06).
           03  PRX-AUX          PIC  9(01).
           03  SAV-MDR          PIC  X(300).

           03  NSC-AUX.
               05  DIA-NSC      PIC  9(02).
               05  MES-NSC      PIC  9(02).
               05  ANO-NSC      PIC  9(02).

       01  PRM-DVC.
           03  TIP-DVC          PIC  X(01).
           03  DOC-DVC          PIC  9(14).
           03  RSP-DVC          PIC  9(01).

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  04.

       01  PRM-PER.
           03  PRG-PER          PIC  9(02)  VALUE  04.
           03  FNC-PER          PIC  9(01).
           03  RSP-PER          PIC  9(01).

       01  PRM-HLP.
           03  PRG-HLP          PIC  X(04)  VALUE  "3200".
           03  BCK-HLP          PIC  9(01)  VALUE  3.
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  HEX-MSG          PIC  9(02).

       LINKAGE         SECTION.

       01  PRM-OPR              PIC  X(10).

       SCREEN          SECTION.

       01  TELA-01.
           03  BCK-CLR 04 FOR-CLR 15.
               05  LINE 05 COLUMN 09 VALUE " Administracao Global ".
           03  BCK-CLR 01 FOR-CLR 15.
               05  LINE 06 COLUMN 11 VALUE " Controle de Clientes ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 07 COLUMN 13 VALUE " Cadastro de Clientes ".

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 09 COLUMN 13 VALUE "Cliente ....:".
           03  LINE 09 COLUMN 40 VALUE "(0 = Novo  F4 = Excluir)".
           03  LINE 10 COLUMN 13 VALUE "Nome .......:".
           03  LINE 11 COLUMN 13 VALUE "Endereco ...:".
           03  LINE 12 COLUMN 13 VALUE "Cidade .....:".
           03  LINE 12 COLUMN 57 VALUE "UF:".
           03  LINE 13 COLUMN 13 VALUE "CEP ........:".
           03  LINE 13 COLUMN 40 VALUE "Nascimento:".
           03  LINE 13 COLUMN 54 VALUE "/".
           03  LINE 13 COLUMN 57 VALUE "/".
           03  LINE 14 COLUMN 13 VALUE "CPF/CNPJ ...:".
           03  LINE 14 COLUMN 46 VALUE "(F=CPF J=CNPJ)".
           03  LINE 15 COLUMN 13 VALUE "Telefone ...:".
           03  LINE 15 COLUMN 46 VALUE "Situacao:".
           03  LINE 15 COLUMN 58 VALUE "(A/I)".
           03  LINE 16 COLUMN 13 VALUE "E-mail .....:".
           03  LINE 17 COLUMN 13 VALUE "End.Cobranca:".
           03  LINE 18 COLUMN 13 VALUE "Cid.Cobranca:".
           03  LINE 18 COLUMN 57 VALUE "UF:".
           03  LINE 19 COLUMN 13 VALUE "CEP Cobranca:".

       01  ENTR-01.
           03  CLI-E01 LINE 09 COLUMN 28 PIC 9(06) USING COD-CLI.

       01  ENTR-02  BCK-CLR 02 FOR-CLR 15.
           03  CLI-T02 LINE 09 COLUMN 28 PIC 9(06) FROM COD-CLI.
           03  NOM-T02 LINE 10 COLUMN 28 PIC X(40) FROM NOM-MDR.
           03  END-T02 LINE 11 COLUMN 28 PIC X(40) FROM END-MDR.
           03  CID-T02 LINE 12 COLUMN 28 PIC X(27) FROM CID-MDR.
           03  EST-T02 LINE 12 COLUMN 61 PIC X(02) FROM EST-MDR.
           03  CEP-T02 LINE 13 COLUMN 28 PIC 99999B999 FROM CEP-MDR.
           03  DIA-T02 LINE 13 COLUMN 52 PIC 9(02) FROM DIA-NSC.
           03  MES-T02 LINE 13 COLUMN 55 PIC 9(02) FROM MES-NSC.
           03  ANO-T02 LINE 13 COLUMN 58 PIC 9(02) FROM ANO-NSC.
           03  TPD-T02 LINE 14 COLUMN 28 PIC X(01) FROM TPD-MDR.
           03  DOC-T02 LINE 14 COLUMN 30 PIC 9(14) FROM DOC-MDR.
           03  TEL-T02 LINE 15 COLUMN 28 PIC X(15) FROM TEL-MDR.
           03  SIT-T02 LINE 15 COLUMN 56 PIC X(01) FROM SIT-MDR.
           03  EML-T02 LINE 16 COLUMN 28 PIC X(40) FROM EML-MDR.
           03  ENC-T02 LINE 17 COLUMN 28 PIC X(40) FROM ENC-MDR.
           03  CDC-T02 LINE 18 COLUMN 28 PIC X(27) FROM CDC-MDR.
           03  ETC-T02 LINE 18 COLUMN 61 PIC X(02) FROM ETC-MDR.
           03  CPC-T02 LINE 19 COLUMN 28 PIC 99999B999 FROM CPC-MDR.

       01  ENTR-03.
           03  NOM-E03 LINE 10 COLUMN 28 PIC X(40) USING NOM-MDR.
           03  END-E03 LINE 11 COLUMN 28 PIC X(40) USING END-MDR.
           03  CID-E03 LINE 12 COLUMN 28 PIC X(27) USING CID-MDR.
           03  EST-E03 LINE 12 COLUMN 61 PIC X(02) USING EST-MDR.
           03  CEP-E03 LINE 13 COLUMN 28 PIC 9(08) USING CEP-MDR.
           03  DIA-E03 LINE 13 COLUMN 52 PIC 9(02) USING DIA-NSC.
           03  MES-E03 LINE 13 COLUMN 55 PIC 9(02) USING MES-NSC.
           03  ANO-E03 LINE 13 COLUMN 58 PIC 9(02) USING ANO-NSC.

       01  ENTR-04.
           03  TPD-E04 LINE 14 COLUMN 28 PIC X(01) USING TPD-MDR.
           03  DOC-E04 LINE 14 COLUMN 30 PIC 9(14) USING DOC-MDR.

       01  ENTR-05.
           03  TEL-E05 LINE 15 COLUMN 28 PIC X(15) USING TEL-MDR.
           03  SIT-E05 LINE 15 COLUMN 56 PIC X(01) USING SIT-MDR.
           03  EML-E05 LINE 16 COLUMN 28 PIC X(40) USING EML-MDR.
           03  ENC-E05 LINE 17 COLUMN 28 PIC X(40) USING ENC-MDR.
           03  CDC-E05 LINE 18 COLUMN 28 PIC X(27) USING CDC-MDR.
           03  ETC-E05 LINE 18 COLUMN 61 PIC X(02) USING ETC-MDR.
           03  CPC-E05 LINE 19 COLUMN 28 PIC 9(08) USING CPC-MDR.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 21 COLUMN 13 VALUE
               "   Confirma a Gravacao ? [ ]   ".

       01  ENTR-06  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 39 PIC X(01) USING RSP-OPC.

       01  TELA-05  BCK-CLR 0 FOR-CLR 0.
           03  LINE 21 COLUMN 13 VALUE
               "                               ".

       01  TELA-06  BCK-CLR 4 FOR-CLR 12.
           03  LINE 21 COLUMN 13 VALUE
               "   Confirma a Exclusao ? [ ]   ".

       01  ENTR-07  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 21 COLUMN 39 PIC X(01) USING RSP-OPC.

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           CALL    "DYSPOL"      USING    PRM-OPR  PRM-SPL
           IF  LCK-SPL  =  1     GOBACK.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           OPEN     INPUT        CADFAT   CADNTA   CADCRD   CADCHQ
                                 CADVND
                    I-O          CADMDR
           IF  FST-MDR   =  "35" OPEN     OUTPUT   CADMDR
                                 CLOSE    CADMDR
                                 OPEN     I-O      CADMDR.
           DISPLAY  TELA-01      TELA-02.

       ROT-CLIE-00.
           MOVE     ZEROS    TO  COD-CLI
           PERFORM  ROT-NOVO-00
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CLIE-00.
           MOVE     1        TO  FLG-NOV
           IF  COD-CLI   =    0  GO       ROT-CLIE-10.
           MOVE     COD-CLI  TO  CHV-MDR
           READ     CADMDR       MOVE 51  TO  IND-MSG
           IF  FST-MDR   =  "23" PERFORM  ROT-MSGM-00
                                 GO       ROT-CLIE-00.
           MOVE     0        TO  FLG-NOV
           IF  DOC-MDR   NOT  NUMERIC  MOVE  ZEROS  TO  DOC-MDR.
           IF  CPC-MDR   NOT  NUMERIC  MOVE  ZEROS  TO  CPC-MDR.
           MOVE     NSC-MDR (5: 2)  TO  DIA-NSC
           MOVE     NSC-MDR (3: 2)  TO  MES-NSC
           MOVE     NSC-MDR (1: 2)  TO  ANO-NSC
           MOVE     REG-MDR (1: 50)  TO  ANT-AUX.

       ROT-CLIE-10.
           DISPLAY  ENTR-02.

       ROT-DADO-00.
           ACCEPT   ENTR-03      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-CLIE-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DADO-00.
           IF  TECLADO   =  "04" GO       ROT-EXCL-00.
           IF  NOM-MDR   =  SPACES  GO    ROT-DADO-00.
           IF  NSC-AUX   =  ZEROS   GO    ROT-DOCU-00.
           IF  MES-NSC   <    1  OR   >   12  OR
               DIA-NSC   <    1  OR   >   31
                                 MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DADO-00.

       ROT-DOCU-00.
           ACCEPT   ENTR-04      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DADO-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-DOCU-00.
           IF  TPD-MDR   NOT  =  "F"  AND  NOT  =  "J"
                                 GO       ROT-DOCU-00.
           MOVE     TPD-MDR  TO  TIP-DVC
           MOVE     DOC-MDR  TO  DOC-DVC
           CALL    "DYDVCG"      USING    PRM-DVC
           IF  RSP-DVC   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DOCU-00.
           PERFORM  ROT-DUPL-00  THRU  ROT-DUPL-90
           IF  FLG-DUP   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DOCU-00.

       ROT-CONT-00.
           ACCEPT   ENTR-05      DISPLAY  ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-DOCU-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-CONT-00.
           IF  SIT-MDR   NOT  =  "A"  AND  NOT  =  "I"
                                 GO       ROT-CONT-00.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-06
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-CONT-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-CLIE-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-CONF-00.
           DISPLAY  TELA-05
           MOVE     ANO-NSC  TO  NSC-MDR (1: 2)
           MOVE     MES-NSC  TO  NSC-MDR (3: 2)
           MOVE     DIA-NSC  TO  NSC-MDR (5: 2)
           IF  FLG-NOV   =    0  REWRITE  REG-MDR
                                 MOVE     "A"      TO  OPC-PRM
                                 MOVE     ANT-AUX  TO  ANT-PRM
                                 GO       ROT-CONF-20.
           MOVE     REG-MDR  TO  SAV-MDR
           MOVE     999999   TO  CHV-MDR
           START    CADMDR       KEY  NOT  >  CHV-MDR
           IF  FST-MDR   =  "23" MOVE     1  TO  COD-CLI
                                 GO       ROT-CONF-10.
           READ     CADMDR       PREVIOUS
           IF  FST-MDR   NOT  =  "00"
                                 MOVE     1  TO  COD-CLI
           ELSE
                                 COMPUTE  COD-CLI  =  CHV-MDR  +  1.

       ROT-CONF-10.
           MOVE     SAV-MDR  TO  REG-MDR
           MOVE     COD-CLI  TO  CHV-MDR
           WRITE    REG-MDR
           IF  FST-MDR   =  "22" ADD      1  TO  COD-CLI
                                 GO       ROT-CONF-10.
           MOVE     "I"      TO  OPC-PRM
           MOVE     SPACES   TO  ANT-PRM.

       ROT-CONF-20.
           MOVE     REG-MDR (1: 50)  TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           DISPLAY  CLI-T02
           GO       ROT-CLIE-00.

      ******************************************************
      *    CLIENTE NOVO: registro em branco, ativo.        *
      ******************************************************
       ROT-NOVO-00.
           MOVE     SPACES   TO  NOM-MDR  END-MDR  CID-MDR  EST-MDR
                                 TPD-MDR  TEL-MDR  EML-MDR  ENC-MDR
                                 CDC-MDR  ETC-MDR
           MOVE     ZEROS    TO  CHV-MDR  CEP-MDR  NSC-MDR  ULT-MDR
                                 LIM-MDR  DOC-MDR  CPC-MDR  NSC-AUX
           MOVE     "A"      TO  SIT-MDR.

      ******************************************************
      *    CPF/CNPJ JA CADASTRADO EM OUTRO CLIENTE:        *
      *    FLG-DUP = 1. O registro em edicao e guardado    *
      *    em SAV-MDR durante a leitura.                   *
      ******************************************************
       ROT-DUPL-00.
           MOVE     0        TO  FLG-DUP
           MOVE     REG-MDR  TO  SAV-MDR
           MOVE     ZEROS    TO  CHV-MDR.

       ROT-DUPL-10.
           START    CADMDR       KEY  >   CHV-MDR
           IF  FST-MDR   =  "23" GO       ROT-DUPL-80.
           READ     CADMDR  NEXT
           IF  FST-MDR   =  "10" GO       ROT-DUPL-80.
           IF  CHV-MDR   =  COD-CLI  AND  FLG-NOV  =  0
                                 GO       ROT-DUPL-10.
           IF  DOC-MDR   NOT  NUMERIC  GO  ROT-DUPL-10.
           IF  DOC-MDR   =  DOC-DVC   AND
               TPD-MDR   =  TIP-DVC
                                 MOVE     1  TO  FLG-DUP
                                 GO       ROT-DUPL-80.
           GO       ROT-DUPL-10.

       ROT-DUPL-80.
           MOVE     SAV-MDR  TO  REG-MDR.

       ROT-DUPL-90.
           EXIT.

      ******************************************************
      *    EXCLUSAO DO CLIENTE                             *
      ******************************************************
       ROT-EXCL-00.
           IF  FLG-NOV   =    1  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DADO-00.
           PERFORM  ROT-USOS-00  THRU  ROT-USOS-90
           IF  FLG-USO   =    1  MOVE    43  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-DADO-00.
           DISPLAY  TELA-06.

       ROT-EXCL-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-07
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-DADO-00.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-DADO-00.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-EXCL-10.
           DISPLAY  TELA-05
           MOVE     COD-CLI  TO  CHV-MDR
           DELETE   CADMDR
           MOVE     "E"       TO  OPC-PRM
           MOVE     ANT-AUX   TO  ANT-PRM
           MOVE     SPACES    TO  NOV-PRM
           PERFORM  ROT-AUDG-00
           GO       ROT-CLIE-00.

      ******************************************************
      *    CODIGO AINDA REFERENCIADO: FLG-USO = 1          *
      ******************************************************
       ROT-USOS-00.
           MOVE     1        TO  FLG-USO
           MOVE     COD-CLI  TO  COD-FAT
           MOVE     ZEROS    TO  SEQ-FAT
           START    CADFAT       KEY  NOT  <  CHV-FAT
           IF  FST-FAT   =  "00" READ     CADFAT  NEXT
               IF  FST-FAT   =  "00"  AND  COD-FAT  =  COD-CLI
                                 GO       ROT-USOS-90.
           MOVE     COD-CLI  TO  COD-NTA
           MOVE     ZEROS    TO  SEQ-NTA
           START    CADNTA       KEY  NOT  <  CHV-NTA
           IF  FST-NTA   =  "00" READ     CADNTA  NEXT
               IF  FST-NTA   =  "00"  AND  COD-NTA  =  COD-CLI
                                 GO       ROT-USOS-90.
           MOVE     COD-CLI  TO  COD-CHQ
           MOVE     ZEROS    TO  SEQ-CHQ
           START    CADCHQ       KEY  NOT  <  CHV-CHQ
           IF  FST-CHQ   =  "00" READ     CADCHQ  NEXT
               IF  FST-CHQ   =  "00"  AND  COD-CHQ  =  COD-CLI
                                 GO       ROT-USOS-90.
           MOVE     ZEROS    TO  PRX-AUX.

       ROT-USOS-10.
           MOVE     PRX-AUX  TO  PRX-CRD
           MOVE     COD-CLI  TO  COD-CRD
           MOVE     ZEROS    TO  SEQ-CRD
           START    CADCRD       KEY  NOT  <  CHV-CRD
           IF  FST-CRD   =  "00" READ     CADCRD  NEXT
               IF  FST-CRD   =  "00"  AND  PRX-CRD  =  PRX-AUX
                                      AND  COD-CRD  =  COD-CLI
                                 GO       ROT-USOS-90.
           IF  PRX-AUX   <    9  ADD      1  TO  PRX-AUX
                                 GO       ROT-USOS-10.
           MOVE     ZEROS    TO  CHV-VND.

       ROT-USOS-20.
           START    CADVND       KEY  >   CHV-VND
           IF  FST-VND   =  "23" GO       ROT-USOS-80.
           READ     CADVND  NEXT
           IF  FST-VND   =  "10" GO       ROT-USOS-80.
           IF  CLI-VND   =  COD-CLI  GO   ROT-USOS-90.
           GO       ROT-USOS-20.

       ROT-USOS-80.
           MOVE     0        TO  FLG-USO.

       ROT-USOS-90.
           EXIT.

       ROT-AUDG-00.
           MOVE     "CADMDR"  TO  ARQ-PRM
           MOVE     CHV-MDR   TO  CHR-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

       ROT-HELP-00.
           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           CLOSE    CADMDR  CADFAT  CADNTA  CADCRD  CADCHQ
                    CADVND  GOBACK.
