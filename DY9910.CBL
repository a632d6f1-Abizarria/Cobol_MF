      *    -> CADFOR e CADEST, CADFTH -> CADMDR e CADBCO.  *
      *    Arquivo ainda nao criado (abertura sem "00")    *
      *    tem a conferencia pulada com nota no relatorio. *
      *    F3 chama a reorganizacao dos arquivos DY9912    *
      *    (os arquivos daqui sao fechados e reabertos em  *
      *    volta da chamada).                              *
      ******************************************************

       ENVIRONMENT     DIVISION.
               05  LINE 08 COLUMN 23 VALUE " Rotinas Batch ".
           03  BCK-CLR 05 FOR-CLR 15.
               05  LINE 09 COLUMN 25 VALUE " Conf. de Integridade ".
           03  BCK-CLR 02 FOR-CLR 14.
               05  LINE 10 COLUMN 25 VALUE " F3 = Reorganizacao   ".

       01  TELA-02 BCK-CLR 00 FOR-CLR 15.
           03  LINE 12 COLUMN 24 VALUE "Conferindo:".
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           PERFORM  ROT-ABRE-00
           DISPLAY  TELA-01.

       ROT-MENU-00.
           IF  TCL-MSG   =   01  PERFORM  ROT-HELP-00
                                 GO       ROT-MENU-00.
           IF  TCL-MSG   =   02  GO       ROT-VARR-00.
           IF  TCL-MSG   =   03  PERFORM  ROT-REOR-00
                                 GO       ROT-MENU-00.
           IF  TCL-MSG   >   00  OR
               HEX-MSG   =   13  GO       ROT-MENU-00.
           GO       ROT-EXIT-00.
           PERFORM  ROT-STOT-00.

      ******************************************************
      *    CADCRD: cliente em CADMDR (0 = consumidor do    *
      *    balcao, sem cadastro)                           *
      ******************************************************
       ROT-VCRD-00.
           MOVE     "CADCRD"  TO  ARQ-CB5
           IF  FST-CRD   =  "10" GO       ROT-VCRD-90.
           ADD      1        TO  ACM-REG
           ADD      VAL-CRD  TO  ACM-VAL
           IF  COD-CRD   NOT  =  ZEROS
               MOVE     COD-CRD  TO  CHV-MDR
               READ     CADMDR
               IF  FST-MDR   NOT  =  "00"
                   MOVE     "CADCRD"  TO  ARQ-DT1
                   MOVE     CHV-CRD   TO  CHV-DT1
                   MOVE     "CLIENTE INEXISTENTE EM CADMDR"  TO  MOT-DT1
                   PERFORM  ROT-EXCE-00.
           GO       ROT-VCRD-10.

       ROT-VCRD-90.
           OPEN      OUTPUT      CADTMP
           GO       ROT-MENU-00.

      ******************************************************
      *    REORGANIZACAO DE ARQUIVOS (DY9912)              *
      ******************************************************
       ROT-REOR-00.
           CLOSE    CADEST   CADFOR   CADMDR   CADBCO
                    CADLCP   CADMVE   CADFAT   CADNTA
                    CADCRD   CADLBC   CADVND   CADCHQ
                    CADPED   CADFTH   CADTMP
           DELETE     FILE       CADTMP
           CALL    "DY9912"  USING  PRM-OPR
           CANCEL  "DY9912"
           PERFORM  ROT-ABRE-00
           DISPLAY  TELA-01.

       ROT-ABRE-00.
           OPEN     INPUT    CADEST   CADFOR   CADMDR   CADBCO
                             CADLCP   CADMVE   CADFAT   CADNTA
                             CADCRD   CADLBC   CADVND   CADCHQ
                             CADPED   CADFTH
                    OUTPUT   CADTMP.

       ROT-SAID-00.
           MOVE     1        TO  MEI-IMP
           DISPLAY  TELA-08      DISPLAY  ENTR-08.
