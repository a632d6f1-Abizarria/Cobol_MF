      *      2 - DY1420 transporte de saldos (opcional,    *
      *          responder "S" so na virada do mes)        *
      *      3 - DY1560 fechamento do dia                  *
      *      4 - DY9912 reorganizacao de arquivos          *
      *          (opcional; um arquivo com recarga         *
      *          interrompida e retomado pelo proprio      *
      *          DY9912 na proxima execucao)               *
      *    Grava inicio, fim e situacao de cada passo no   *
      *    controle CADJOB do dia e imprime o resumo da    *
      *    rodada. Reexecutando no MESMO dia, os passos    *
      *    recomeca no passo que falhou (ficou "E" ou      *
      *    "A"). O expurgo do spool continua automatico    *
      *    dentro do DYSPLS a cada relatorio emitido.      *
      *    Nao comeca com sessoes de outros operadores/    *
      *    terminais ativas (CADSES) salvo liberacao do    *
      *    supervisor, registrada na auditoria.            *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  RSP-TRS          PIC  X(01).
           03  RSP-ROG          PIC  X(01).

           03  IND-STP          PIC  9(02).
           03  QTD-STP          PIC  9(02).
                   "DY1420TRANSPORTE DE SALDOS".
               05  FILLER  PIC  X(31)  VALUE
                   "DY1560FECHAMENTO DO DIA".
               05  FILLER  PIC  X(31)  VALUE
                   "DY9912REORGANIZACAO ARQUIVOS".
           03  RED-STP   REDEFINES  TB1-STP.
               05  ITM-STP          OCCURS  04.
                   07  PRG-STP      PIC  X(06).
                   07  DES-STP      PIC  X(25).

           03  FILLER           PIC  X(02)  VALUE  SPACES.
           03  SIT-DT1          PIC  X(10).

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       01  NOV-SSA.
           03  FILLER           PIC  X(13)  VALUE  "LIBERADO COM ".
           03  QTD-SSA          PIC  9(03).
           03  FILLER           PIC  X(34)  VALUE
               " SESSOES DE OUTROS ATIVAS".

       01  PRM-AUD.
           03  ARQ-PRM          PIC  X(06).
           03  CHR-PRM          PIC  X(15).
           03  OPC-PRM          PIC  X(01).
           03  OPR-PRM          PIC  X(10).
           03  ANT-PRM          PIC  X(50).
           03  NOV-PRM          PIC  X(50).

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           03  PRG-SPL          PIC  9(02)  VALUE  84.
           03  LINE 09 COLUMN 13 VALUE
               "Passos: DY9910 integridade, DY1420 transporte,".
           03  LINE 10 COLUMN 13 VALUE
               "        DY1560 fechamento, DY9912 reorganizacao.".
           03  LINE 12 COLUMN 13 VALUE
               "Incluir transporte de saldos (virada do mes)? [ ]".
           03  LINE 13 COLUMN 13 VALUE
               "Incluir reorganizacao de arquivos ..........? [ ]".

       01  ENTR-01  BCK-CLR 02 FOR-CLR 15 AUTO
                    LINE 12 COLUMN 60 PIC X(01) USING RSP-TRS.

       01  ENTR-03  BCK-CLR 02 FOR-CLR 15 AUTO
                    LINE 13 COLUMN 60 PIC X(01) USING RSP-ROG.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 14 COLUMN 13 VALUE
               "   Confirma a Rodada ?   [ ]   ".
       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 21 COLUMN 39 PIC 9(01) USING MEI-IMP.

       01  TELA-09  BCK-CLR 4 FOR-CLR 15.
           03  LINE 20 COLUMN 13 VALUE
               "   Sessoes ativas de outros: ".
           03  QTD-T09  LINE 20 COLUMN 42 PIC ZZ9 FROM QTD-SSN.
           03  LINE 20 COLUMN 45 VALUE " - Continua ? [ ]   ".

       01  ENTR-09  BCK-CLR 04 FOR-CLR 15 AUTO
                    LINE 20 COLUMN 60 PIC X(01) USING RSP-OPC.

       01  TELA-10  BCK-CLR 0 FOR-CLR 0.
           03  LINE 20 COLUMN 13 VALUE
               "                                                    ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           MOVE     2        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER  =  1     GOBACK.
           PERFORM  ROT-SESS-00  THRU  ROT-SESS-90
           IF  RSP-SSN  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     I-O          CADJOB
           IF  FST-JOB   =  "35" OPEN     OUTPUT   CADJOB
                                 GO       ROT-OPCA-00.
           IF  RSP-TRS   NOT  =  "S"  AND  NOT  =  "N"
                                 GO       ROT-OPCA-00.

       ROT-OPCA-10.
           MOVE     "N"      TO  RSP-ROG
           ACCEPT   ENTR-03
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" GO       ROT-OPCA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-OPCA-10.
           IF  RSP-ROG   NOT  =  "S"  AND  NOT  =  "N"
                                 GO       ROT-OPCA-10.
           DISPLAY  TELA-04.

       ROT-CONF-00.
           ACCEPT   ENTR-02
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" DISPLAY  TELA-05
                                 GO       ROT-OPCA-10.
           IF  RSP-OPC   =  "N"  DISPLAY  TELA-05
                                 GO       ROT-EXIT-00.
           IF  RSP-OPC  NOT  =   "S"
      *    MONTA (ou reaproveita) OS PASSOS DO DIA         *
      ******************************************************
       ROT-MNTA-00.
           MOVE     4        TO  QTD-STP
           MOVE     1        TO  IND-STP.

       ROT-MNTA-10.
                                 MOVE     "C"  TO  SIT-JOB
                                 REWRITE  REG-JOB
                                 GO       ROT-EXEC-30.
           IF  PRG-JOB   =  "DY9912"  AND  RSP-ROG  =  "N"
                                 MOVE     "C"  TO  SIT-JOB
                                 REWRITE  REG-JOB
                                 GO       ROT-EXEC-30.
           MOVE     "E"      TO  SIT-JOB
           ACCEPT   HRI-JOB  FROM  TIME
           MOVE     ZEROS    TO  HRF-JOB
       ROT-SAID-EXIT.
           MOVE     MEI-IMP  TO  FLG-IMP.

      ******************************************************
      *    OUTRAS SESSOES ATIVAS (CADSES): so prossegue    *
      *    com a confirmacao de um supervisor (nivel de    *
      *    estorno), registrada na auditoria.              *
      ******************************************************
       ROT-SESS-00.
           MOVE     "V"      TO  OPC-SSN
           MOVE     SPACES   TO  PRG-SSN
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN
           MOVE     0        TO  RSP-SSN
           IF  QTD-SSN   =    0  GO       ROT-SESS-90.
           DISPLAY  TELA-01      TELA-09.

       ROT-SESS-10.
           MOVE     SPACES   TO  RSP-OPC
           ACCEPT   ENTR-09
           ACCEPT   TECLADO FROM ESCAPE   KEY
           IF  TECLADO   =  "01" OR  RSP-OPC  =  "N"
                                 MOVE     1  TO  RSP-SSN
                                 GO       ROT-SESS-90.
           IF  RSP-OPC  NOT  =   "S"
                                 GO       ROT-SESS-10.
           DISPLAY  TELA-10
           MOVE     3        TO  FNC-PER
           CALL    "DYPERM"      USING    PRM-OPR  PRM-PER
           IF  RSP-PER   =    1  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 MOVE     1  TO  RSP-SSN
                                 GO       ROT-SESS-90.
           MOVE     QTD-SSN   TO  QTD-SSA
           MOVE     "CADSES"  TO  ARQ-PRM
           MOVE     "DY9940"  TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     NOV-SSA   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-SESS-90.
           EXIT.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

