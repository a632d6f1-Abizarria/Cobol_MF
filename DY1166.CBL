      *      no mes/ano informado, aplicando o percentual  *
      *      do grupo quando cadastrado e o padrao nos     *
      *      demais; vendas sem vendedor saem em linha     *
      *      propria sem comissao. O vendedor que atingir  *
      *      a meta do mes (CADMTA, DY1176) recebe o bonus *
      *      BON-MTA sobre o vendido, em coluna propria.   *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

                       RECORD        KEY     IS  CHV-VND
                       FILE          STATUS  IS  FST-VND.

           SELECT      CADMTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MTA
                       FILE          STATUS  IS  FST-MTA.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC

       COPY  CADVDD.CPY.
       COPY  CADVND.CPY.
       COPY  CADMTA.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
       01  AUXILIARES.
           03  FST-VDD          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FST-MTA          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).
           03  SEM-VND          PIC S9(09)V99.
           03  TOT-VND-G        PIC S9(09)V99.
           03  TOT-COM-G        PIC S9(09)V99.
           03  BON-AUX          PIC S9(09)V99.
           03  TOT-BON-G        PIC S9(09)V99.

           03  TAB-ACM.
               05  ACM-ITM      OCCURS  999.

       01  CAB-003              PIC  X(80)  VALUE  ALL  "-".

       01  CAB-004.
           03  FILLER           PIC  X(40)  VALUE
               "VDD  NOME                               ".
           03  FILLER           PIC  X(40)  VALUE
               "  VENDIDO       COMISSAO    BONUS META  ".

       01  DET-001.
           03  VDD-DT1          PIC  9(03).
           03  VND-DT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COM-DT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BON-DT1          PIC  ---.---.--9,99.

       01  TOT-001.
           03  FILLER           PIC  X(35)  VALUE
           03  VND-TT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  COM-TT1          PIC  ---.---.--9,99.
           03  FILLER           PIC  X(01)  VALUE  SPACES.
           03  BON-TT1          PIC  ---.---.--9,99.

       01  PRM-SPL.
           03  LCK-SPL          PIC  9(01)  VALUE  0.
           IF  RSP-PER  =  1     GOBACK.
           ACCEPT   ARQ-IMP   FROM    TIME
           OPEN     I-O          CADVDD
                    INPUT        CADVND   CADMTA
                    OUTPUT       CADTMP
           IF  FST-VDD   =  "35" OPEN     OUTPUT   CADVDD
                                 CLOSE    CADVDD
                                 OPEN     I-O      CADVDD.
           IF  FST-MTA   =  "35" OPEN     OUTPUT   CADMTA
                                 CLOSE    CADMTA
                                 OPEN     INPUT    CADMTA.
           ACCEPT   DTA-SYS  FROM  DATE
           DISPLAY  TELA-01      TELA-02.

           IF  IND-ACM   <  999  ADD  1   TO  IND-ACM
                                 GO       ROT-IMPR-03.
           MOVE     ZEROS    TO  SEM-VND  TOT-VND-G  TOT-COM-G
                                 TOT-BON-G
           MOVE     SPACES   TO  CHV-VND.

       ROT-IMPR-05.
           ELSE                  MOVE     "SEM CADASTRO"  TO  NOM-DT1.
           MOVE     ACM-VND (IND-ACM)  TO  VND-DT1
           MOVE     ACM-COM (IND-ACM)  TO  COM-DT1
           PERFORM  ROT-BONU-00  THRU  ROT-BONU-10
           MOVE     BON-AUX  TO  BON-DT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP
               MOVE     ZEROS    TO  VDD-DT1
               MOVE     "SEM VENDEDOR"  TO  NOM-DT1
               MOVE     SEM-VND  TO  VND-DT1
               MOVE     ZEROS    TO  COM-DT1  BON-DT1
               ADD      1        TO  CHV-TMP  LIN-TMP
               MOVE     DET-001  TO  DET-TMP
               WRITE    REG-TMP.
           WRITE    REG-TMP
           MOVE     TOT-VND-G  TO  VND-TT1
           MOVE     TOT-COM-G  TO  COM-TT1
           MOVE     TOT-BON-G  TO  BON-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP.
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP.

      ******************************************************
      *    BONUS DA META: vendido do mes igual ou acima da *
      *    meta do vendedor (CADMTA tipo V) paga BON-MTA % *
      *    sobre o vendido.                                *
      ******************************************************
       ROT-BONU-00.
           MOVE     ZEROS    TO  BON-AUX
           MOVE     ANO-SEL  TO  ANO-MTA
           MOVE     MES-SEL  TO  MES-MTA
           MOVE     "V"      TO  TIP-MTA
           MOVE     IND-ACM  TO  COD-MTA
           READ     CADMTA
           IF  FST-MTA   NOT  =  "00"  OR
               VAL-MTA   =   ZEROS     OR
               BON-MTA   =   ZEROS     GO  ROT-BONU-10.
           IF  ACM-VND (IND-ACM)  NOT  <  VAL-MTA
                                 COMPUTE  BON-AUX  ROUNDED  =
                                          ACM-VND (IND-ACM)
                                          *  BON-MTA  /  100
                                 ADD      BON-AUX  TO  TOT-BON-G.
       ROT-BONU-10.
           EXIT.

      ******************************************************
      *    PERCENTUAL APLICAVEL: grupo do produto se       *
      *    cadastrado, senao o padrao do vendedor.         *
           CALL     "DYSPLS"  USING  PRM-SPO.

       ROT-EXIT-00.
           CLOSE    CADVDD  CADVND  CADMTA  CADTMP
           DELETE   FILE    CADTMP  GOBACK.
