      *    recebimentos esperados (CADFAT por vencimento,  *
      *    CADNTA e CADCRD considerados a vista por nao    *
      *    terem vencimento proprio) contra pagamentos     *
      *    compromissados (CADLDP com FLG-LDP = "P" e      *
      *    parcelas de emprestimo em aberto do CADPFN),    *
      *    agrupados por semana com posicao acumulada.     *
      *    Prazos calculados na base 360 dias, como no     *
      *    aging do DY1540.                                *
                       RECORD        KEY     IS  CHV-LDP
                       FILE          STATUS  IS  FST-LDP.

           SELECT      CADPFN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PFN
                       FILE          STATUS  IS  FST-PFN.

           SELECT      CADTMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADCRD.CPY.
       COPY  CADADM.CPY.
       COPY  CADLDP.CPY.
       COPY  CADPFN.CPY.
       COPY  CADTMP.CPY.

       WORKING-STORAGE SECTION.
           03  FST-CRD          PIC  X(02).
           03  FST-ADM          PIC  X(02).
           03  FLG-ADM          PIC  X(01).
           03  FLG-PFN          PIC  X(01).
           03  VLL-AUX          PIC  9(09)V99.
           03  FST-LDP          PIC  X(02).
           03  FST-PFN          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).

           MOVE     "S"      TO  FLG-ADM
           OPEN     INPUT    CADADM
           IF  FST-ADM   NOT  =  "00"  MOVE  "N"  TO  FLG-ADM.
           MOVE     "S"      TO  FLG-PFN
           OPEN     INPUT    CADPFN
           IF  FST-PFN   NOT  =  "00"  MOVE  "N"  TO  FLG-PFN.
           DISPLAY  TELA-01
           ACCEPT   DTA-SYS  FROM  DATE
           MOVE     DTA-SYS  TO  D6-REG

       ROT-ACUM-45.
           START    CADLDP       KEY  >   CHV-LDP
           IF  FST-LDP   =  "23" GO       ROT-ACUM-50.
           READ     CADLDP  NEXT
           IF  FST-LDP   =  "10" GO       ROT-ACUM-50.
           IF  FLG-LDP  NOT  =  "P"  GO   ROT-ACUM-45.
           MOVE     DTA-LDP  TO  D6-REG
           PERFORM  ROT-SECU-00
           IF  DIF-PRZ  NOT  >   90  ADD  VAL-LDP  TO  PAG-PRJ (3).
           GO       ROT-ACUM-45.

       ROT-ACUM-50.
           IF  FLG-PFN   NOT  =  "S"  GO  ROT-IMPR-00.
           MOVE     ZEROS    TO  CHV-PFN.

       ROT-ACUM-55.
           START    CADPFN       KEY  >   CHV-PFN
           IF  FST-PFN   NOT  =  "00"  GO  ROT-IMPR-00.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-IMPR-00.
           IF  DTP-PFN   NOT  =  ZEROS  GO  ROT-ACUM-55.
           MOVE     DTV-PFN  TO  D6-REG
           PERFORM  ROT-SECU-00
           COMPUTE DSE-ITM = (SC-REG * 36000) + (ANO-PFN * 360)
                           + (MES-PFN * 30) + DIA-PFN
           COMPUTE  DIF-PRZ  =   DSE-ITM  -  DSE-SYS
           PERFORM  ROT-BALD-00  THRU  ROT-BALD-20
           ADD      VAL-PFN  TO  PAG-SEM (IND-SEM)
           IF  DIF-PRZ  NOT  >   30  ADD  VAL-PFN  TO  PAG-PRJ (1).
           IF  DIF-PRZ  NOT  >   60  ADD  VAL-PFN  TO  PAG-PRJ (2).
           IF  DIF-PRZ  NOT  >   90  ADD  VAL-PFN  TO  PAG-PRJ (3).
           GO       ROT-ACUM-55.

      ******************************************************
      *    BALDE SEMANAL: 1-13 = semanas de 7 dias,        *
      *    14 = acima de 91 dias; vencidos caem na 1.      *
       ROT-EXIT-00.
           CLOSE   CADFAT  CADNTA  CADCRD  CADLDP  CADTMP.
           IF  FLG-ADM   =  "S"  CLOSE  CADADM.
           IF  FLG-PFN   =  "S"  CLOSE  CADPFN.
           DELETE   FILE   CADTMP  GOBACK.
