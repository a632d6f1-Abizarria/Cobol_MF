      *    marca copia divergente). Imprime o resumo da    *
      *    rodada. A restauracao e feita pelo DY9955.      *
      *    Fora da copia ficam so os transitorios          *
      *    (CADTMP, CADLCK, CADSES, CADCHK, CADFAV), o     *
      *    spool (CADSPL/CADSPO), os historicos HST* do    *
      *    expurgo e o proprio controle CADBKC.            *
      *    Nao comeca com sessoes de outros operadores/    *
      *    terminais ativas (CADSES) salvo liberacao do    *
      *    supervisor, registrada na auditoria.            *
      *    Arquivo novo no sistema entra na lista DESTE    *
      *    programa e do DY9955.                           *
      ******************************************************
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-JOB.

           SELECT      CADCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-CPV
                       FILE          STATUS  IS  FST-CPV.

           SELECT      BKPCPV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CPV.

           SELECT      CADCVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CVI
                       FILE          STATUS  IS  FST-CVI.

           SELECT      BKPCVI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CVI.

           SELECT      CADAPU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-APU
                       FILE          STATUS  IS  FST-APU.

           SELECT      BKPAPU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-APU.

           SELECT      CADPCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PCT
                       FILE          STATUS  IS  FST-PCT.

           SELECT      BKPPCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-PCT.

           SELECT      CADMPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MPC
                       FILE          STATUS  IS  FST-MPC.

           SELECT      BKPMPC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-MPC.

           SELECT      CADDIA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DIA
                       FILE          STATUS  IS  FST-DIA.

           SELECT      BKPDIA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-DIA.

           SELECT      CADSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-SCT
                       FILE          STATUS  IS  FST-SCT.

           SELECT      BKPSCT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-SCT.

           SELECT      CADCIM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CIM
                       FILE          STATUS  IS  FST-CIM.

           SELECT      BKPCIM        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CIM.

           SELECT      CADIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IMB
                       FILE          STATUS  IS  FST-IMB.

           SELECT      BKPIMB        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-IMB.

           SELECT      CADDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DPR
                       FILE          STATUS  IS  FST-DPR.

           SELECT      BKPDPR        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-DPR.

           SELECT      CADFIN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-FIN
                       FILE          STATUS  IS  FST-FIN.

           SELECT      BKPFIN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-FIN.

           SELECT      CADPFN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PFN
                       FILE          STATUS  IS  FST-PFN.

           SELECT      BKPPFN        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-PFN.

           SELECT      CADRGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NIV-RGC
                       FILE          STATUS  IS  FST-RGC.

           SELECT      BKPRGC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RGC.

           SELECT      CADAVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-AVC
                       FILE          STATUS  IS  FST-AVC.

           SELECT      BKPAVC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-AVC.

           SELECT      CADVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-VLT
                       FILE          STATUS  IS  FST-VLT.

           SELECT      BKPVLT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-VLT.

           SELECT      CADRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  GRP-RPT
                       FILE          STATUS  IS  FST-RPT.

           SELECT      BKPRPT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RPT.

           SELECT      CADPTS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-PTS
                       FILE          STATUS  IS  FST-PTS.

           SELECT      BKPPTS        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-PTS.

           SELECT      CADMTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-MTA
                       FILE          STATUS  IS  FST-MTA.

           SELECT      BKPMTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-MTA.

           SELECT      CADRSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RSV
                       FILE          STATUS  IS  FST-RSV.

           SELECT      BKPRSV        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RSV.

           SELECT      CADCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CMP
                       FILE          STATUS  IS  FST-CMP.

           SELECT      BKPCMP        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CMP.

           SELECT      CADNFA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-NFA
                       FILE          STATUS  IS  FST-NFA.

           SELECT      BKPNFA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-NFA.

           SELECT      CADTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-TPF
                       FILE          STATUS  IS  FST-TPF.

           SELECT      BKPTPF        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-TPF.

           SELECT      CADDVG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-DVG
                       FILE          STATUS  IS  FST-DVG.

           SELECT      BKPDVG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-DVG.

           SELECT      CADENT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENT
                       FILE          STATUS  IS  FST-ENT.

           SELECT      BKPENT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-ENT.

           SELECT      CADENI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ENI
                       FILE          STATUS  IS  FST-ENI.

           SELECT      BKPENI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-ENI.

           SELECT      CADRTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  NUM-RTA
                       FILE          STATUS  IS  FST-RTA.

           SELECT      BKPRTA        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RTA.

           SELECT      CADRTI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RTI
                       FILE          STATUS  IS  FST-RTI.

           SELECT      BKPRTI        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RTI.

           SELECT      CADCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CSG
                       FILE          STATUS  IS  FST-CSG.

           SELECT      BKPCSG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CSG.

           SELECT      CADROG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-ROG
                       FILE          STATUS  IS  FST-ROG.

           SELECT      BKPROG        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-ROG.

           SELECT      CADCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-CCU
                       FILE          STATUS  IS  FST-CCU.

           SELECT      BKPCCU        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-CCU.

           SELECT      CADRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-RAT
                       FILE          STATUS  IS  FST-RAT.

           SELECT      BKPRAT        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-RAT.

           SELECT      CADOCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-OCC
                       FILE          STATUS  IS  FST-OCC.

           SELECT      BKPOCC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-OCC.

           SELECT      CADIND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
                       RECORD        KEY     IS  CHV-IND
                       FILE          STATUS  IS  FST-IND.

           SELECT      BKPIND        ASSIGN  TO  DISK
                       ORGANIZATION          IS  LINE SEQUENTIAL
                       FILE          STATUS  IS  FSB-IND.

           SELECT      CADBKC        ASSIGN  TO  DISK
                       ORGANIZATION          IS  INDEXED
                       ACCESS        MODE    IS  DYNAMIC
       COPY  CADOVI.CPY.
       COPY  CADFER.CPY.
       COPY  CADJOB.CPY.
       COPY  CADCPV.CPY.
       COPY  CADCVI.CPY.
       COPY  CADAPU.CPY.
       COPY  CADPCT.CPY.
       COPY  CADMPC.CPY.
       COPY  CADDIA.CPY.
       COPY  CADSCT.CPY.
       COPY  CADCIM.CPY.
       COPY  CADIMB.CPY.
       COPY  CADDPR.CPY.
       COPY  CADFIN.CPY.
       COPY  CADPFN.CPY.
       COPY  CADRGC.CPY.
       COPY  CADAVC.CPY.
       COPY  CADVLT.CPY.
       COPY  CADRPT.CPY.
       COPY  CADPTS.CPY.
       COPY  CADMTA.CPY.
       COPY  CADRSV.CPY.
       COPY  CADCMP.CPY.
       COPY  CADNFA.CPY.
       COPY  CADTPF.CPY.
       COPY  CADDVG.CPY.
       COPY  CADENT.CPY.
       COPY  CADENI.CPY.
       COPY  CADRTA.CPY.
       COPY  CADRTI.CPY.
       COPY  CADCSG.CPY.
       COPY  CADROG.CPY.
       COPY  CADCCU.CPY.
       COPY  CADRAT.CPY.
       COPY  CADOCC.CPY.
       COPY  CADIND.CPY.
       COPY  CADBKC.CPY.
       COPY  CADTMP.CPY.


       01  REG-BJOB             PIC  X(300).

       FD  BKPCPV
           LABEL RECORD STANDARD.

       01  REG-BCPV             PIC  X(300).

       FD  BKPCVI
           LABEL RECORD STANDARD.

       01  REG-BCVI             PIC  X(300).

       FD  BKPAPU
           LABEL RECORD STANDARD.

       01  REG-BAPU             PIC  X(300).

       FD  BKPPCT
           LABEL RECORD STANDARD.

       01  REG-BPCT             PIC  X(300).

       FD  BKPMPC
           LABEL RECORD STANDARD.

       01  REG-BMPC             PIC  X(300).

       FD  BKPDIA
           LABEL RECORD STANDARD.

       01  REG-BDIA             PIC  X(300).

       FD  BKPSCT
           LABEL RECORD STANDARD.

       01  REG-BSCT             PIC  X(300).

       FD  BKPCIM
           LABEL RECORD STANDARD.

       01  REG-BCIM             PIC  X(300).

       FD  BKPIMB
           LABEL RECORD STANDARD.

       01  REG-BIMB             PIC  X(300).

       FD  BKPDPR
           LABEL RECORD STANDARD.

       01  REG-BDPR             PIC  X(300).

       FD  BKPFIN
           LABEL RECORD STANDARD.

       01  REG-BFIN             PIC  X(300).

       FD  BKPPFN
           LABEL RECORD STANDARD.

       01  REG-BPFN             PIC  X(300).

       FD  BKPRGC
           LABEL RECORD STANDARD.

       01  REG-BRGC             PIC  X(300).

       FD  BKPAVC
           LABEL RECORD STANDARD.

       01  REG-BAVC             PIC  X(300).

       FD  BKPVLT
           LABEL RECORD STANDARD.

       01  REG-BVLT             PIC  X(300).

       FD  BKPRPT
           LABEL RECORD STANDARD.

       01  REG-BRPT             PIC  X(300).

       FD  BKPPTS
           LABEL RECORD STANDARD.

       01  REG-BPTS             PIC  X(300).

       FD  BKPMTA
           LABEL RECORD STANDARD.

       01  REG-BMTA             PIC  X(300).

       FD  BKPRSV
           LABEL RECORD STANDARD.

       01  REG-BRSV             PIC  X(300).

       FD  BKPCMP
           LABEL RECORD STANDARD.

       01  REG-BCMP             PIC  X(300).

       FD  BKPNFA
           LABEL RECORD STANDARD.

       01  REG-BNFA             PIC  X(300).

       FD  BKPTPF
           LABEL RECORD STANDARD.

       01  REG-BTPF             PIC  X(300).

       FD  BKPDVG
           LABEL RECORD STANDARD.

       01  REG-BDVG             PIC  X(300).

       FD  BKPENT
           LABEL RECORD STANDARD.

       01  REG-BENT             PIC  X(300).

       FD  BKPENI
           LABEL RECORD STANDARD.

       01  REG-BENI             PIC  X(300).

       FD  BKPRTA
           LABEL RECORD STANDARD.

       01  REG-BRTA             PIC  X(300).

       FD  BKPRTI
           LABEL RECORD STANDARD.

       01  REG-BRTI             PIC  X(300).

       FD  BKPCSG
           LABEL RECORD STANDARD.

       01  REG-BCSG             PIC  X(300).

       FD  BKPROG
           LABEL RECORD STANDARD.

       01  REG-BROG             PIC  X(300).

       FD  BKPCCU
           LABEL RECORD STANDARD.

       01  REG-BCCU             PIC  X(300).

       FD  BKPRAT
           LABEL RECORD STANDARD.

       01  REG-BRAT             PIC  X(300).

       FD  BKPOCC
           LABEL RECORD STANDARD.

       01  REG-BOCC             PIC  X(300).

       FD  BKPIND
           LABEL RECORD STANDARD.

       01  REG-BIND             PIC  X(300).

       WORKING-STORAGE SECTION.

       01  AUXILIARES.
           03  FST-CTR          PIC  X(02).
           03  FSB-CTR          PIC  X(02).
           03  FST-EST          PIC  X(02).
           03  FSB-EST          PIC  X(02).
           03  FST-MDR          PIC  X(02).
           03  FSB-MDR          PIC  X(02).
           03  FST-FOR          PIC  X(02).
           03  FSB-FOR          PIC  X(02).
           03  FST-ATV          PIC  X(02).
           03  FSB-ATV          PIC  X(02).
           03  FST-BCO          PIC  X(02).
           03  FSB-BCO          PIC  X(02).
           03  FST-SDB          PIC  X(02).
           03  FSB-SDB          PIC  X(02).
           03  FST-ADM          PIC  X(02).
           03  FSB-ADM          PIC  X(02).
           03  FST-RDP          PIC  X(02).
           03  FSB-RDP          PIC  X(02).
           03  FST-ORC          PIC  X(02).
           03  FSB-ORC          PIC  X(02).
           03  FST-VND          PIC  X(02).
           03  FSB-VND          PIC  X(02).
           03  FST-LCP          PIC  X(02).
           03  FSB-LCP          PIC  X(02).
           03  FST-LDP          PIC  X(02).
           03  FSB-LDP          PIC  X(02).
           03  FST-LBC          PIC  X(02).
           03  FSB-LBC          PIC  X(02).
           03  FST-FAT          PIC  X(02).
           03  FSB-FAT          PIC  X(02).
           03  FST-NTA          PIC  X(02).
           03  FSB-NTA          PIC  X(02).
           03  FST-CRD          PIC  X(02).
           03  FSB-CRD          PIC  X(02).
           03  FST-FTH          PIC  X(02).
           03  FSB-FTH          PIC  X(02).
           03  FST-CHQ          PIC  X(02).
           03  FSB-CHQ          PIC  X(02).
           03  FST-PED          PIC  X(02).
           03  FSB-PED          PIC  X(02).
           03  FST-MVE          PIC  X(02).
           03  FSB-MVE          PIC  X(02).
           03  FST-AUD          PIC  X(02).
           03  FSB-AUD          PIC  X(02).
           03  FST-PAG          PIC  X(02).
           03  FSB-PAG          PIC  X(02).
           03  FST-PRF          PIC  X(02).
           03  FSB-PRF          PIC  X(02).
           03  FST-LOC          PIC  X(02).
           03  FSB-LOC          PIC  X(02).
           03  FST-LTE          PIC  X(02).
           03  FSB-LTE          PIC  X(02).
           03  FST-BCK          PIC  X(02).
           03  FSB-BCK          PIC  X(02).
           03  FST-PCL          PIC  X(02).
           03  FSB-PCL          PIC  X(02).
           03  FST-PRO          PIC  X(02).
           03  FSB-PRO          PIC  X(02).
           03  FST-VDD          PIC  X(02).
           03  FSB-VDD          PIC  X(02).
           03  FST-EMB          PIC  X(02).
           03  FSB-EMB          PIC  X(02).
           03  FST-SEN          PIC  X(02).
           03  FSB-SEN          PIC  X(02).
           03  FST-CXA          PIC  X(02).
           03  FSB-CXA          PIC  X(02).
           03  FST-ORV          PIC  X(02).
           03  FSB-ORV          PIC  X(02).
           03  FST-OVI          PIC  X(02).
           03  FSB-OVI          PIC  X(02).
           03  FST-FER          PIC  X(02).
           03  FSB-FER          PIC  X(02).
           03  FST-JOB          PIC  X(02).
           03  FSB-JOB          PIC  X(02).
           03  FST-CPV          PIC  X(02).
           03  FSB-CPV          PIC  X(02).
           03  FST-CVI          PIC  X(02).
           03  FSB-CVI          PIC  X(02).
           03  FST-APU          PIC  X(02).
           03  FSB-APU          PIC  X(02).
           03  FST-PCT          PIC  X(02).
           03  FSB-PCT          PIC  X(02).
           03  FST-MPC          PIC  X(02).
           03  FSB-MPC          PIC  X(02).
           03  FST-DIA          PIC  X(02).
           03  FSB-DIA          PIC  X(02).
           03  FST-SCT          PIC  X(02).
           03  FSB-SCT          PIC  X(02).
           03  FST-CIM          PIC  X(02).
           03  FSB-CIM          PIC  X(02).
           03  FST-IMB          PIC  X(02).
           03  FSB-IMB          PIC  X(02).
           03  FST-DPR          PIC  X(02).
           03  FSB-DPR          PIC  X(02).
           03  FST-FIN          PIC  X(02).
           03  FSB-FIN          PIC  X(02).
           03  FST-PFN          PIC  X(02).
           03  FSB-PFN          PIC  X(02).
           03  FST-RGC          PIC  X(02).
           03  FSB-RGC          PIC  X(02).
           03  FST-AVC          PIC  X(02).
           03  FSB-AVC          PIC  X(02).
           03  FST-VLT          PIC  X(02).
           03  FSB-VLT          PIC  X(02).
           03  FST-RPT          PIC  X(02).
           03  FSB-RPT          PIC  X(02).
           03  FST-PTS          PIC  X(02).
           03  FSB-PTS          PIC  X(02).
           03  FST-MTA          PIC  X(02).
           03  FSB-MTA          PIC  X(02).
           03  FST-RSV          PIC  X(02).
           03  FSB-RSV          PIC  X(02).
           03  FST-CMP          PIC  X(02).
           03  FSB-CMP          PIC  X(02).
           03  FST-NFA          PIC  X(02).
           03  FSB-NFA          PIC  X(02).
           03  FST-TPF          PIC  X(02).
           03  FSB-TPF          PIC  X(02).
           03  FST-DVG          PIC  X(02).
           03  FSB-DVG          PIC  X(02).
           03  FST-ENT          PIC  X(02).
           03  FSB-ENT          PIC  X(02).
           03  FST-ENI          PIC  X(02).
           03  FSB-ENI          PIC  X(02).
           03  FST-RTA          PIC  X(02).
           03  FSB-RTA          PIC  X(02).
           03  FST-RTI          PIC  X(02).
           03  FSB-RTI          PIC  X(02).
           03  FST-CSG          PIC  X(02).
           03  FSB-CSG          PIC  X(02).
           03  FST-ROG          PIC  X(02).
           03  FSB-ROG          PIC  X(02).
           03  FST-CCU          PIC  X(02).
           03  FSB-CCU          PIC  X(02).
           03  FST-RAT          PIC  X(02).
           03  FSB-RAT          PIC  X(02).
           03  FST-OCC          PIC  X(02).
           03  FSB-OCC          PIC  X(02).
           03  FST-IND          PIC  X(02).
           03  FSB-IND          PIC  X(02).
           03  FST-BKC          PIC  X(02).
           03  FST-TMP          PIC  X(02).
           03  TECLADO          PIC  9(02).
           03  RSP-OPC          PIC  X(01).

           03  ARQ-AUX          PIC  X(06).
           03  QTD-AUX          PIC  9(07).
           03  QTV-AUX          PIC  9(07).
           03  HRA-ROD          PIC  9(06).
           03  ACM-ARQ          PIC  9(03).
           03  ACM-DIV          PIC  9(03).

           03  DTA-SYS.
               05  ANO-SYS      PIC  9(02).
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  CAB-001.
           03  FILLER           PIC  X(15)  VALUE  "  DIVERGENTES:".
           03  DIV-TT1          PIC  ZZ9.

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
           03  PRG-SPL          PIC  9(02)  VALUE  85.
       01  ENTR-08  BCK-CLR 02 FOR-CLR 15.
           03  MEI-E08 LINE 17 COLUMN 39 PIC 9(01) USING MEI-IMP.

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
           OPEN     I-O          CADBKC
                    OUTPUT       CADTMP
           PERFORM  ROT-COVI-00  THRU  ROT-COVI-90
           PERFORM  ROT-CFER-00  THRU  ROT-CFER-90
           PERFORM  ROT-CJOB-00  THRU  ROT-CJOB-90
           PERFORM  ROT-CCPV-00  THRU  ROT-CCPV-90
           PERFORM  ROT-CCVI-00  THRU  ROT-CCVI-90
           PERFORM  ROT-CAPU-00  THRU  ROT-CAPU-90
           PERFORM  ROT-CPCT-00  THRU  ROT-CPCT-90
           PERFORM  ROT-CMPC-00  THRU  ROT-CMPC-90
           PERFORM  ROT-CDIA-00  THRU  ROT-CDIA-90
           PERFORM  ROT-CSCT-00  THRU  ROT-CSCT-90
           PERFORM  ROT-CCIM-00  THRU  ROT-CCIM-90
           PERFORM  ROT-CIMB-00  THRU  ROT-CIMB-90
           PERFORM  ROT-CDPR-00  THRU  ROT-CDPR-90
           PERFORM  ROT-CFIN-00  THRU  ROT-CFIN-90
           PERFORM  ROT-CPFN-00  THRU  ROT-CPFN-90
           PERFORM  ROT-CRGC-00  THRU  ROT-CRGC-90
           PERFORM  ROT-CAVC-00  THRU  ROT-CAVC-90
           PERFORM  ROT-CVLT-00  THRU  ROT-CVLT-90
           PERFORM  ROT-CRPT-00  THRU  ROT-CRPT-90
           PERFORM  ROT-CPTS-00  THRU  ROT-CPTS-90
           PERFORM  ROT-CMTA-00  THRU  ROT-CMTA-90
           PERFORM  ROT-CRSV-00  THRU  ROT-CRSV-90
           PERFORM  ROT-CCMP-00  THRU  ROT-CCMP-90
           PERFORM  ROT-CNFA-00  THRU  ROT-CNFA-90
           PERFORM  ROT-CTPF-00  THRU  ROT-CTPF-90
           PERFORM  ROT-CDVG-00  THRU  ROT-CDVG-90
           PERFORM  ROT-CENT-00  THRU  ROT-CENT-90
           PERFORM  ROT-CENI-00  THRU  ROT-CENI-90
           PERFORM  ROT-CRTA-00  THRU  ROT-CRTA-90
           PERFORM  ROT-CRTI-00  THRU  ROT-CRTI-90
           PERFORM  ROT-CCSG-00  THRU  ROT-CCSG-90
           PERFORM  ROT-CROG-00  THRU  ROT-CROG-90
           PERFORM  ROT-CCCU-00  THRU  ROT-CCCU-90
           PERFORM  ROT-CRAT-00  THRU  ROT-CRAT-90
           PERFORM  ROT-COCC-00  THRU  ROT-COCC-90
           PERFORM  ROT-CIND-00  THRU  ROT-CIND-90
           GO       ROT-IMPR-40.

      ******************************************************
           EXIT.

      ******************************************************
      *    CADCPV -> BKPCPV                              *
      ******************************************************
       ROT-CCPV-00.
           MOVE     "CADCPV"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCPV
           IF  FST-CPV   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCPV-90.
           OPEN     OUTPUT    BKPCPV
           MOVE     LOW-VALUES  TO  NUM-CPV
           START    CADCPV       KEY  NOT  <  NUM-CPV.

       ROT-CCPV-10.
           READ     CADCPV  NEXT
           IF  FST-CPV   NOT  =  "00"  GO  ROT-CCPV-20.
           MOVE     SPACES    TO  REG-BCPV
           MOVE     REG-CPV  TO  REG-BCPV
           WRITE    REG-BCPV
           ADD      1         TO  QTD-AUX
           GO       ROT-CCPV-10.

       ROT-CCPV-20.
           CLOSE    CADCPV  BKPCPV
           OPEN     INPUT     BKPCPV.

       ROT-CCPV-30.
           READ     BKPCPV
           IF  FSB-CPV   NOT  =  "00"  GO  ROT-CCPV-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCPV-30.

       ROT-CCPV-40.
           CLOSE    BKPCPV
           PERFORM  ROT-GCTL-00.

       ROT-CCPV-90.
           EXIT.

      ******************************************************
      *    CADCVI -> BKPCVI                              *
      ******************************************************
       ROT-CCVI-00.
           MOVE     "CADCVI"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCVI
           IF  FST-CVI   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCVI-90.
           OPEN     OUTPUT    BKPCVI
           MOVE     LOW-VALUES  TO  CHV-CVI
           START    CADCVI       KEY  NOT  <  CHV-CVI.

       ROT-CCVI-10.
           READ     CADCVI  NEXT
           IF  FST-CVI   NOT  =  "00"  GO  ROT-CCVI-20.
           MOVE     SPACES    TO  REG-BCVI
           MOVE     REG-CVI  TO  REG-BCVI
           WRITE    REG-BCVI
           ADD      1         TO  QTD-AUX
           GO       ROT-CCVI-10.

       ROT-CCVI-20.
           CLOSE    CADCVI  BKPCVI
           OPEN     INPUT     BKPCVI.

       ROT-CCVI-30.
           READ     BKPCVI
           IF  FSB-CVI   NOT  =  "00"  GO  ROT-CCVI-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCVI-30.

       ROT-CCVI-40.
           CLOSE    BKPCVI
           PERFORM  ROT-GCTL-00.

       ROT-CCVI-90.
           EXIT.

      ******************************************************
      *    CADAPU -> BKPAPU                              *
      ******************************************************
       ROT-CAPU-00.
           MOVE     "CADAPU"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADAPU
           IF  FST-APU   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CAPU-90.
           OPEN     OUTPUT    BKPAPU
           MOVE     LOW-VALUES  TO  CHV-APU
           START    CADAPU       KEY  NOT  <  CHV-APU.

       ROT-CAPU-10.
           READ     CADAPU  NEXT
           IF  FST-APU   NOT  =  "00"  GO  ROT-CAPU-20.
           MOVE     SPACES    TO  REG-BAPU
           MOVE     REG-APU  TO  REG-BAPU
           WRITE    REG-BAPU
           ADD      1         TO  QTD-AUX
           GO       ROT-CAPU-10.

       ROT-CAPU-20.
           CLOSE    CADAPU  BKPAPU
           OPEN     INPUT     BKPAPU.

       ROT-CAPU-30.
           READ     BKPAPU
           IF  FSB-APU   NOT  =  "00"  GO  ROT-CAPU-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CAPU-30.

       ROT-CAPU-40.
           CLOSE    BKPAPU
           PERFORM  ROT-GCTL-00.

       ROT-CAPU-90.
           EXIT.

      ******************************************************
      *    CADPCT -> BKPPCT                              *
      ******************************************************
       ROT-CPCT-00.
           MOVE     "CADPCT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADPCT
           IF  FST-PCT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CPCT-90.
           OPEN     OUTPUT    BKPPCT
           MOVE     LOW-VALUES  TO  CHV-PCT
           START    CADPCT       KEY  NOT  <  CHV-PCT.

       ROT-CPCT-10.
           READ     CADPCT  NEXT
           IF  FST-PCT   NOT  =  "00"  GO  ROT-CPCT-20.
           MOVE     SPACES    TO  REG-BPCT
           MOVE     REG-PCT  TO  REG-BPCT
           WRITE    REG-BPCT
           ADD      1         TO  QTD-AUX
           GO       ROT-CPCT-10.

       ROT-CPCT-20.
           CLOSE    CADPCT  BKPPCT
           OPEN     INPUT     BKPPCT.

       ROT-CPCT-30.
           READ     BKPPCT
           IF  FSB-PCT   NOT  =  "00"  GO  ROT-CPCT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CPCT-30.

       ROT-CPCT-40.
           CLOSE    BKPPCT
           PERFORM  ROT-GCTL-00.

       ROT-CPCT-90.
           EXIT.

      ******************************************************
      *    CADMPC -> BKPMPC                              *
      ******************************************************
       ROT-CMPC-00.
           MOVE     "CADMPC"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADMPC
           IF  FST-MPC   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CMPC-90.
           OPEN     OUTPUT    BKPMPC
           MOVE     LOW-VALUES  TO  CHV-MPC
           START    CADMPC       KEY  NOT  <  CHV-MPC.

       ROT-CMPC-10.
           READ     CADMPC  NEXT
           IF  FST-MPC   NOT  =  "00"  GO  ROT-CMPC-20.
           MOVE     SPACES    TO  REG-BMPC
           MOVE     REG-MPC  TO  REG-BMPC
           WRITE    REG-BMPC
           ADD      1         TO  QTD-AUX
           GO       ROT-CMPC-10.

       ROT-CMPC-20.
           CLOSE    CADMPC  BKPMPC
           OPEN     INPUT     BKPMPC.

       ROT-CMPC-30.
           READ     BKPMPC
           IF  FSB-MPC   NOT  =  "00"  GO  ROT-CMPC-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CMPC-30.

       ROT-CMPC-40.
           CLOSE    BKPMPC
           PERFORM  ROT-GCTL-00.

       ROT-CMPC-90.
           EXIT.

      ******************************************************
      *    CADDIA -> BKPDIA                              *
      ******************************************************
       ROT-CDIA-00.
           MOVE     "CADDIA"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADDIA
           IF  FST-DIA   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CDIA-90.
           OPEN     OUTPUT    BKPDIA
           MOVE     LOW-VALUES  TO  CHV-DIA
           START    CADDIA       KEY  NOT  <  CHV-DIA.

       ROT-CDIA-10.
           READ     CADDIA  NEXT
           IF  FST-DIA   NOT  =  "00"  GO  ROT-CDIA-20.
           MOVE     SPACES    TO  REG-BDIA
           MOVE     REG-DIA  TO  REG-BDIA
           WRITE    REG-BDIA
           ADD      1         TO  QTD-AUX
           GO       ROT-CDIA-10.

       ROT-CDIA-20.
           CLOSE    CADDIA  BKPDIA
           OPEN     INPUT     BKPDIA.

       ROT-CDIA-30.
           READ     BKPDIA
           IF  FSB-DIA   NOT  =  "00"  GO  ROT-CDIA-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CDIA-30.

       ROT-CDIA-40.
           CLOSE    BKPDIA
           PERFORM  ROT-GCTL-00.

       ROT-CDIA-90.
           EXIT.

      ******************************************************
      *    CADSCT -> BKPSCT                              *
      ******************************************************
       ROT-CSCT-00.
           MOVE     "CADSCT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADSCT
           IF  FST-SCT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CSCT-90.
           OPEN     OUTPUT    BKPSCT
           MOVE     LOW-VALUES  TO  CHV-SCT
           START    CADSCT       KEY  NOT  <  CHV-SCT.

       ROT-CSCT-10.
           READ     CADSCT  NEXT
           IF  FST-SCT   NOT  =  "00"  GO  ROT-CSCT-20.
           MOVE     SPACES    TO  REG-BSCT
           MOVE     REG-SCT  TO  REG-BSCT
           WRITE    REG-BSCT
           ADD      1         TO  QTD-AUX
           GO       ROT-CSCT-10.

       ROT-CSCT-20.
           CLOSE    CADSCT  BKPSCT
           OPEN     INPUT     BKPSCT.

       ROT-CSCT-30.
           READ     BKPSCT
           IF  FSB-SCT   NOT  =  "00"  GO  ROT-CSCT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CSCT-30.

       ROT-CSCT-40.
           CLOSE    BKPSCT
           PERFORM  ROT-GCTL-00.

       ROT-CSCT-90.
           EXIT.

      ******************************************************
      *    CADCIM -> BKPCIM                              *
      ******************************************************
       ROT-CCIM-00.
           MOVE     "CADCIM"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCIM
           IF  FST-CIM   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCIM-90.
           OPEN     OUTPUT    BKPCIM
           MOVE     LOW-VALUES  TO  CHV-CIM
           START    CADCIM       KEY  NOT  <  CHV-CIM.

       ROT-CCIM-10.
           READ     CADCIM  NEXT
           IF  FST-CIM   NOT  =  "00"  GO  ROT-CCIM-20.
           MOVE     SPACES    TO  REG-BCIM
           MOVE     REG-CIM  TO  REG-BCIM
           WRITE    REG-BCIM
           ADD      1         TO  QTD-AUX
           GO       ROT-CCIM-10.

       ROT-CCIM-20.
           CLOSE    CADCIM  BKPCIM
           OPEN     INPUT     BKPCIM.

       ROT-CCIM-30.
           READ     BKPCIM
           IF  FSB-CIM   NOT  =  "00"  GO  ROT-CCIM-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCIM-30.

       ROT-CCIM-40.
           CLOSE    BKPCIM
           PERFORM  ROT-GCTL-00.

       ROT-CCIM-90.
           EXIT.

      ******************************************************
      *    CADIMB -> BKPIMB                              *
      ******************************************************
       ROT-CIMB-00.
           MOVE     "CADIMB"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADIMB
           IF  FST-IMB   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CIMB-90.
           OPEN     OUTPUT    BKPIMB
           MOVE     LOW-VALUES  TO  CHV-IMB
           START    CADIMB       KEY  NOT  <  CHV-IMB.

       ROT-CIMB-10.
           READ     CADIMB  NEXT
           IF  FST-IMB   NOT  =  "00"  GO  ROT-CIMB-20.
           MOVE     SPACES    TO  REG-BIMB
           MOVE     REG-IMB  TO  REG-BIMB
           WRITE    REG-BIMB
           ADD      1         TO  QTD-AUX
           GO       ROT-CIMB-10.

       ROT-CIMB-20.
           CLOSE    CADIMB  BKPIMB
           OPEN     INPUT     BKPIMB.

       ROT-CIMB-30.
           READ     BKPIMB
           IF  FSB-IMB   NOT  =  "00"  GO  ROT-CIMB-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CIMB-30.

       ROT-CIMB-40.
           CLOSE    BKPIMB
           PERFORM  ROT-GCTL-00.

       ROT-CIMB-90.
           EXIT.

      ******************************************************
      *    CADDPR -> BKPDPR                              *
      ******************************************************
       ROT-CDPR-00.
           MOVE     "CADDPR"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADDPR
           IF  FST-DPR   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CDPR-90.
           OPEN     OUTPUT    BKPDPR
           MOVE     LOW-VALUES  TO  CHV-DPR
           START    CADDPR       KEY  NOT  <  CHV-DPR.

       ROT-CDPR-10.
           READ     CADDPR  NEXT
           IF  FST-DPR   NOT  =  "00"  GO  ROT-CDPR-20.
           MOVE     SPACES    TO  REG-BDPR
           MOVE     REG-DPR  TO  REG-BDPR
           WRITE    REG-BDPR
           ADD      1         TO  QTD-AUX
           GO       ROT-CDPR-10.

       ROT-CDPR-20.
           CLOSE    CADDPR  BKPDPR
           OPEN     INPUT     BKPDPR.

       ROT-CDPR-30.
           READ     BKPDPR
           IF  FSB-DPR   NOT  =  "00"  GO  ROT-CDPR-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CDPR-30.

       ROT-CDPR-40.
           CLOSE    BKPDPR
           PERFORM  ROT-GCTL-00.

       ROT-CDPR-90.
           EXIT.

      ******************************************************
      *    CADFIN -> BKPFIN                              *
      ******************************************************
       ROT-CFIN-00.
           MOVE     "CADFIN"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADFIN
           IF  FST-FIN   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CFIN-90.
           OPEN     OUTPUT    BKPFIN
           MOVE     LOW-VALUES  TO  CHV-FIN
           START    CADFIN       KEY  NOT  <  CHV-FIN.

       ROT-CFIN-10.
           READ     CADFIN  NEXT
           IF  FST-FIN   NOT  =  "00"  GO  ROT-CFIN-20.
           MOVE     SPACES    TO  REG-BFIN
           MOVE     REG-FIN  TO  REG-BFIN
           WRITE    REG-BFIN
           ADD      1         TO  QTD-AUX
           GO       ROT-CFIN-10.

       ROT-CFIN-20.
           CLOSE    CADFIN  BKPFIN
           OPEN     INPUT     BKPFIN.

       ROT-CFIN-30.
           READ     BKPFIN
           IF  FSB-FIN   NOT  =  "00"  GO  ROT-CFIN-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CFIN-30.

       ROT-CFIN-40.
           CLOSE    BKPFIN
           PERFORM  ROT-GCTL-00.

       ROT-CFIN-90.
           EXIT.

      ******************************************************
      *    CADPFN -> BKPPFN                              *
      ******************************************************
       ROT-CPFN-00.
           MOVE     "CADPFN"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADPFN
           IF  FST-PFN   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CPFN-90.
           OPEN     OUTPUT    BKPPFN
           MOVE     LOW-VALUES  TO  CHV-PFN
           START    CADPFN       KEY  NOT  <  CHV-PFN.

       ROT-CPFN-10.
           READ     CADPFN  NEXT
           IF  FST-PFN   NOT  =  "00"  GO  ROT-CPFN-20.
           MOVE     SPACES    TO  REG-BPFN
           MOVE     REG-PFN  TO  REG-BPFN
           WRITE    REG-BPFN
           ADD      1         TO  QTD-AUX
           GO       ROT-CPFN-10.

       ROT-CPFN-20.
           CLOSE    CADPFN  BKPPFN
           OPEN     INPUT     BKPPFN.

       ROT-CPFN-30.
           READ     BKPPFN
           IF  FSB-PFN   NOT  =  "00"  GO  ROT-CPFN-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CPFN-30.

       ROT-CPFN-40.
           CLOSE    BKPPFN
           PERFORM  ROT-GCTL-00.

       ROT-CPFN-90.
           EXIT.

      ******************************************************
      *    CADRGC -> BKPRGC                              *
      ******************************************************
       ROT-CRGC-00.
           MOVE     "CADRGC"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRGC
           IF  FST-RGC   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRGC-90.
           OPEN     OUTPUT    BKPRGC
           MOVE     LOW-VALUES  TO  NIV-RGC
           START    CADRGC       KEY  NOT  <  NIV-RGC.

       ROT-CRGC-10.
           READ     CADRGC  NEXT
           IF  FST-RGC   NOT  =  "00"  GO  ROT-CRGC-20.
           MOVE     SPACES    TO  REG-BRGC
           MOVE     REG-RGC  TO  REG-BRGC
           WRITE    REG-BRGC
           ADD      1         TO  QTD-AUX
           GO       ROT-CRGC-10.

       ROT-CRGC-20.
           CLOSE    CADRGC  BKPRGC
           OPEN     INPUT     BKPRGC.

       ROT-CRGC-30.
           READ     BKPRGC
           IF  FSB-RGC   NOT  =  "00"  GO  ROT-CRGC-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRGC-30.

       ROT-CRGC-40.
           CLOSE    BKPRGC
           PERFORM  ROT-GCTL-00.

       ROT-CRGC-90.
           EXIT.

      ******************************************************
      *    CADAVC -> BKPAVC                              *
      ******************************************************
       ROT-CAVC-00.
           MOVE     "CADAVC"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADAVC
           IF  FST-AVC   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CAVC-90.
           OPEN     OUTPUT    BKPAVC
           MOVE     LOW-VALUES  TO  CHV-AVC
           START    CADAVC       KEY  NOT  <  CHV-AVC.

       ROT-CAVC-10.
           READ     CADAVC  NEXT
           IF  FST-AVC   NOT  =  "00"  GO  ROT-CAVC-20.
           MOVE     SPACES    TO  REG-BAVC
           MOVE     REG-AVC  TO  REG-BAVC
           WRITE    REG-BAVC
           ADD      1         TO  QTD-AUX
           GO       ROT-CAVC-10.

       ROT-CAVC-20.
           CLOSE    CADAVC  BKPAVC
           OPEN     INPUT     BKPAVC.

       ROT-CAVC-30.
           READ     BKPAVC
           IF  FSB-AVC   NOT  =  "00"  GO  ROT-CAVC-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CAVC-30.

       ROT-CAVC-40.
           CLOSE    BKPAVC
           PERFORM  ROT-GCTL-00.

       ROT-CAVC-90.
           EXIT.

      ******************************************************
      *    CADVLT -> BKPVLT                              *
      ******************************************************
       ROT-CVLT-00.
           MOVE     "CADVLT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADVLT
           IF  FST-VLT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CVLT-90.
           OPEN     OUTPUT    BKPVLT
           MOVE     LOW-VALUES  TO  NUM-VLT
           START    CADVLT       KEY  NOT  <  NUM-VLT.

       ROT-CVLT-10.
           READ     CADVLT  NEXT
           IF  FST-VLT   NOT  =  "00"  GO  ROT-CVLT-20.
           MOVE     SPACES    TO  REG-BVLT
           MOVE     REG-VLT  TO  REG-BVLT
           WRITE    REG-BVLT
           ADD      1         TO  QTD-AUX
           GO       ROT-CVLT-10.

       ROT-CVLT-20.
           CLOSE    CADVLT  BKPVLT
           OPEN     INPUT     BKPVLT.

       ROT-CVLT-30.
           READ     BKPVLT
           IF  FSB-VLT   NOT  =  "00"  GO  ROT-CVLT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CVLT-30.

       ROT-CVLT-40.
           CLOSE    BKPVLT
           PERFORM  ROT-GCTL-00.

       ROT-CVLT-90.
           EXIT.

      ******************************************************
      *    CADRPT -> BKPRPT                              *
      ******************************************************
       ROT-CRPT-00.
           MOVE     "CADRPT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRPT
           IF  FST-RPT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRPT-90.
           OPEN     OUTPUT    BKPRPT
           MOVE     LOW-VALUES  TO  GRP-RPT
           START    CADRPT       KEY  NOT  <  GRP-RPT.

       ROT-CRPT-10.
           READ     CADRPT  NEXT
           IF  FST-RPT   NOT  =  "00"  GO  ROT-CRPT-20.
           MOVE     SPACES    TO  REG-BRPT
           MOVE     REG-RPT  TO  REG-BRPT
           WRITE    REG-BRPT
           ADD      1         TO  QTD-AUX
           GO       ROT-CRPT-10.

       ROT-CRPT-20.
           CLOSE    CADRPT  BKPRPT
           OPEN     INPUT     BKPRPT.

       ROT-CRPT-30.
           READ     BKPRPT
           IF  FSB-RPT   NOT  =  "00"  GO  ROT-CRPT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRPT-30.

       ROT-CRPT-40.
           CLOSE    BKPRPT
           PERFORM  ROT-GCTL-00.

       ROT-CRPT-90.
           EXIT.

      ******************************************************
      *    CADPTS -> BKPPTS                              *
      ******************************************************
       ROT-CPTS-00.
           MOVE     "CADPTS"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADPTS
           IF  FST-PTS   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CPTS-90.
           OPEN     OUTPUT    BKPPTS
           MOVE     LOW-VALUES  TO  CHV-PTS
           START    CADPTS       KEY  NOT  <  CHV-PTS.

       ROT-CPTS-10.
           READ     CADPTS  NEXT
           IF  FST-PTS   NOT  =  "00"  GO  ROT-CPTS-20.
           MOVE     SPACES    TO  REG-BPTS
           MOVE     REG-PTS  TO  REG-BPTS
           WRITE    REG-BPTS
           ADD      1         TO  QTD-AUX
           GO       ROT-CPTS-10.

       ROT-CPTS-20.
           CLOSE    CADPTS  BKPPTS
           OPEN     INPUT     BKPPTS.

       ROT-CPTS-30.
           READ     BKPPTS
           IF  FSB-PTS   NOT  =  "00"  GO  ROT-CPTS-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CPTS-30.

       ROT-CPTS-40.
           CLOSE    BKPPTS
           PERFORM  ROT-GCTL-00.

       ROT-CPTS-90.
           EXIT.

      ******************************************************
      *    CADMTA -> BKPMTA                              *
      ******************************************************
       ROT-CMTA-00.
           MOVE     "CADMTA"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADMTA
           IF  FST-MTA   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CMTA-90.
           OPEN     OUTPUT    BKPMTA
           MOVE     LOW-VALUES  TO  CHV-MTA
           START    CADMTA       KEY  NOT  <  CHV-MTA.

       ROT-CMTA-10.
           READ     CADMTA  NEXT
           IF  FST-MTA   NOT  =  "00"  GO  ROT-CMTA-20.
           MOVE     SPACES    TO  REG-BMTA
           MOVE     REG-MTA  TO  REG-BMTA
           WRITE    REG-BMTA
           ADD      1         TO  QTD-AUX
           GO       ROT-CMTA-10.

       ROT-CMTA-20.
           CLOSE    CADMTA  BKPMTA
           OPEN     INPUT     BKPMTA.

       ROT-CMTA-30.
           READ     BKPMTA
           IF  FSB-MTA   NOT  =  "00"  GO  ROT-CMTA-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CMTA-30.

       ROT-CMTA-40.
           CLOSE    BKPMTA
           PERFORM  ROT-GCTL-00.

       ROT-CMTA-90.
           EXIT.

      ******************************************************
      *    CADRSV -> BKPRSV                              *
      ******************************************************
       ROT-CRSV-00.
           MOVE     "CADRSV"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRSV
           IF  FST-RSV   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRSV-90.
           OPEN     OUTPUT    BKPRSV
           MOVE     LOW-VALUES  TO  CHV-RSV
           START    CADRSV       KEY  NOT  <  CHV-RSV.

       ROT-CRSV-10.
           READ     CADRSV  NEXT
           IF  FST-RSV   NOT  =  "00"  GO  ROT-CRSV-20.
           MOVE     SPACES    TO  REG-BRSV
           MOVE     REG-RSV  TO  REG-BRSV
           WRITE    REG-BRSV
           ADD      1         TO  QTD-AUX
           GO       ROT-CRSV-10.

       ROT-CRSV-20.
           CLOSE    CADRSV  BKPRSV
           OPEN     INPUT     BKPRSV.

       ROT-CRSV-30.
           READ     BKPRSV
           IF  FSB-RSV   NOT  =  "00"  GO  ROT-CRSV-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRSV-30.

       ROT-CRSV-40.
           CLOSE    BKPRSV
           PERFORM  ROT-GCTL-00.

       ROT-CRSV-90.
           EXIT.

      ******************************************************
      *    CADCMP -> BKPCMP                              *
      ******************************************************
       ROT-CCMP-00.
           MOVE     "CADCMP"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCMP
           IF  FST-CMP   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCMP-90.
           OPEN     OUTPUT    BKPCMP
           MOVE     LOW-VALUES  TO  CHV-CMP
           START    CADCMP       KEY  NOT  <  CHV-CMP.

       ROT-CCMP-10.
           READ     CADCMP  NEXT
           IF  FST-CMP   NOT  =  "00"  GO  ROT-CCMP-20.
           MOVE     SPACES    TO  REG-BCMP
           MOVE     REG-CMP  TO  REG-BCMP
           WRITE    REG-BCMP
           ADD      1         TO  QTD-AUX
           GO       ROT-CCMP-10.

       ROT-CCMP-20.
           CLOSE    CADCMP  BKPCMP
           OPEN     INPUT     BKPCMP.

       ROT-CCMP-30.
           READ     BKPCMP
           IF  FSB-CMP   NOT  =  "00"  GO  ROT-CCMP-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCMP-30.

       ROT-CCMP-40.
           CLOSE    BKPCMP
           PERFORM  ROT-GCTL-00.

       ROT-CCMP-90.
           EXIT.

      ******************************************************
      *    CADNFA -> BKPNFA                              *
      ******************************************************
       ROT-CNFA-00.
           MOVE     "CADNFA"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADNFA
           IF  FST-NFA   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CNFA-90.
           OPEN     OUTPUT    BKPNFA
           MOVE     LOW-VALUES  TO  CHV-NFA
           START    CADNFA       KEY  NOT  <  CHV-NFA.

       ROT-CNFA-10.
           READ     CADNFA  NEXT
           IF  FST-NFA   NOT  =  "00"  GO  ROT-CNFA-20.
           MOVE     SPACES    TO  REG-BNFA
           MOVE     REG-NFA  TO  REG-BNFA
           WRITE    REG-BNFA
           ADD      1         TO  QTD-AUX
           GO       ROT-CNFA-10.

       ROT-CNFA-20.
           CLOSE    CADNFA  BKPNFA
           OPEN     INPUT     BKPNFA.

       ROT-CNFA-30.
           READ     BKPNFA
           IF  FSB-NFA   NOT  =  "00"  GO  ROT-CNFA-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CNFA-30.

       ROT-CNFA-40.
           CLOSE    BKPNFA
           PERFORM  ROT-GCTL-00.

       ROT-CNFA-90.
           EXIT.

      ******************************************************
      *    CADTPF -> BKPTPF                              *
      ******************************************************
       ROT-CTPF-00.
           MOVE     "CADTPF"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADTPF
           IF  FST-TPF   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CTPF-90.
           OPEN     OUTPUT    BKPTPF
           MOVE     LOW-VALUES  TO  CHV-TPF
           START    CADTPF       KEY  NOT  <  CHV-TPF.

       ROT-CTPF-10.
           READ     CADTPF  NEXT
           IF  FST-TPF   NOT  =  "00"  GO  ROT-CTPF-20.
           MOVE     SPACES    TO  REG-BTPF
           MOVE     REG-TPF  TO  REG-BTPF
           WRITE    REG-BTPF
           ADD      1         TO  QTD-AUX
           GO       ROT-CTPF-10.

       ROT-CTPF-20.
           CLOSE    CADTPF  BKPTPF
           OPEN     INPUT     BKPTPF.

       ROT-CTPF-30.
           READ     BKPTPF
           IF  FSB-TPF   NOT  =  "00"  GO  ROT-CTPF-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CTPF-30.

       ROT-CTPF-40.
           CLOSE    BKPTPF
           PERFORM  ROT-GCTL-00.

       ROT-CTPF-90.
           EXIT.

      ******************************************************
      *    CADDVG -> BKPDVG                              *
      ******************************************************
       ROT-CDVG-00.
           MOVE     "CADDVG"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADDVG
           IF  FST-DVG   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CDVG-90.
           OPEN     OUTPUT    BKPDVG
           MOVE     LOW-VALUES  TO  CHV-DVG
           START    CADDVG       KEY  NOT  <  CHV-DVG.

       ROT-CDVG-10.
           READ     CADDVG  NEXT
           IF  FST-DVG   NOT  =  "00"  GO  ROT-CDVG-20.
           MOVE     SPACES    TO  REG-BDVG
           MOVE     REG-DVG  TO  REG-BDVG
           WRITE    REG-BDVG
           ADD      1         TO  QTD-AUX
           GO       ROT-CDVG-10.

       ROT-CDVG-20.
           CLOSE    CADDVG  BKPDVG
           OPEN     INPUT     BKPDVG.

       ROT-CDVG-30.
           READ     BKPDVG
           IF  FSB-DVG   NOT  =  "00"  GO  ROT-CDVG-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CDVG-30.

       ROT-CDVG-40.
           CLOSE    BKPDVG
           PERFORM  ROT-GCTL-00.

       ROT-CDVG-90.
           EXIT.

      ******************************************************
      *    CADENT -> BKPENT                              *
      ******************************************************
       ROT-CENT-00.
           MOVE     "CADENT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADENT
           IF  FST-ENT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CENT-90.
           OPEN     OUTPUT    BKPENT
           MOVE     LOW-VALUES  TO  CHV-ENT
           START    CADENT       KEY  NOT  <  CHV-ENT.

       ROT-CENT-10.
           READ     CADENT  NEXT
           IF  FST-ENT   NOT  =  "00"  GO  ROT-CENT-20.
           MOVE     SPACES    TO  REG-BENT
           MOVE     REG-ENT  TO  REG-BENT
           WRITE    REG-BENT
           ADD      1         TO  QTD-AUX
           GO       ROT-CENT-10.

       ROT-CENT-20.
           CLOSE    CADENT  BKPENT
           OPEN     INPUT     BKPENT.

       ROT-CENT-30.
           READ     BKPENT
           IF  FSB-ENT   NOT  =  "00"  GO  ROT-CENT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CENT-30.

       ROT-CENT-40.
           CLOSE    BKPENT
           PERFORM  ROT-GCTL-00.

       ROT-CENT-90.
           EXIT.

      ******************************************************
      *    CADENI -> BKPENI                              *
      ******************************************************
       ROT-CENI-00.
           MOVE     "CADENI"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADENI
           IF  FST-ENI   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CENI-90.
           OPEN     OUTPUT    BKPENI
           MOVE     LOW-VALUES  TO  CHV-ENI
           START    CADENI       KEY  NOT  <  CHV-ENI.

       ROT-CENI-10.
           READ     CADENI  NEXT
           IF  FST-ENI   NOT  =  "00"  GO  ROT-CENI-20.
           MOVE     SPACES    TO  REG-BENI
           MOVE     REG-ENI  TO  REG-BENI
           WRITE    REG-BENI
           ADD      1         TO  QTD-AUX
           GO       ROT-CENI-10.

       ROT-CENI-20.
           CLOSE    CADENI  BKPENI
           OPEN     INPUT     BKPENI.

       ROT-CENI-30.
           READ     BKPENI
           IF  FSB-ENI   NOT  =  "00"  GO  ROT-CENI-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CENI-30.

       ROT-CENI-40.
           CLOSE    BKPENI
           PERFORM  ROT-GCTL-00.

       ROT-CENI-90.
           EXIT.

      ******************************************************
      *    CADRTA -> BKPRTA                              *
      ******************************************************
       ROT-CRTA-00.
           MOVE     "CADRTA"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRTA
           IF  FST-RTA   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRTA-90.
           OPEN     OUTPUT    BKPRTA
           MOVE     LOW-VALUES  TO  NUM-RTA
           START    CADRTA       KEY  NOT  <  NUM-RTA.

       ROT-CRTA-10.
           READ     CADRTA  NEXT
           IF  FST-RTA   NOT  =  "00"  GO  ROT-CRTA-20.
           MOVE     SPACES    TO  REG-BRTA
           MOVE     REG-RTA  TO  REG-BRTA
           WRITE    REG-BRTA
           ADD      1         TO  QTD-AUX
           GO       ROT-CRTA-10.

       ROT-CRTA-20.
           CLOSE    CADRTA  BKPRTA
           OPEN     INPUT     BKPRTA.

       ROT-CRTA-30.
           READ     BKPRTA
           IF  FSB-RTA   NOT  =  "00"  GO  ROT-CRTA-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRTA-30.

       ROT-CRTA-40.
           CLOSE    BKPRTA
           PERFORM  ROT-GCTL-00.

       ROT-CRTA-90.
           EXIT.

      ******************************************************
      *    CADRTI -> BKPRTI                              *
      ******************************************************
       ROT-CRTI-00.
           MOVE     "CADRTI"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRTI
           IF  FST-RTI   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRTI-90.
           OPEN     OUTPUT    BKPRTI
           MOVE     LOW-VALUES  TO  CHV-RTI
           START    CADRTI       KEY  NOT  <  CHV-RTI.

       ROT-CRTI-10.
           READ     CADRTI  NEXT
           IF  FST-RTI   NOT  =  "00"  GO  ROT-CRTI-20.
           MOVE     SPACES    TO  REG-BRTI
           MOVE     REG-RTI  TO  REG-BRTI
           WRITE    REG-BRTI
           ADD      1         TO  QTD-AUX
           GO       ROT-CRTI-10.

       ROT-CRTI-20.
           CLOSE    CADRTI  BKPRTI
           OPEN     INPUT     BKPRTI.

       ROT-CRTI-30.
           READ     BKPRTI
           IF  FSB-RTI   NOT  =  "00"  GO  ROT-CRTI-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRTI-30.

       ROT-CRTI-40.
           CLOSE    BKPRTI
           PERFORM  ROT-GCTL-00.

       ROT-CRTI-90.
           EXIT.

      ******************************************************
      *    CADCSG -> BKPCSG                              *
      ******************************************************
       ROT-CCSG-00.
           MOVE     "CADCSG"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCSG
           IF  FST-CSG   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCSG-90.
           OPEN     OUTPUT    BKPCSG
           MOVE     LOW-VALUES  TO  CHV-CSG
           START    CADCSG       KEY  NOT  <  CHV-CSG.

       ROT-CCSG-10.
           READ     CADCSG  NEXT
           IF  FST-CSG   NOT  =  "00"  GO  ROT-CCSG-20.
           MOVE     SPACES    TO  REG-BCSG
           MOVE     REG-CSG  TO  REG-BCSG
           WRITE    REG-BCSG
           ADD      1         TO  QTD-AUX
           GO       ROT-CCSG-10.

       ROT-CCSG-20.
           CLOSE    CADCSG  BKPCSG
           OPEN     INPUT     BKPCSG.

       ROT-CCSG-30.
           READ     BKPCSG
           IF  FSB-CSG   NOT  =  "00"  GO  ROT-CCSG-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCSG-30.

       ROT-CCSG-40.
           CLOSE    BKPCSG
           PERFORM  ROT-GCTL-00.

       ROT-CCSG-90.
           EXIT.

      ******************************************************
      *    CADROG -> BKPROG                              *
      ******************************************************
       ROT-CROG-00.
           MOVE     "CADROG"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADROG
           IF  FST-ROG   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CROG-90.
           OPEN     OUTPUT    BKPROG
           MOVE     LOW-VALUES  TO  CHV-ROG
           START    CADROG       KEY  NOT  <  CHV-ROG.

       ROT-CROG-10.
           READ     CADROG  NEXT
           IF  FST-ROG   NOT  =  "00"  GO  ROT-CROG-20.
           MOVE     SPACES    TO  REG-BROG
           MOVE     REG-ROG  TO  REG-BROG
           WRITE    REG-BROG
           ADD      1         TO  QTD-AUX
           GO       ROT-CROG-10.

       ROT-CROG-20.
           CLOSE    CADROG  BKPROG
           OPEN     INPUT     BKPROG.

       ROT-CROG-30.
           READ     BKPROG
           IF  FSB-ROG   NOT  =  "00"  GO  ROT-CROG-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CROG-30.

       ROT-CROG-40.
           CLOSE    BKPROG
           PERFORM  ROT-GCTL-00.

       ROT-CROG-90.
           EXIT.

      ******************************************************
      *    CADCCU -> BKPCCU                              *
      ******************************************************
       ROT-CCCU-00.
           MOVE     "CADCCU"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADCCU
           IF  FST-CCU   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CCCU-90.
           OPEN     OUTPUT    BKPCCU
           MOVE     LOW-VALUES  TO  CHV-CCU
           START    CADCCU       KEY  NOT  <  CHV-CCU.

       ROT-CCCU-10.
           READ     CADCCU  NEXT
           IF  FST-CCU   NOT  =  "00"  GO  ROT-CCCU-20.
           MOVE     SPACES    TO  REG-BCCU
           MOVE     REG-CCU  TO  REG-BCCU
           WRITE    REG-BCCU
           ADD      1         TO  QTD-AUX
           GO       ROT-CCCU-10.

       ROT-CCCU-20.
           CLOSE    CADCCU  BKPCCU
           OPEN     INPUT     BKPCCU.

       ROT-CCCU-30.
           READ     BKPCCU
           IF  FSB-CCU   NOT  =  "00"  GO  ROT-CCCU-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CCCU-30.

       ROT-CCCU-40.
           CLOSE    BKPCCU
           PERFORM  ROT-GCTL-00.

       ROT-CCCU-90.
           EXIT.

      ******************************************************
      *    CADRAT -> BKPRAT                              *
      ******************************************************
       ROT-CRAT-00.
           MOVE     "CADRAT"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADRAT
           IF  FST-RAT   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CRAT-90.
           OPEN     OUTPUT    BKPRAT
           MOVE     LOW-VALUES  TO  CHV-RAT
           START    CADRAT       KEY  NOT  <  CHV-RAT.

       ROT-CRAT-10.
           READ     CADRAT  NEXT
           IF  FST-RAT   NOT  =  "00"  GO  ROT-CRAT-20.
           MOVE     SPACES    TO  REG-BRAT
           MOVE     REG-RAT  TO  REG-BRAT
           WRITE    REG-BRAT
           ADD      1         TO  QTD-AUX
           GO       ROT-CRAT-10.

       ROT-CRAT-20.
           CLOSE    CADRAT  BKPRAT
           OPEN     INPUT     BKPRAT.

       ROT-CRAT-30.
           READ     BKPRAT
           IF  FSB-RAT   NOT  =  "00"  GO  ROT-CRAT-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CRAT-30.

       ROT-CRAT-40.
           CLOSE    BKPRAT
           PERFORM  ROT-GCTL-00.

       ROT-CRAT-90.
           EXIT.

      ******************************************************
      *    CADOCC -> BKPOCC                              *
      ******************************************************
       ROT-COCC-00.
           MOVE     "CADOCC"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADOCC
           IF  FST-OCC   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-COCC-90.
           OPEN     OUTPUT    BKPOCC
           MOVE     LOW-VALUES  TO  CHV-OCC
           START    CADOCC       KEY  NOT  <  CHV-OCC.

       ROT-COCC-10.
           READ     CADOCC  NEXT
           IF  FST-OCC   NOT  =  "00"  GO  ROT-COCC-20.
           MOVE     SPACES    TO  REG-BOCC
           MOVE     REG-OCC  TO  REG-BOCC
           WRITE    REG-BOCC
           ADD      1         TO  QTD-AUX
           GO       ROT-COCC-10.

       ROT-COCC-20.
           CLOSE    CADOCC  BKPOCC
           OPEN     INPUT     BKPOCC.

       ROT-COCC-30.
           READ     BKPOCC
           IF  FSB-OCC   NOT  =  "00"  GO  ROT-COCC-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-COCC-30.

       ROT-COCC-40.
           CLOSE    BKPOCC
           PERFORM  ROT-GCTL-00.

       ROT-COCC-90.
           EXIT.

      ******************************************************
      *    CADIND -> BKPIND                              *
      ******************************************************
       ROT-CIND-00.
           MOVE     "CADIND"  TO  ARQ-AUX
           MOVE     ZEROS     TO  QTD-AUX  QTV-AUX
           DISPLAY  TELA-06
           OPEN     INPUT     CADIND
           IF  FST-IND   NOT  =  "00"
                                 PERFORM  ROT-GCTL-00
                                 GO       ROT-CIND-90.
           OPEN     OUTPUT    BKPIND
           MOVE     LOW-VALUES  TO  CHV-IND
           START    CADIND       KEY  NOT  <  CHV-IND.

       ROT-CIND-10.
           READ     CADIND  NEXT
           IF  FST-IND   NOT  =  "00"  GO  ROT-CIND-20.
           MOVE     SPACES    TO  REG-BIND
           MOVE     REG-IND  TO  REG-BIND
           WRITE    REG-BIND
           ADD      1         TO  QTD-AUX
           GO       ROT-CIND-10.

       ROT-CIND-20.
           CLOSE    CADIND  BKPIND
           OPEN     INPUT     BKPIND.

       ROT-CIND-30.
           READ     BKPIND
           IF  FSB-IND   NOT  =  "00"  GO  ROT-CIND-40.
           ADD      1         TO  QTV-AUX
           GO       ROT-CIND-30.

       ROT-CIND-40.
           CLOSE    BKPIND
           PERFORM  ROT-GCTL-00.

       ROT-CIND-90.
           EXIT.

      ******************************************************
      *    GRAVA O CONTROLE E A LINHA DO RESUMO            *
      ******************************************************
       ROT-GCTL-00.
           MOVE     DTA-SYS  TO  DTA-BKC
           MOVE     HRA-ROD  TO  HRA-BKC
           MOVE     ARQ-AUX  TO  ARQ-BKC
           MOVE     QTD-AUX  TO  QTD-BKC
           MOVE     QTV-AUX  TO  QTV-BKC
           IF  QTD-AUX   =       QTV-AUX
                                 MOVE  "O"  TO  SIT-BKC
           ELSE
                                 MOVE  "D"  TO  SIT-BKC
                                 ADD   1    TO  ACM-DIV.
           MOVE     PRM-OPR  TO  OPR-BKC
           WRITE    REG-BKC
           IF  FST-BKC   =  "22" REWRITE  REG-BKC.
           ADD      1        TO  ACM-ARQ
           IF  LIN-TMP   >   57  PERFORM  ROT-IMPR-10.
           MOVE     ARQ-AUX  TO  ARQ-DT1
           MOVE     QTD-AUX  TO  QTD-DT1
           MOVE     QTV-AUX  TO  QTV-DT1
           IF  SIT-BKC   =  "O"  MOVE  "CONFERIDO"   TO  SIT-DT1
           ELSE                  MOVE  "*DIVERGENTE*" TO  SIT-DT1.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     DET-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-40.
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           MOVE     ACM-ARQ  TO  QTD-TT1
           MOVE     ACM-DIV  TO  DIV-TT1
           ADD      1        TO  CHV-TMP  LIN-TMP
           MOVE     TOT-001  TO  DET-TMP
           WRITE    REG-TMP.

       ROT-IMPR-60.
           PERFORM  ROT-SAID-00
           MOVE     PAG-CB1  TO  PAG-IMP
           DISPLAY  PAG-T07      CLOSE    CADTMP
           CALL     "DYIMPR"     USING    PRM-IMP
           PERFORM  ROT-SPLS-00
           DELETE     FILE       CADTMP
           OPEN      OUTPUT      CADTMP
           GO       ROT-EXIT-00.

       ROT-IMPR-10.
           DISPLAY  PAG-T07
           ADD      1        TO  PAG-CB1  CHV-TMP
           MOVE     PAG-CB1  TO  PAG-TMP
           MOVE     1        TO  LIN-TMP
           MOVE     CAB-001  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     2        TO  LIN-TMP
           MOVE     SPACES   TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     3        TO  LIN-TMP
           MOVE     CAB-002  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     4        TO  LIN-TMP
           MOVE     CAB-003  TO  DET-TMP
           WRITE    REG-TMP
           ADD      1        TO  CHV-TMP
           MOVE     5        TO  LIN-TMP
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
           MOVE     "DY9950"  TO  CHR-PRM
           MOVE     "A"       TO  OPC-PRM
           MOVE     SPACES    TO  ANT-PRM
           MOVE     NOV-SSA   TO  NOV-PRM
           MOVE     PRM-OPR   TO  OPR-PRM
           CALL     "DYAUDT"  USING  PRM-AUD.

       ROT-SESS-90.
           EXIT.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

