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
                                 PERFORM  ROT-RPRO-00  THRU
                                          ROT-RPRO-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADVDD"
                                 PERFORM  ROT-RVDD-00  THRU
                                          ROT-RVDD-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADEMB"
                                 PERFORM  ROT-REMB-00  THRU
                                          ROT-REMB-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADSEN"
                                 PERFORM  ROT-RSEN-00  THRU
                                          ROT-RSEN-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCXA"
                                 PERFORM  ROT-RCXA-00  THRU
                                          ROT-RCXA-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADORV"
                                 PERFORM  ROT-RORV-00  THRU
                                          ROT-RORV-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADOVI"
                                 PERFORM  ROT-ROVI-00  THRU
                                          ROT-ROVI-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADFER"
                                 PERFORM  ROT-RFER-00  THRU
                                          ROT-RFER-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADJOB"
                                 PERFORM  ROT-RJOB-00  THRU
                                          ROT-RJOB-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCPV"
                                 PERFORM  ROT-RCPV-00  THRU
                                          ROT-RCPV-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCVI"
                                 PERFORM  ROT-RCVI-00  THRU
                                          ROT-RCVI-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADAPU"
                                 PERFORM  ROT-RAPU-00  THRU
                                          ROT-RAPU-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADPCT"
                                 PERFORM  ROT-RPCT-00  THRU
                                          ROT-RPCT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADMPC"
                                 PERFORM  ROT-RMPC-00  THRU
                                          ROT-RMPC-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADDIA"
                                 PERFORM  ROT-RDIA-00  THRU
                                          ROT-RDIA-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADSCT"
                                 PERFORM  ROT-RSCT-00  THRU
                                          ROT-RSCT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCIM"
                                 PERFORM  ROT-RCIM-00  THRU
                                          ROT-RCIM-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADIMB"
                                 PERFORM  ROT-RIMB-00  THRU
                                          ROT-RIMB-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADDPR"
                                 PERFORM  ROT-RDPR-00  THRU
                                          ROT-RDPR-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADFIN"
                                 PERFORM  ROT-RFIN-00  THRU
                                          ROT-RFIN-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADPFN"
                                 PERFORM  ROT-RPFN-00  THRU
                                          ROT-RPFN-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRGC"
                                 PERFORM  ROT-RRGC-00  THRU
                                          ROT-RRGC-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADAVC"
                                 PERFORM  ROT-RAVC-00  THRU
                                          ROT-RAVC-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADVLT"
                                 PERFORM  ROT-RVLT-00  THRU
                                          ROT-RVLT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRPT"
                                 PERFORM  ROT-RRPT-00  THRU
                                          ROT-RRPT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADPTS"
                                 PERFORM  ROT-RPTS-00  THRU
                                          ROT-RPTS-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADMTA"
                                 PERFORM  ROT-RMTA-00  THRU
                                          ROT-RMTA-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRSV"
                                 PERFORM  ROT-RRSV-00  THRU
                                          ROT-RRSV-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCMP"
                                 PERFORM  ROT-RCMP-00  THRU
                                          ROT-RCMP-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADNFA"
                                 PERFORM  ROT-RNFA-00  THRU
                                          ROT-RNFA-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADTPF"
                                 PERFORM  ROT-RTPF-00  THRU
                                          ROT-RTPF-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADDVG"
                                 PERFORM  ROT-RDVG-00  THRU
                                          ROT-RDVG-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADENT"
                                 PERFORM  ROT-RENT-00  THRU
                                          ROT-RENT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADENI"
                                 PERFORM  ROT-RENI-00  THRU
                                          ROT-RENI-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRTA"
                                 PERFORM  ROT-RRTA-00  THRU
                                          ROT-RRTA-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRTI"
                                 PERFORM  ROT-RRTI-00  THRU
                                          ROT-RRTI-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCSG"
                                 PERFORM  ROT-RCSG-00  THRU
                                          ROT-RCSG-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADROG"
                                 PERFORM  ROT-RROG-00  THRU
                                          ROT-RROG-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADCCU"
                                 PERFORM  ROT-RCCU-00  THRU
                                          ROT-RCCU-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADRAT"
                                 PERFORM  ROT-RRAT-00  THRU
                                          ROT-RRAT-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADOCC"
                                 PERFORM  ROT-ROCC-00  THRU
                                          ROT-ROCC-90
                                 GO       ROT-RSTA-50.
           IF  ARQ-AUX   =  "CADIND"
                                 PERFORM  ROT-RIND-00  THRU
                                          ROT-RIND-90
                                 GO       ROT-RSTA-50.
           MOVE     20       TO  IND-MSG
           PERFORM  ROT-MSGM-00
       ROT-RJOB-90.
           EXIT.

       ROT-RCPV-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCPV
           IF  FSB-CPV   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCPV-90.
           OPEN     OUTPUT    CADCPV.

       ROT-RCPV-10.
           READ     BKPCPV
           IF  FSB-CPV   NOT  =  "00"  GO  ROT-RCPV-20.
           MOVE     REG-BCPV  TO  REG-CPV
           WRITE    REG-CPV
           ADD      1         TO  QTD-AUX
           GO       ROT-RCPV-10.

       ROT-RCPV-20.
           CLOSE    CADCPV  BKPCPV.

       ROT-RCPV-90.
           EXIT.

       ROT-RCVI-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCVI
           IF  FSB-CVI   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCVI-90.
           OPEN     OUTPUT    CADCVI.

       ROT-RCVI-10.
           READ     BKPCVI
           IF  FSB-CVI   NOT  =  "00"  GO  ROT-RCVI-20.
           MOVE     REG-BCVI  TO  REG-CVI
           WRITE    REG-CVI
           ADD      1         TO  QTD-AUX
           GO       ROT-RCVI-10.

       ROT-RCVI-20.
           CLOSE    CADCVI  BKPCVI.

       ROT-RCVI-90.
           EXIT.

       ROT-RAPU-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPAPU
           IF  FSB-APU   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RAPU-90.
           OPEN     OUTPUT    CADAPU.

       ROT-RAPU-10.
           READ     BKPAPU
           IF  FSB-APU   NOT  =  "00"  GO  ROT-RAPU-20.
           MOVE     REG-BAPU  TO  REG-APU
           WRITE    REG-APU
           ADD      1         TO  QTD-AUX
           GO       ROT-RAPU-10.

       ROT-RAPU-20.
           CLOSE    CADAPU  BKPAPU.

       ROT-RAPU-90.
           EXIT.

       ROT-RPCT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPPCT
           IF  FSB-PCT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RPCT-90.
           OPEN     OUTPUT    CADPCT.

       ROT-RPCT-10.
           READ     BKPPCT
           IF  FSB-PCT   NOT  =  "00"  GO  ROT-RPCT-20.
           MOVE     REG-BPCT  TO  REG-PCT
           WRITE    REG-PCT
           ADD      1         TO  QTD-AUX
           GO       ROT-RPCT-10.

       ROT-RPCT-20.
           CLOSE    CADPCT  BKPPCT.

       ROT-RPCT-90.
           EXIT.

       ROT-RMPC-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPMPC
           IF  FSB-MPC   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RMPC-90.
           OPEN     OUTPUT    CADMPC.

       ROT-RMPC-10.
           READ     BKPMPC
           IF  FSB-MPC   NOT  =  "00"  GO  ROT-RMPC-20.
           MOVE     REG-BMPC  TO  REG-MPC
           WRITE    REG-MPC
           ADD      1         TO  QTD-AUX
           GO       ROT-RMPC-10.

       ROT-RMPC-20.
           CLOSE    CADMPC  BKPMPC.

       ROT-RMPC-90.
           EXIT.

       ROT-RDIA-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPDIA
           IF  FSB-DIA   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RDIA-90.
           OPEN     OUTPUT    CADDIA.

       ROT-RDIA-10.
           READ     BKPDIA
           IF  FSB-DIA   NOT  =  "00"  GO  ROT-RDIA-20.
           MOVE     REG-BDIA  TO  REG-DIA
           WRITE    REG-DIA
           ADD      1         TO  QTD-AUX
           GO       ROT-RDIA-10.

       ROT-RDIA-20.
           CLOSE    CADDIA  BKPDIA.

       ROT-RDIA-90.
           EXIT.

       ROT-RSCT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPSCT
           IF  FSB-SCT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RSCT-90.
           OPEN     OUTPUT    CADSCT.

       ROT-RSCT-10.
           READ     BKPSCT
           IF  FSB-SCT   NOT  =  "00"  GO  ROT-RSCT-20.
           MOVE     REG-BSCT  TO  REG-SCT
           WRITE    REG-SCT
           ADD      1         TO  QTD-AUX
           GO       ROT-RSCT-10.

       ROT-RSCT-20.
           CLOSE    CADSCT  BKPSCT.

       ROT-RSCT-90.
           EXIT.

       ROT-RCIM-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCIM
           IF  FSB-CIM   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCIM-90.
           OPEN     OUTPUT    CADCIM.

       ROT-RCIM-10.
           READ     BKPCIM
           IF  FSB-CIM   NOT  =  "00"  GO  ROT-RCIM-20.
           MOVE     REG-BCIM  TO  REG-CIM
           WRITE    REG-CIM
           ADD      1         TO  QTD-AUX
           GO       ROT-RCIM-10.

       ROT-RCIM-20.
           CLOSE    CADCIM  BKPCIM.

       ROT-RCIM-90.
           EXIT.

       ROT-RIMB-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPIMB
           IF  FSB-IMB   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RIMB-90.
           OPEN     OUTPUT    CADIMB.

       ROT-RIMB-10.
           READ     BKPIMB
           IF  FSB-IMB   NOT  =  "00"  GO  ROT-RIMB-20.
           MOVE     REG-BIMB  TO  REG-IMB
           WRITE    REG-IMB
           ADD      1         TO  QTD-AUX
           GO       ROT-RIMB-10.

       ROT-RIMB-20.
           CLOSE    CADIMB  BKPIMB.

       ROT-RIMB-90.
           EXIT.

       ROT-RDPR-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPDPR
           IF  FSB-DPR   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RDPR-90.
           OPEN     OUTPUT    CADDPR.

       ROT-RDPR-10.
           READ     BKPDPR
           IF  FSB-DPR   NOT  =  "00"  GO  ROT-RDPR-20.
           MOVE     REG-BDPR  TO  REG-DPR
           WRITE    REG-DPR
           ADD      1         TO  QTD-AUX
           GO       ROT-RDPR-10.

       ROT-RDPR-20.
           CLOSE    CADDPR  BKPDPR.

       ROT-RDPR-90.
           EXIT.

       ROT-RFIN-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPFIN
           IF  FSB-FIN   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RFIN-90.
           OPEN     OUTPUT    CADFIN.

       ROT-RFIN-10.
           READ     BKPFIN
           IF  FSB-FIN   NOT  =  "00"  GO  ROT-RFIN-20.
           MOVE     REG-BFIN  TO  REG-FIN
           WRITE    REG-FIN
           ADD      1         TO  QTD-AUX
           GO       ROT-RFIN-10.

       ROT-RFIN-20.
           CLOSE    CADFIN  BKPFIN.

       ROT-RFIN-90.
           EXIT.

       ROT-RPFN-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPPFN
           IF  FSB-PFN   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RPFN-90.
           OPEN     OUTPUT    CADPFN.

       ROT-RPFN-10.
           READ     BKPPFN
           IF  FSB-PFN   NOT  =  "00"  GO  ROT-RPFN-20.
           MOVE     REG-BPFN  TO  REG-PFN
           WRITE    REG-PFN
           ADD      1         TO  QTD-AUX
           GO       ROT-RPFN-10.

       ROT-RPFN-20.
           CLOSE    CADPFN  BKPPFN.

       ROT-RPFN-90.
           EXIT.

       ROT-RRGC-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRGC
           IF  FSB-RGC   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRGC-90.
           OPEN     OUTPUT    CADRGC.

       ROT-RRGC-10.
           READ     BKPRGC
           IF  FSB-RGC   NOT  =  "00"  GO  ROT-RRGC-20.
           MOVE     REG-BRGC  TO  REG-RGC
           WRITE    REG-RGC
           ADD      1         TO  QTD-AUX
           GO       ROT-RRGC-10.

       ROT-RRGC-20.
           CLOSE    CADRGC  BKPRGC.

       ROT-RRGC-90.
           EXIT.

       ROT-RAVC-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPAVC
           IF  FSB-AVC   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RAVC-90.
           OPEN     OUTPUT    CADAVC.

       ROT-RAVC-10.
           READ     BKPAVC
           IF  FSB-AVC   NOT  =  "00"  GO  ROT-RAVC-20.
           MOVE     REG-BAVC  TO  REG-AVC
           WRITE    REG-AVC
           ADD      1         TO  QTD-AUX
           GO       ROT-RAVC-10.

       ROT-RAVC-20.
           CLOSE    CADAVC  BKPAVC.

       ROT-RAVC-90.
           EXIT.

       ROT-RVLT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPVLT
           IF  FSB-VLT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RVLT-90.
           OPEN     OUTPUT    CADVLT.

       ROT-RVLT-10.
           READ     BKPVLT
           IF  FSB-VLT   NOT  =  "00"  GO  ROT-RVLT-20.
           MOVE     REG-BVLT  TO  REG-VLT
           WRITE    REG-VLT
           ADD      1         TO  QTD-AUX
           GO       ROT-RVLT-10.

       ROT-RVLT-20.
           CLOSE    CADVLT  BKPVLT.

       ROT-RVLT-90.
           EXIT.

       ROT-RRPT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRPT
           IF  FSB-RPT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRPT-90.
           OPEN     OUTPUT    CADRPT.

       ROT-RRPT-10.
           READ     BKPRPT
           IF  FSB-RPT   NOT  =  "00"  GO  ROT-RRPT-20.
           MOVE     REG-BRPT  TO  REG-RPT
           WRITE    REG-RPT
           ADD      1         TO  QTD-AUX
           GO       ROT-RRPT-10.

       ROT-RRPT-20.
           CLOSE    CADRPT  BKPRPT.

       ROT-RRPT-90.
           EXIT.

       ROT-RPTS-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPPTS
           IF  FSB-PTS   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RPTS-90.
           OPEN     OUTPUT    CADPTS.

       ROT-RPTS-10.
           READ     BKPPTS
           IF  FSB-PTS   NOT  =  "00"  GO  ROT-RPTS-20.
           MOVE     REG-BPTS  TO  REG-PTS
           WRITE    REG-PTS
           ADD      1         TO  QTD-AUX
           GO       ROT-RPTS-10.

       ROT-RPTS-20.
           CLOSE    CADPTS  BKPPTS.

       ROT-RPTS-90.
           EXIT.

       ROT-RMTA-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPMTA
           IF  FSB-MTA   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RMTA-90.
           OPEN     OUTPUT    CADMTA.

       ROT-RMTA-10.
           READ     BKPMTA
           IF  FSB-MTA   NOT  =  "00"  GO  ROT-RMTA-20.
           MOVE     REG-BMTA  TO  REG-MTA
           WRITE    REG-MTA
           ADD      1         TO  QTD-AUX
           GO       ROT-RMTA-10.

       ROT-RMTA-20.
           CLOSE    CADMTA  BKPMTA.

       ROT-RMTA-90.
           EXIT.

       ROT-RRSV-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRSV
           IF  FSB-RSV   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRSV-90.
           OPEN     OUTPUT    CADRSV.

       ROT-RRSV-10.
           READ     BKPRSV
           IF  FSB-RSV   NOT  =  "00"  GO  ROT-RRSV-20.
           MOVE     REG-BRSV  TO  REG-RSV
           WRITE    REG-RSV
           ADD      1         TO  QTD-AUX
           GO       ROT-RRSV-10.

       ROT-RRSV-20.
           CLOSE    CADRSV  BKPRSV.

       ROT-RRSV-90.
           EXIT.

       ROT-RCMP-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCMP
           IF  FSB-CMP   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCMP-90.
           OPEN     OUTPUT    CADCMP.

       ROT-RCMP-10.
           READ     BKPCMP
           IF  FSB-CMP   NOT  =  "00"  GO  ROT-RCMP-20.
           MOVE     REG-BCMP  TO  REG-CMP
           WRITE    REG-CMP
           ADD      1         TO  QTD-AUX
           GO       ROT-RCMP-10.

       ROT-RCMP-20.
           CLOSE    CADCMP  BKPCMP.

       ROT-RCMP-90.
           EXIT.

       ROT-RNFA-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPNFA
           IF  FSB-NFA   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RNFA-90.
           OPEN     OUTPUT    CADNFA.

       ROT-RNFA-10.
           READ     BKPNFA
           IF  FSB-NFA   NOT  =  "00"  GO  ROT-RNFA-20.
           MOVE     REG-BNFA  TO  REG-NFA
           WRITE    REG-NFA
           ADD      1         TO  QTD-AUX
           GO       ROT-RNFA-10.

       ROT-RNFA-20.
           CLOSE    CADNFA  BKPNFA.

       ROT-RNFA-90.
           EXIT.

       ROT-RTPF-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPTPF
           IF  FSB-TPF   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RTPF-90.
           OPEN     OUTPUT    CADTPF.

       ROT-RTPF-10.
           READ     BKPTPF
           IF  FSB-TPF   NOT  =  "00"  GO  ROT-RTPF-20.
           MOVE     REG-BTPF  TO  REG-TPF
           WRITE    REG-TPF
           ADD      1         TO  QTD-AUX
           GO       ROT-RTPF-10.

       ROT-RTPF-20.
           CLOSE    CADTPF  BKPTPF.

       ROT-RTPF-90.
           EXIT.

       ROT-RDVG-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPDVG
           IF  FSB-DVG   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RDVG-90.
           OPEN     OUTPUT    CADDVG.

       ROT-RDVG-10.
           READ     BKPDVG
           IF  FSB-DVG   NOT  =  "00"  GO  ROT-RDVG-20.
           MOVE     REG-BDVG  TO  REG-DVG
           WRITE    REG-DVG
           ADD      1         TO  QTD-AUX
           GO       ROT-RDVG-10.

       ROT-RDVG-20.
           CLOSE    CADDVG  BKPDVG.

       ROT-RDVG-90.
           EXIT.

       ROT-RENT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPENT
           IF  FSB-ENT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RENT-90.
           OPEN     OUTPUT    CADENT.

       ROT-RENT-10.
           READ     BKPENT
           IF  FSB-ENT   NOT  =  "00"  GO  ROT-RENT-20.
           MOVE     REG-BENT  TO  REG-ENT
           WRITE    REG-ENT
           ADD      1         TO  QTD-AUX
           GO       ROT-RENT-10.

       ROT-RENT-20.
           CLOSE    CADENT  BKPENT.

       ROT-RENT-90.
           EXIT.

       ROT-RENI-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPENI
           IF  FSB-ENI   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RENI-90.
           OPEN     OUTPUT    CADENI.

       ROT-RENI-10.
           READ     BKPENI
           IF  FSB-ENI   NOT  =  "00"  GO  ROT-RENI-20.
           MOVE     REG-BENI  TO  REG-ENI
           WRITE    REG-ENI
           ADD      1         TO  QTD-AUX
           GO       ROT-RENI-10.

       ROT-RENI-20.
           CLOSE    CADENI  BKPENI.

       ROT-RENI-90.
           EXIT.

       ROT-RRTA-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRTA
           IF  FSB-RTA   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRTA-90.
           OPEN     OUTPUT    CADRTA.

       ROT-RRTA-10.
           READ     BKPRTA
           IF  FSB-RTA   NOT  =  "00"  GO  ROT-RRTA-20.
           MOVE     REG-BRTA  TO  REG-RTA
           WRITE    REG-RTA
           ADD      1         TO  QTD-AUX
           GO       ROT-RRTA-10.

       ROT-RRTA-20.
           CLOSE    CADRTA  BKPRTA.

       ROT-RRTA-90.
           EXIT.

       ROT-RRTI-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRTI
           IF  FSB-RTI   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRTI-90.
           OPEN     OUTPUT    CADRTI.

       ROT-RRTI-10.
           READ     BKPRTI
           IF  FSB-RTI   NOT  =  "00"  GO  ROT-RRTI-20.
           MOVE     REG-BRTI  TO  REG-RTI
           WRITE    REG-RTI
           ADD      1         TO  QTD-AUX
           GO       ROT-RRTI-10.

       ROT-RRTI-20.
           CLOSE    CADRTI  BKPRTI.

       ROT-RRTI-90.
           EXIT.

       ROT-RCSG-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCSG
           IF  FSB-CSG   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCSG-90.
           OPEN     OUTPUT    CADCSG.

       ROT-RCSG-10.
           READ     BKPCSG
           IF  FSB-CSG   NOT  =  "00"  GO  ROT-RCSG-20.
           MOVE     REG-BCSG  TO  REG-CSG
           WRITE    REG-CSG
           ADD      1         TO  QTD-AUX
           GO       ROT-RCSG-10.

       ROT-RCSG-20.
           CLOSE    CADCSG  BKPCSG.

       ROT-RCSG-90.
           EXIT.

       ROT-RROG-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPROG
           IF  FSB-ROG   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RROG-90.
           OPEN     OUTPUT    CADROG.

       ROT-RROG-10.
           READ     BKPROG
           IF  FSB-ROG   NOT  =  "00"  GO  ROT-RROG-20.
           MOVE     REG-BROG  TO  REG-ROG
           WRITE    REG-ROG
           ADD      1         TO  QTD-AUX
           GO       ROT-RROG-10.

       ROT-RROG-20.
           CLOSE    CADROG  BKPROG.

       ROT-RROG-90.
           EXIT.

       ROT-RCCU-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPCCU
           IF  FSB-CCU   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RCCU-90.
           OPEN     OUTPUT    CADCCU.

       ROT-RCCU-10.
           READ     BKPCCU
           IF  FSB-CCU   NOT  =  "00"  GO  ROT-RCCU-20.
           MOVE     REG-BCCU  TO  REG-CCU
           WRITE    REG-CCU
           ADD      1         TO  QTD-AUX
           GO       ROT-RCCU-10.

       ROT-RCCU-20.
           CLOSE    CADCCU  BKPCCU.

       ROT-RCCU-90.
           EXIT.

       ROT-RRAT-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPRAT
           IF  FSB-RAT   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RRAT-90.
           OPEN     OUTPUT    CADRAT.

       ROT-RRAT-10.
           READ     BKPRAT
           IF  FSB-RAT   NOT  =  "00"  GO  ROT-RRAT-20.
           MOVE     REG-BRAT  TO  REG-RAT
           WRITE    REG-RAT
           ADD      1         TO  QTD-AUX
           GO       ROT-RRAT-10.

       ROT-RRAT-20.
           CLOSE    CADRAT  BKPRAT.

       ROT-RRAT-90.
           EXIT.

       ROT-ROCC-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPOCC
           IF  FSB-OCC   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-ROCC-90.
           OPEN     OUTPUT    CADOCC.

       ROT-ROCC-10.
           READ     BKPOCC
           IF  FSB-OCC   NOT  =  "00"  GO  ROT-ROCC-20.
           MOVE     REG-BOCC  TO  REG-OCC
           WRITE    REG-OCC
           ADD      1         TO  QTD-AUX
           GO       ROT-ROCC-10.

       ROT-ROCC-20.
           CLOSE    CADOCC  BKPOCC.

       ROT-ROCC-90.
           EXIT.

       ROT-RIND-00.
           MOVE     ZEROS     TO  QTD-AUX
           OPEN     INPUT     BKPIND
           IF  FSB-IND   NOT  =  "00"
                                 MOVE     1  TO  FLG-ERR
                                 GO       ROT-RIND-90.
           OPEN     OUTPUT    CADIND.

       ROT-RIND-10.
           READ     BKPIND
           IF  FSB-IND   NOT  =  "00"  GO  ROT-RIND-20.
           MOVE     REG-BIND  TO  REG-IND
           WRITE    REG-IND
           ADD      1         TO  QTD-AUX
           GO       ROT-RIND-10.

       ROT-RIND-20.
           CLOSE    CADIND  BKPIND.

       ROT-RIND-90.
           EXIT.

      ******************************************************
      *    HISTORICO DE COPIAS (CADBKC)                    *
      ******************************************************
