      *    classificada da maior para a menor via SORT     *
      *    (mesmo esquema do DY1151), com resumo por       *
      *    grupo CADATV ao final.                          *
      *    No kit (CADCMP) o CTM-EST e o custo dos         *
      *    componentes (DYKITM).                           *
      ******************************************************

       ENVIRONMENT     DIVISION.
               05  MES-SYS      PIC  9(02).
               05  DIA-SYS      PIC  9(02).

       01  PRM-KIT.
           03  OPC-KIT          PIC  X(01).
           03  PRX-KIT          PIC  9(02).
           03  SUF-KIT          PIC  9(03).
           03  QTD-KIT          PIC  9(06).
           03  DTA-KIT          PIC  9(06).
           03  TIP-KIT          PIC  X(01).
           03  LOC-KIT          PIC  9(02).
           03  OPR-KIT          PIC  X(10).
           03  FLG-KIT          PIC  9(01).
           03  CUS-KIT          PIC  9(07)V9999.
           03  DSP-KIT          PIC S9(07).
           03  MNT-KIT          PIC  9(06).

       01  CAB-001.
           03  FILLER           PIC  X(19)  VALUE  "-DYNAMIC-".
           03  CLI-CB1          PIC  X(40).
           MOVE     SUF-EST  TO  SUF-SRT
           MOVE     DES-EST  TO  DES-SRT
           MOVE     QVA-EST  TO  QVA-SRT
           MOVE     "C"      TO  OPC-KIT
           MOVE     PRX-EST  TO  PRX-KIT
           MOVE     SUF-EST  TO  SUF-KIT
           CALL     "DYKITM"     USING    PRM-KIT
           IF  FLG-KIT   =    1  MOVE     CUS-KIT  TO  CTM-EST.
           COMPUTE  CTR-SRT  =   QVA-EST  *  (VDA-EST  -  CTM-EST)
           RELEASE  REG-SRT
           GO       ROT-SORT-15.
