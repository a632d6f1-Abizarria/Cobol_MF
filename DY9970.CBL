           03  CHV-HLD.
               05  FILLER       PIC  X(01).
               05  SEQ-HLD      PIC  9(05).
           03  RST-HLD          PIC  X(93).

       FD  HSTMVE
           LABEL RECORD STANDARD.
           03  CHV-HFT.
               05  FILLER       PIC  X(13).
               05  LQD-HFT      PIC  9(03).
           03  RST-HFT          PIC  X(41).

       FD  HSTAUD
           LABEL RECORD STANDARD.
