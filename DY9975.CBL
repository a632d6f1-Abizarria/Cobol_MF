           IF  W-TIP-MVE =  "D"  MOVE  "DEV.VDA"  TO  TIP-DT1.
           IF  W-TIP-MVE =  "F"  MOVE  "DEV.FOR"  TO  TIP-DT1.
           IF  W-TIP-MVE =  "T"  MOVE  "TRANSF"   TO  TIP-DT1.
           IF  W-TIP-MVE =  "M"  MOVE  "MONTAG"   TO  TIP-DT1.
           IF  W-TIP-MVE =  "C"  MOVE  "ENT.CSG"  TO  TIP-DT1.
           IF  W-TIP-MVE =  "R"  MOVE  "DEV.CSG"  TO  TIP-DT1.
           IF  W-TIP-MVE =  "X"  MOVE  "CAN.VDA"  TO  TIP-DT1.
           MOVE     W-LOC-MVE  TO  LOC-DT1
           MOVE     W-LOT-MVE  TO  LOT-DT1
           MOVE     W-QTD-MVE  TO  QTD-DT1
