           IF  TIP-MVE   =  "D"  MOVE  "DEV.VDA"  TO  TIP-DT1.
           IF  TIP-MVE   =  "F"  MOVE  "DEV.FOR"  TO  TIP-DT1.
           IF  TIP-MVE   =  "T"  MOVE  "TRANSF"   TO  TIP-DT1.
           IF  TIP-MVE   =  "M"  MOVE  "MONTAG"   TO  TIP-DT1.
           IF  TIP-MVE   =  "C"  MOVE  "ENT.CSG"  TO  TIP-DT1.
           IF  TIP-MVE   =  "R"  MOVE  "DEV.CSG"  TO  TIP-DT1.
           IF  TIP-MVE   =  "X"  MOVE  "CAN.VDA"  TO  TIP-DT1.
           MOVE     LOC-MVE  TO  LOC-DT1
           MOVE     QTD-MVE  TO  QTD-DT1
           MOVE     SDO-MVE  TO  SDO-DT1
