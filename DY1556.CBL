           MOVE     1        TO  LQD-FTH
           MOVE     ZEROS    TO  PRX-FTH
           MOVE     DTA-FAT  TO  DTA-FTH
           MOVE     VCT-FAT  TO  VCT-FTH
           MOVE     VAL-FAT  TO  VAL-FTH
           MOVE     DTA-DTA  TO  DTB-FTH
           MOVE     ZEROS    TO  BCO-FTH
