           03  LINE 15 COLUMN 13 VALUE "Telefone ....:".
           03  LINE 17 COLUMN 13 VALUE "Cond.Pagto ..:".
           03  LINE 17 COLUMN 33 VALUE "dias  (0 = a vista)".
           03  LINE 18 COLUMN 13 VALUE "Banco TED ...:".
           03  LINE 18 COLUMN 33 VALUE "Ag.".
           03  LINE 18 COLUMN 45 VALUE "Conta".

       01  ENTR-01.
           03  CHV-E01 LINE 09 COLUMN 28 PIC ZZZ9  USING CHV-FOR.
           03  CGC-T02 LINE 13 COLUMN 28 PIC 9(14) FROM  CGC-FOR.
           03  TEL-T02 LINE 15 COLUMN 28 PIC X(15) FROM  TEL-FOR.
           03  CPG-T02 LINE 17 COLUMN 28 PIC 9(03) FROM  CPG-FOR.
           03  BCO-T02 LINE 18 COLUMN 28 PIC 9(03) FROM  BCO-FOR.
           03  AGE-T02 LINE 18 COLUMN 37 PIC 9(05) FROM  AGE-FOR.
           03  CNT-T02 LINE 18 COLUMN 51 PIC X(12) FROM  CNT-FOR.

       01  ENTR-03.
           03  RAZ-E03 LINE 11 COLUMN 28 PIC X(40) USING RAZ-FOR.
           03  CGC-E03 LINE 13 COLUMN 28 PIC 9(14) USING CGC-FOR.
           03  TEL-E03 LINE 15 COLUMN 28 PIC X(15) USING TEL-FOR.
           03  CPG-E03 LINE 17 COLUMN 28 PIC 9(03) USING CPG-FOR.
           03  BCO-E03 LINE 18 COLUMN 28 PIC 9(03) USING BCO-FOR.
           03  AGE-E03 LINE 18 COLUMN 37 PIC 9(05) USING AGE-FOR.
           03  CNT-E03 LINE 18 COLUMN 51 PIC X(12) USING CNT-FOR.

       01  TELA-04  BCK-CLR 4 FOR-CLR 15.
           03  LINE 19 COLUMN 43 VALUE

       ROT-CODE-00.
           MOVE     ZEROS    TO  CHV-FOR
           MOVE     SPACES   TO  RAZ-FOR  TEL-FOR  CNT-FOR
           MOVE     ZEROS    TO  CGC-FOR  CPG-FOR  BCO-FOR  AGE-FOR
           DISPLAY  ENTR-02
           ACCEPT   ENTR-01      DISPLAY  CHV-T02
           ACCEPT   TECLADO FROM ESCAPE   KEY
