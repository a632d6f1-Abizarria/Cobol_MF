      *    MENU GERAL DO SISTEMA: ponto de entrada unico   *
      *    no lugar da folha de cola de nomes de programa. *
      *    Mostra as areas (estoque, compras, bancos,      *
      *    recebiveis, despesas, utilitarios, fiscal e     *
      *    contabil) e, dentro da area, SO os programas    *
      *    liberados no perfil CADPRF do operador          *
      *    (operador sem perfil ve tudo, mesma regra do    *
      *    DYPERM); o numero exibido e o mesmo numero de   *
      *    programa do perfil (PRG-SPL). A escolha chama o *
      *    programa e volta ao menu na saida.              *
      *    Cada escolha e cada retorno renovam a sessao do *
      *    operador (DYSESS "A", programa em uso); sessao  *
      *    marcada p/ desligamento pelo supervisor         *
      *    (DY9930) ou expirada por inatividade encerra o  *
      *    menu e volta a identificacao. A saida do menu   *
      *    apaga a sessao.                                 *
      *    Area com mais de 24 programas liberados mostra  *
      *    24 por pagina; F3 no programa passa a pagina    *
      *    seguinte (da ultima volta a primeira).          *
      ******************************************************

       ENVIRONMENT     DIVISION.
           03  LIN-AUX          PIC  9(02).
           03  COL-AUX          PIC  9(02).
           03  QTD-EXB          PIC  9(02).
           03  INI-EXB          PIC  9(02).
           03  POS-EXB          PIC  9(02).
           03  PAG-MNU          PIC  9(01).
           03  PRG-CHM          PIC  X(06).

           03  LIN-EDT.
               "88DY99756CONSULTA HISTORICO".
           03  FILLER  PIC  X(39)  VALUE
               "94DY99156RECONSTITUICAO SALDO".
           03  FILLER  PIC  X(39)  VALUE
               "03DY11501CADASTRO DE PRODUTOS".
           03  FILLER  PIC  X(39)  VALUE
               "04DY32004CADASTRO DE CLIENTES".
           03  FILLER  PIC  X(39)  VALUE
               "05DY14003CADASTRO DE BANCOS".
           03  FILLER  PIC  X(39)  VALUE
               "07DY11481GRUPOS DE PRODUTOS".
           03  FILLER  PIC  X(39)  VALUE
               "08DY11807APURACAO DO ICMS".
           03  FILLER  PIC  X(39)  VALUE
               "22DY11827ARQUIVO FISCAL SINTEGRA".
           03  FILLER  PIC  X(39)  VALUE
               "23DY17007PLANO DE CONTAS".
           03  FILLER  PIC  X(39)  VALUE
               "24DY17057MAPA CONTABILIZACAO".
           03  FILLER  PIC  X(39)  VALUE
               "28DY17107CONTABILIZACAO MENSAL".
           03  FILLER  PIC  X(39)  VALUE
               "29DY17207BALANCETE E RAZAO".
           03  FILLER  PIC  X(39)  VALUE
               "30DY17307CLASSES DO IMOBILIZADO".
           03  FILLER  PIC  X(39)  VALUE
               "31DY17357CADASTRO DE BENS".
           03  FILLER  PIC  X(39)  VALUE
               "32DY17407DEPRECIACAO MENSAL".
           03  FILLER  PIC  X(39)  VALUE
               "33DY17457RELACAO DO IMOBILIZADO".
           03  FILLER  PIC  X(39)  VALUE
               "38DY17507EMPRESTIMOS E FINANCIAMENTOS".
           03  FILLER  PIC  X(39)  VALUE
               "39DY12222PAGAMENTO ELETRONICO".
           03  FILLER  PIC  X(39)  VALUE
               "40DY15464EXTRATO DE CARTOES".
           03  FILLER  PIC  X(39)  VALUE
               "41DY15594CARTAS DE COBRANCA".
           03  FILLER  PIC  X(39)  VALUE
               "42DY11721VALES-TROCA".
           03  FILLER  PIC  X(39)  VALUE
               "43DY11731REGRAS DE FIDELIDADE".
           03  FILLER  PIC  X(39)  VALUE
               "44DY11741EXTRATO DE PONTOS".
           03  FILLER  PIC  X(39)  VALUE
               "45DY11751POSICAO DE PONTOS".
           03  FILLER  PIC  X(39)  VALUE
               "46DY11761METAS DE VENDAS".
           03  FILLER  PIC  X(39)  VALUE
               "53DY11771RESERVAS DE ESTOQUE".
           03  FILLER  PIC  X(39)  VALUE
               "54DY11781COMPOSICAO DE KITS".
           03  FILLER  PIC  X(39)  VALUE
               "55DY11791MONTAGEM DE KITS".
           03  FILLER  PIC  X(39)  VALUE
               "56DY12162CUSTOS ACESSORIOS NF".
           03  FILLER  PIC  X(39)  VALUE
               "57DY12372PRECOS DE FORNECEDORES".
           03  FILLER  PIC  X(39)  VALUE
               "58DY12382IMPORTA LISTA DE PRECOS".
           03  FILLER  PIC  X(39)  VALUE
               "95DY12392DIVERGENCIAS RECEBIMENTO".
           03  FILLER  PIC  X(39)  VALUE
               "96DY11811ROTAS DE ENTREGA".
           03  FILLER  PIC  X(39)  VALUE
               "97DY11831RETORNO DE ENTREGAS".
           03  FILLER  PIC  X(39)  VALUE
               "98DY12402CONSIGNACAO FORNECEDORES".
           03  FILLER  PIC  X(39)  VALUE
               "99DY11851LOJA VIRTUAL (WEB)".
       01  RED-MNU   REDEFINES  TB1-MNU.
           03  ITM-MNU          OCCURS  99.
               05  NUM-MNU      PIC  9(02).
               05  PRG-MNU      PIC  X(06).
               05  ARE-MNU      PIC  9(01).
           03  FOR-HLP          PIC  9(01)  VALUE  6.
           03  LET-HLP          PIC  9(01)  VALUE  7.

       01  PRM-SSN.
           03  OPC-SSN          PIC  X(01).
           03  PRG-SSN          PIC  X(06).
           03  RSP-SSN          PIC  9(01).
           03  QTD-SSN          PIC  9(03).

       01  PRM-MSG.
           03  IND-MSG          PIC  9(02).
           03  TCL-MSG          PIC  9(02).
           03  LINE 05 COLUMN 05 VALUE
               "Areas: 1-Estoque  2-Compras  3-Bancos  4-Recebiveis".
           03  LINE 06 COLUMN 05 VALUE
               "       5-Despesas 6-Utilitarios 7-Fiscal/Contabil".
           03  LINE 07 COLUMN 05 VALUE "Area .....:".
           03  LINE 22 COLUMN 05 VALUE "Programa .:".
           03  LINE 22 COLUMN 22 VALUE "(00 = trocar de area)".
           03  LINE 22 COLUMN 45 VALUE "(F3 = mais programas)".

       01  ENTR-01.
           03  ARE-E01 LINE 07 COLUMN 17 PIC 9(01) USING ARE-AUX.
           03  LINE 19 COLUMN 05 PIC X(72) FROM SPACES.
           03  LINE 20 COLUMN 05 PIC X(72) FROM SPACES.

       01  TELA-03  BCK-CLR 04 FOR-CLR 15.
           03  LINE 23 COLUMN 05 VALUE
               " Sessao encerrada pelo supervisor ou por inatividade ".

       PROCEDURE       DIVISION  USING  PRM-OPR.

       ROT-0000-00.
           IF  TECLADO   =  "01" GO       ROT-EXIT-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-AREA-00.
           IF  ARE-AUX   <    1  OR   >   7
                                 GO       ROT-AREA-00.
           MOVE     1        TO  PAG-MNU
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-30
           IF  QTD-EXB   =    0  MOVE    56  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
           IF  TECLADO   =  "01" GO       ROT-AREA-00.
           IF  TECLADO   =  "02" PERFORM  ROT-HELP-00
                                 GO       ROT-PROG-00.
           IF  TECLADO   =  "03" GO       ROT-PROG-10.
           IF  NUM-AUX   =    0  GO       ROT-AREA-00.
           PERFORM  ROT-ACHA-00  THRU  ROT-ACHA-30
           IF  ACH-MNU   =    0  MOVE    20  TO  IND-MSG
                                 PERFORM  ROT-MSGM-00
                                 GO       ROT-PROG-00.
           MOVE     PRG-MNU (ACH-MNU)  TO  PRG-CHM
           MOVE     PRG-CHM  TO  PRG-SSN
           PERFORM  ROT-SESS-00
           IF  RSP-SSN   NOT  =   0  GO   ROT-DESL-00.
           CALL     PRG-CHM  USING  PRM-OPR
           CANCEL   PRG-CHM
           MOVE     SPACES   TO  PRG-SSN
           PERFORM  ROT-SESS-00
           IF  RSP-SSN   NOT  =   0  GO   ROT-DESL-00.
           DISPLAY  TELA-01      TELA-02
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-30
           GO       ROT-PROG-00.

       ROT-PROG-10.
           COMPUTE  INI-EXB  =   PAG-MNU  *  24
           IF  QTD-EXB   >   INI-EXB  ADD  1  TO  PAG-MNU
               ELSE              MOVE     1   TO  PAG-MNU.
           PERFORM  ROT-MSTR-00  THRU  ROT-MSTR-30
           GO       ROT-PROG-00.

      ******************************************************
      *    MOSTRA OS PROGRAMAS LIBERADOS DA AREA (duas     *
      *    colunas de 12) da pagina PAG-MNU; QTD-EXB sai   *
      *    com o total liberado na area.                   *
      ******************************************************
       ROT-MSTR-00.
           DISPLAY  TELA-LMP
           MOVE     ZEROS    TO  QTD-EXB
           COMPUTE  INI-EXB  =   (PAG-MNU  -  1)  *  24
           MOVE     1        TO  IND-MNU.

       ROT-MSTR-10.
           IF  IND-MNU   >   99  GO       ROT-MSTR-30.
           IF  ARE-MNU (IND-MNU)  NOT  =  ARE-AUX
                                 GO       ROT-MSTR-20.
           MOVE     NUM-MNU (IND-MNU)  TO  NUM-AUX
           PERFORM  ROT-LIB2-00  THRU  ROT-LIB2-30
           IF  FLG-LIB   =    0  GO       ROT-MSTR-20.
           ADD      1        TO  QTD-EXB
           IF  QTD-EXB   NOT  >  INI-EXB  GO  ROT-MSTR-20.
           COMPUTE  POS-EXB  =   QTD-EXB  -  INI-EXB
           IF  POS-EXB   >   24  GO       ROT-MSTR-20.
           IF  POS-EXB   >   12  COMPUTE  LIN-AUX = POS-EXB - 4
                                 MOVE     43   TO  COL-AUX
           ELSE
                                 COMPUTE  LIN-AUX = POS-EXB + 8
                                 MOVE     05   TO  COL-AUX.
           MOVE     NUM-MNU (IND-MNU)  TO  NUM-EDT
           MOVE     TIT-MNU (IND-MNU)  TO  TIT-EDT
           MOVE     1        TO  IND-MNU.

       ROT-ACHA-10.
           IF  IND-MNU   >   99  GO       ROT-ACHA-30.
           IF  NUM-MNU (IND-MNU)  =  NUM-AUX  AND
               ARE-MNU (IND-MNU)  =  ARE-AUX
                                 MOVE     IND-MNU  TO  ACH-MNU
       ROT-LIB2-30.
           EXIT.

      ******************************************************
      *    SESSAO DO OPERADOR: atividade e encerramento    *
      ******************************************************
       ROT-SESS-00.
           MOVE     "A"      TO  OPC-SSN
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN.

       ROT-DESL-00.
           DISPLAY  TELA-03
           MOVE     43       TO  IND-MSG
           PERFORM  ROT-MSGM-00
           GO       ROT-EXIT-00.

       ROT-MSGM-00.
           CALL    "DYMSGM"  USING  PRM-MSG.

           CALL    "DYHELP"  USING  PRM-HLP.

       ROT-EXIT-00.
           MOVE     "E"      TO  OPC-SSN
           MOVE     SPACES   TO  PRG-SSN
           CALL    "DYSESS"  USING  PRM-OPR  PRM-SSN
           GOBACK.
