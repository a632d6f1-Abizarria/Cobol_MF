      *    quantidade de grupos de despesa, fator de       *
      *    cobertura da sugestao de compra, retencao do    *
      *    spool, juros/multa, aviso de lotacao do DY1430, *
      *    faixas do aging, margem minima de venda,        *
      *    validade do vale-troca, validade e valor dos    *
      *    pontos de fidelidade, tolerancia da conferencia *
      *    de compras e descricoes dos grupos de           *
      *    despesa -- tudo que antes era constante de      *
      *    programa vira tarefa de operador aqui.          *
      *    Datas de implantacao e de fechamento sao so     *
      *    exibidas (fechamento e funcao do DY1410), assim *
      *    como o ultimo cupom de venda emitido (NCP-CTR,  *
      *    numeracao do DY1160).                           *
      *    Tempo de sessao ociosa (TMS-CTR) controla a     *
      *    expiracao das sessoes do CADSES.                *
      *    Filiais em operacao (QFL-CTR, 1 a 10; 0 = so a  *
      *    matriz 01) limitam o codigo de filial aceito    *
      *    nos lancamentos e perfis (DYFILI).              *
      *    Alteracoes auditadas via DYAUDT.                *
      ******************************************************

       01  TELA-02 BCK-CLR 02 FOR-CLR 14.
           03  LINE 06 COLUMN 13 VALUE "Implantacao ..........:".
           03  LINE 06 COLUMN 45 VALUE "Fechado Ate:".
           03  LINE 07 COLUMN 45 VALUE "Ult. Cupom .:".
           03  LINE 07 COLUMN 13 VALUE "Grupos de Despesa ....:".
           03  LINE 08 COLUMN 13 VALUE "Ult. Pedido Compra ...:".
           03  LINE 09 COLUMN 13 VALUE "Fator Cobertura ......:".
           03  LINE 09 COLUMN 45 VALUE "Valid.Senha :".
           03  LINE 10 COLUMN 45 VALUE "Prev.Entrega:".
           03  LINE 11 COLUMN 45 VALUE "Cob. A/B/C .:".
           03  LINE 12 COLUMN 45 VALUE "Toler.Diverg:".
           03  LINE 13 COLUMN 45 VALUE "Valid.Vale .:".
           03  LINE 14 COLUMN 45 VALUE "Meses Pontos:".
           03  LINE 15 COLUMN 45 VALUE "Valor Ponto :".
           03  LINE 05 COLUMN 13 VALUE "Sessao Ociosa (min) ..:".
           03  LINE 05 COLUMN 45 VALUE "Filiais ....:".
           03  LINE 16 COLUMN 13 VALUE
               "Descricoes dos grupos (posicao 0 = gravar tudo):".
           03  LINE 22 COLUMN 13 VALUE "Posicao ..:".
           03  DTI-T02 LINE 06 COLUMN 37 PIC 99/99/99 FROM DTI-INV.
           03  DTF-T02 LINE 06 COLUMN 58 PIC 99/99/99 FROM DTF-INV.
           03  QTD-T02 LINE 07 COLUMN 37 PIC 9(01)    FROM QTD-CTR.
           03  NCP-T02 LINE 07 COLUMN 59 PIC 9(06)    FROM NCP-CTR.
           03  NPD-T02 LINE 08 COLUMN 37 PIC 9(06)    FROM NPD-CTR.
           03  COB-T02 LINE 09 COLUMN 37 PIC 9,99     FROM COB-CTR.
           03  DSP-T02 LINE 10 COLUMN 37 PIC 9(03)    FROM DSP-CTR.
           03  CBA-T02 LINE 11 COLUMN 59 PIC 9,99 FROM CBA-CTR.
           03  CBB-T02 LINE 11 COLUMN 64 PIC 9,99 FROM CBB-CTR.
           03  CBC-T02 LINE 11 COLUMN 69 PIC 9,99 FROM CBC-CTR.
           03  TDV-T02 LINE 12 COLUMN 59 PIC Z9,99 FROM TDV-CTR.
           03  PVT-T02 LINE 13 COLUMN 59 PIC ZZ9 FROM PVT-CTR.
           03  MPT-T02 LINE 14 COLUMN 59 PIC Z9 FROM MPT-CTR.
           03  VPT-T02 LINE 15 COLUMN 59 PIC 9,99 FROM VPT-CTR.
           03  TMS-T02 LINE 05 COLUMN 37 PIC ZZ9 FROM TMS-CTR.
           03  QFL-T02 LINE 05 COLUMN 59 PIC Z9 FROM QFL-CTR.

       01  ENTR-03.
           03  QTD-E03 LINE 07 COLUMN 37 PIC 9(01)    USING QTD-CTR.
           03  CBA-E03 LINE 11 COLUMN 59 PIC 9V99     USING CBA-CTR.
           03  CBB-E03 LINE 11 COLUMN 64 PIC 9V99     USING CBB-CTR.
           03  CBC-E03 LINE 11 COLUMN 69 PIC 9V99     USING CBC-CTR.
           03  TDV-E03 LINE 12 COLUMN 59 PIC 9(02)V99 USING TDV-CTR.
           03  PVT-E03 LINE 13 COLUMN 59 PIC 9(03)    USING PVT-CTR.
           03  MPT-E03 LINE 14 COLUMN 59 PIC 9(02)    USING MPT-CTR.
           03  VPT-E03 LINE 15 COLUMN 59 PIC 9V99     USING VPT-CTR.
           03  TMS-E03 LINE 05 COLUMN 37 PIC 9(03)    USING TMS-CTR.
           03  QFL-E03 LINE 05 COLUMN 59 PIC 9(02)    USING QFL-CTR.

       01  LIN-T10 BCK-CLR 02 FOR-CLR 15.
           03  LIN-D10 LINE LIN-AUX COLUMN COL-AUX PIC X(23)
           IF  RSP-PER  =  1     GOBACK.
           OPEN     I-O          CADCTR   READ  CADCTR
           MOVE     REG-CTR (1: 50)  TO  ANT-AUX
           IF  TMS-CTR   NOT  NUMERIC  MOVE  ZEROS  TO  TMS-CTR.
           IF  QFL-CTR   NOT  NUMERIC  MOVE  ZEROS  TO  QFL-CTR.
           DISPLAY  TELA-01.

       ROT-EXBE-00.
                                 GO       ROT-EDIT-00.
           IF  LCT-CTR   >   300
                                 GO       ROT-EDIT-00.
           IF  QFL-CTR   >    10
                                 GO       ROT-EDIT-00.

       ROT-DESC-00.
           MOVE     ZEROS    TO  POS-AUX
