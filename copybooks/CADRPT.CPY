      ******************************************************
      *    CADRPT - REGRAS DO PROGRAMA DE FIDELIDADE       *
      *    Um registro por grupo de atividade (GRP-RPT =   *
      *    CHV-ATV, que e o PRX-EST do produto); o grupo   *
      *    00 e a regra geral, usada pelos grupos sem      *
      *    regra propria. Sem regra geral nem do grupo o   *
      *    item nao pontua.                                *
      *    PTS-RPT = pontos por real vendido (0 = grupo    *
      *    fora do programa).                              *
      *    PRO-RPT = item vendido a preco de promocao      *
      *    CADPRO vigente: N = nao pontua (exclusao),      *
      *    S = pontua normalmente.                         *
      *    Manutencao em DY1173.                           *
      ******************************************************
       FD  CADRPT
           LABEL RECORD STANDARD.

       01  REG-RPT.
           03  GRP-RPT          PIC  9(02).
           03  PTS-RPT          PIC  9(03)V99.
           03  PRO-RPT          PIC  X(01).
           03  OPR-RPT          PIC  X(10).
