      ******************************************************
      *    CADCIM - CLASSES DO IMOBILIZADO                 *
      *    VUT-CIM = vida util em meses, base da quota     *
      *    mensal de depreciacao linear (DY1740).          *
      *    Manutencao em DY1730.                           *
      ******************************************************
       FD  CADCIM
           LABEL RECORD STANDARD.

       01  REG-CIM.
           03  CHV-CIM          PIC  9(02).
           03  DES-CIM          PIC  X(30).
           03  VUT-CIM          PIC  9(03).
