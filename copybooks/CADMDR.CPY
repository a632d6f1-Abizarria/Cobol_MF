      *    SIT-MDR = situacao do cliente (A=Ativo,         *
      *    I=Inativo), clientes inativos nao recebem a     *
      *    mala-direta de aniversario.                     *
      *    TPD-MDR = tipo do documento (F=CPF, J=CNPJ) e   *
      *    DOC-MDR = numero do CPF/CNPJ, unico por cliente.*
      *    COB-MDR = endereco de cobranca (em branco =     *
      *    mesmo endereco do cadastro).                    *
      ******************************************************
       FD  CADMDR
           LABEL RECORD STANDARD.
               05  MES-ULT      PIC  9(02).
               05  DIA-ULT      PIC  9(02).
           03  LIM-MDR          PIC  9(07)V99.
           03  TPD-MDR          PIC  X(01).
           03  DOC-MDR          PIC  9(14).
           03  TEL-MDR          PIC  X(15).
           03  EML-MDR          PIC  X(40).
           03  COB-MDR.
               05  ENC-MDR      PIC  X(40).
               05  CPC-MDR      PIC  9(08).
               05  CDC-MDR      PIC  X(27).
               05  ETC-MDR      PIC  X(02).
