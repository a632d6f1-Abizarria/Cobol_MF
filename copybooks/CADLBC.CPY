      *    usado para desfazer um estorno equivocado.      *
      *    CNC-LBC marca o lancamento conciliado pela      *
      *    importacao do extrato bancario (DY1430).        *
      *    FIL-LBC = filial que originou o lancamento      *
      *    (DYFILI; 0 nos antigos = matriz 01).            *
      ******************************************************
       FD  CADLBC
           LABEL RECORD STANDARD.
           03  HRA-LBC          PIC  9(06).
           03  ORG-LBC          PIC  9(01).
           03  CNC-LBC          PIC  X(01).
           03  FIL-LBC          PIC  9(02).
