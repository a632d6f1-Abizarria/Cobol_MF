           03  QVM-SRT          PIC  9(07)V9.
           03  QVA-SRT          PIC  9(08)V9.
           03  CLS-SRT          PIC  X(01).
           03  NCM-SRT          PIC  9(08).
           03  CSO-SRT          PIC  9(03).
           03  ICM-SRT          PIC  9(02)V99.

       WORKING-STORAGE SECTION.

