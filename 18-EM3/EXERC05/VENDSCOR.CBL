           02 MES-PARM          PIC 9(02).
           02 ANO-PARM          PIC 9(04).
           02 EXPORTA-CSV-PARM  PIC X(01).
           02 BASE-COMIS-PARM   PIC X(01).
           02 TOL-PRECO-PARM    PIC 9(03)V99.

       FD REL-SCOR
           LABEL RECORD IS OMITTED.
