           02 DESCR-PROD PIC X(30).
           02 PRECO-PROD PIC 9(07)V99.
           02 LINHA-PROD PIC X(10).
           02 ESTOQUE-PROD   PIC S9(07).
           02 ESTMIN-PROD    PIC 9(07).
           02 REPOSICAO-PROD PIC 9(07).
           02 CLASSE-PROD    PIC X(01).

       FD REL-PROD
           LABEL RECORD IS OMITTED.
