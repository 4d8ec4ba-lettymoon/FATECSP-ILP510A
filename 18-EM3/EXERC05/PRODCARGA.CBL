           02 DESCR-PROD-ENT PIC X(30).
           02 PRECO-PROD-ENT PIC 9(07)V99.
           02 LINHA-PROD-ENT PIC X(10).
           02 ESTOQUE-PROD-ENT   PIC 9(07).
           02 ESTMIN-PROD-ENT    PIC 9(07).
           02 REPOSICAO-PROD-ENT PIC 9(07).

       FD PRODMEST
           LABEL RECORD ARE STANDARD
           02 DESCR-PROD PIC X(30).
           02 PRECO-PROD PIC 9(07)V99.
           02 LINHA-PROD PIC X(10).
           02 ESTOQUE-PROD   PIC S9(07).
           02 ESTMIN-PROD    PIC 9(07).
           02 REPOSICAO-PROD PIC 9(07).
           02 CLASSE-PROD    PIC X(01).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           MOVE DESCR-PROD-ENT TO DESCR-PROD.
           MOVE PRECO-PROD-ENT TO PRECO-PROD.
           MOVE LINHA-PROD-ENT TO LINHA-PROD.
           IF ESTOQUE-PROD-ENT NUMERIC
              MOVE ESTOQUE-PROD-ENT TO ESTOQUE-PROD
           ELSE
              MOVE ZEROES TO ESTOQUE-PROD
           END-IF.
           IF ESTMIN-PROD-ENT NUMERIC
              MOVE ESTMIN-PROD-ENT TO ESTMIN-PROD
           ELSE
              MOVE ZEROES TO ESTMIN-PROD
           END-IF.
           IF REPOSICAO-PROD-ENT NUMERIC
              MOVE REPOSICAO-PROD-ENT TO REPOSICAO-PROD
           ELSE
              MOVE ZEROES TO REPOSICAO-PROD
           END-IF.
           MOVE SPACES TO CLASSE-PROD.
           WRITE REG-PROD.
           ADD 1 TO CT-GRAVADOS.

