           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT LIVBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BXA.
           SELECT REL-INV ASSIGN TO DISK.

       DATA DIVISION.
           02 DATA-PREV    PIC 9(08).
           02 NR-RENOV-EMP PIC 9(02).

       FD LIVBAIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIVBAIXA.DAT".
       01 REG-BAIXA.
           02 COD-LIV-BXA  PIC 9(05).
           02 NR-EXE-BXA   PIC 9(02).
           02 SIT-BXA      PIC X(01).
           02 DATA-BXA     PIC 9(08).
           02 COD-USU-BXA  PIC 9(04).
           02 VALOR-BXA    PIC 9(05)V99.

       FD REL-INV
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 WS-STATUS-INV PIC X(02).
           77 WS-STATUS-EMP PIC X(02).
           77 WS-STATUS-BXA PIC X(02).
           77 QTD-CAT       PIC 9(04) VALUE ZEROES.
           77 IND-CAT       PIC 9(04) VALUE ZEROES.
           77 QTD-EMP       PIC 9(04) VALUE ZEROES.
           77 CT-FALTAS     PIC 9(05) VALUE ZEROES.
           77 CT-SEM-CAT    PIC 9(05) VALUE ZEROES.
           77 CT-DUPLICADOS PIC 9(05) VALUE ZEROES.
           77 CT-BAIXADOS   PIC 9(05) VALUE ZEROES.
           77 CT-LIN        PIC 9(02) VALUE 41.
           77 CT-PAG        PIC 9(03) VALUE ZEROES.

               03 TAB-EXE-CAT  PIC 9(02).
               03 TAB-TIT-CAT  PIC X(40).
               03 TAB-CONTADO  PIC X(01).
               03 TAB-SIT-CAT  PIC X(01).

       01 TABELA-EMPRESTADOS.
           02 TAB-EMP OCCURS 500 TIMES.
       PGM-EMPINV.
           PERFORM CARREGA-CATALOGO.
           PERFORM CARREGA-EMPRESTADOS.
           PERFORM CARREGA-BAIXAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM VARRE-FALTAS.
              MOVE NR-EXE  TO TAB-EXE-CAT(QTD-CAT)
              MOVE TIT-LIV TO TAB-TIT-CAT(QTD-CAT)
              MOVE "N"     TO TAB-CONTADO(QTD-CAT)
              MOVE SPACES  TO TAB-SIT-CAT(QTD-CAT)
           END-IF.
           PERFORM LER-CATALOGO.

           END-IF.
           PERFORM LER-EMPRESTADO.

       CARREGA-BAIXAS.
           OPEN INPUT LIVBAIXA.
           IF WS-STATUS-BXA EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-BAIXA
              PERFORM GUARDA-BAIXA UNTIL FIM-ARQ EQUAL "S"
              CLOSE LIVBAIXA
           END-IF.

       LER-BAIXA.
           READ LIVBAIXA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-BAIXA.
           MOVE COD-LIV-BXA TO COD-LIV-INV.
           MOVE NR-EXE-BXA  TO NR-EXE-INV.
           PERFORM PESQUISA-CATALOGO.
           IF ACHEI EQUAL "S"
              MOVE SIT-BXA TO TAB-SIT-CAT(IND-CAT)
           END-IF.
           PERFORM LER-BAIXA.

       INICIO.
           OPEN INPUT INVCONT.
           IF WS-STATUS-INV NOT EQUAL "00"
           PERFORM TESTA-FALTA UNTIL IND-CAT GREATER THAN QTD-CAT.

       TESTA-FALTA.
           IF TAB-CONTADO(IND-CAT) EQUAL "N" AND
              (TAB-SIT-CAT(IND-CAT) EQUAL "P" OR
               TAB-SIT-CAT(IND-CAT) EQUAL "R")
              ADD 1 TO CT-BAIXADOS
           END-IF.
           IF TAB-CONTADO(IND-CAT) EQUAL "N" AND
              TAB-SIT-CAT(IND-CAT) NOT EQUAL "P" AND
              TAB-SIT-CAT(IND-CAT) NOT EQUAL "R"
              MOVE TAB-COD-CAT(IND-CAT) TO COD-LIV-INV
              MOVE TAB-EXE-CAT(IND-CAT) TO NR-EXE-INV
              PERFORM PESQUISA-EMPRESTADO
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-LIN GREATER THAN 33
              PERFORM CABECALHO
           END-IF.
           MOVE "EXEMPLARES CATALOGADOS" TO DESCR-TOT.
           MOVE "CATALOGADOS SEM LOCALIZACAO" TO DESCR-TOT.
           MOVE CT-FALTAS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "PERDIDOS OU EM REPARO" TO DESCR-TOT.
           MOVE CT-BAIXADOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "CONTADOS SEM CATALOGO" TO DESCR-TOT.
           MOVE CT-SEM-CAT TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
