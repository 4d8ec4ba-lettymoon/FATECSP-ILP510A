           SELECT MENSAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MENS.
           SELECT BOLSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOLSA.

       DATA DIVISION.
       FILE SECTION.
           02 SIT-MENS    PIC X(01).
               88 MENS-ABERTA VALUE "A".
               88 MENS-PAGA   VALUE "P".
               88 MENS-RENEGOCIADA VALUE "R".
           02 DATA-VENC-MENS PIC 9(08).

       FD BOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSA.DAT".
       01 REG-BOLSA.
           02 CODIGO-BOLSA PIC 9(07).
           02 ANO-BOLSA    PIC 9(04).
           02 TURMA-BOLSA  PIC 9(03).
           02 CR-BOLSA     PIC 9(02)V99.
           02 POS-BOLSA    PIC 9(04).
           02 PERC-BOLSA   PIC 9(03)V99.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-ALU  PIC X(02).
           77 WS-STATUS-PRECO PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-MENS PIC X(02).
           77 WS-STATUS-BOLSA PIC X(02).
           77 MES-COMPET     PIC 9(02) VALUE ZEROES.
           77 ANO-COMPET     PIC 9(04) VALUE ZEROES.
           77 DIA-VENC       PIC 9(02) VALUE 10.
           77 QTD-PRECO      PIC 9(03) VALUE ZEROES.
           77 IND-PRECO      PIC 9(03) VALUE ZEROES.
           77 VALOR-TURMA    PIC 9(05)V99 VALUE ZEROES.
           77 VALOR-DESC     PIC 9(05)V99 VALUE ZEROES.
           77 PERC-W         PIC 9(03)V99 VALUE ZEROES.
           77 QTD-BOLSAS     PIC 9(04) VALUE ZEROES.
           77 IND-BOLSA      PIC 9(04) VALUE ZEROES.
           77 QTD-GERADAS    PIC 9(04) VALUE ZEROES.
           77 IND-GERADA     PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 CT-GERADAS     PIC 9(05) VALUE ZEROES.
           77 CT-JA-GERADAS  PIC 9(05) VALUE ZEROES.
           77 CT-SEM-PRECO   PIC 9(05) VALUE ZEROES.
           77 CT-COM-BOLSA   PIC 9(05) VALUE ZEROES.

       01 TABELA-PRECOS.
           02 TAB-PRECO OCCURS 100 TIMES.
               03 TAB-CODIGO-GER PIC 9(07).
               03 TAB-COMPET-GER PIC 9(06).

       01 TABELA-BOLSAS.
           02 TAB-BOLSA OCCURS 2000 TIMES.
               03 TAB-CODIGO-BOLSA PIC 9(07).
               03 TAB-ANO-BOLSA    PIC 9(04).
               03 TAB-PERC-BOLSA   PIC 9(03)V99.

       PROCEDURE DIVISION.
       PGM-MENSGERA.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-PRECOS.
           PERFORM CARREGA-GERADAS.
           PERFORM CARREGA-BOLSAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           END-IF.
           PERFORM LER-MENSALIDADE.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSA.
           IF WS-STATUS-BOLSA EQUAL "00"
              PERFORM LER-BOLSA
              PERFORM GUARDA-BOLSA UNTIL FIM-ARQ EQUAL "S"
              CLOSE BOLSA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-BOLSA.
           READ BOLSA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-BOLSA.
           IF ANO-BOLSA EQUAL ANO-COMPET
              IF QTD-BOLSAS LESS THAN 2000
                 ADD 1 TO QTD-BOLSAS
                 MOVE CODIGO-BOLSA TO TAB-CODIGO-BOLSA(QTD-BOLSAS)
                 MOVE ANO-BOLSA    TO TAB-ANO-BOLSA(QTD-BOLSAS)
                 MOVE PERC-BOLSA   TO TAB-PERC-BOLSA(QTD-BOLSAS)
              END-IF
           END-IF.
           PERFORM LER-BOLSA.

       INICIO.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT EQUAL "00"
           END-IF.
           ADD 1 TO IND-PRECO.

       PESQUISA-BOLSA.
           MOVE 0 TO PERC-W.
           MOVE 1 TO IND-BOLSA.
           PERFORM TESTA-BOLSA UNTIL IND-BOLSA GREATER THAN
                   QTD-BOLSAS.

       TESTA-BOLSA.
           IF TAB-CODIGO-BOLSA(IND-BOLSA) EQUAL CODIGO-ENT AND
              TAB-ANO-BOLSA(IND-BOLSA) EQUAL ANO-COMPET
              MOVE TAB-PERC-BOLSA(IND-BOLSA) TO PERC-W
           END-IF.
           ADD 1 TO IND-BOLSA.

       GRAVA-MENSALIDADE.
           MOVE TURMA-ENT   TO TURMA-MENS.
           MOVE CODIGO-ENT  TO CODIGO-MENS.
           MOVE NOME-ENT    TO NOME-MENS.
           MOVE COMPET-W    TO COMPET-MENS.
           MOVE VALOR-TURMA TO VALOR-MENS.
           PERFORM PESQUISA-BOLSA.
           IF PERC-W GREATER THAN 0
              COMPUTE VALOR-DESC ROUNDED = VALOR-TURMA * PERC-W / 100
              SUBTRACT VALOR-DESC FROM VALOR-MENS
              ADD 1 TO CT-COM-BOLSA
           END-IF.
           MOVE ZEROES      TO PAGO-MENS.
           MOVE "A"         TO SIT-MENS.
           MOVE DATA-VENC-W TO DATA-VENC-MENS.
           DISPLAY "MENSALIDADES GERADAS    : " CT-GERADAS.
           DISPLAY "JA GERADAS NA COMPETENC.: " CT-JA-GERADAS.
           DISPLAY "TURMAS SEM PRECO        : " CT-SEM-PRECO.
           DISPLAY "MENSALIDADES COM BOLSA  : " CT-COM-BOLSA.
           CLOSE CADALU MENSAB.
