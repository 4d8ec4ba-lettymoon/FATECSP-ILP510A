           SELECT PARMCR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CONDPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COND.

       DATA DIVISION.
       FILE SECTION.
           02 DATA-NOTA     PIC 9(08).
           02 VALOR-NOTA    PIC 9(07)V99.
           02 ICMS-NOTA     PIC 9(07)V99.
           02 COD-CLI-NOTA  PIC 9(05).
           02 SIT-NOTA      PIC X(01).
           02 COND-NOTA     PIC 9(02).

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD PARMCR
           LABEL RECORD ARE STANDARD
       01 REG-PARM-CR.
           02 DIAS-PRAZO-PARM PIC 9(03).

       FD CONDPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REG-COND.
           02 COD-COND       PIC 9(02).
           02 DESCR-COND     PIC X(20).
           02 QTD-PARC-COND  PIC 9(02).
           02 DIAS-PRIM-COND PIC 9(03).
           02 INTERVALO-COND PIC 9(03).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-NOTAS PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-COND  PIC X(02).
           77 DIAS-PRAZO      PIC 9(03) VALUE 30.
           77 DATA-VENC-W     PIC X(08) VALUE SPACES.
           77 DATA-PROX-W     PIC X(08) VALUE SPACES.
           77 RESULTADO-SOMA  PIC X(02) VALUE SPACES.
           77 QTD-EXIST       PIC 9(04) VALUE ZEROES.
           77 IND-EXIST       PIC 9(04) VALUE ZEROES.
           77 CT-NOTAS        PIC 9(05) VALUE ZEROES.
           77 CT-GERADOS      PIC 9(05) VALUE ZEROES.
           77 CT-JA-GERADOS   PIC 9(05) VALUE ZEROES.
           77 CT-CANCELADAS   PIC 9(05) VALUE ZEROES.
           77 TOTAL-GERADO    PIC 9(11)V99 VALUE ZEROES.
           77 CT-PARCELAS     PIC 9(05) VALUE ZEROES.
           77 QTD-COND        PIC 9(02) VALUE ZEROES.
           77 IND-COND        PIC 9(02) VALUE ZEROES.
           77 ACHEI-COND      PIC X(01) VALUE "N".
           77 QTD-PARCELAS    PIC 9(02) VALUE 1.
           77 DIAS-PRIMEIRA   PIC 9(03) VALUE ZEROES.
           77 DIAS-INTERVALO  PIC 9(03) VALUE ZEROES.
           77 NR-PARCELA      PIC 9(02) VALUE ZEROES.
           77 DIAS-PARCELA    PIC 9(03) VALUE ZEROES.
           77 VALOR-PARCELA   PIC 9(07)V99 VALUE ZEROES.
           77 VALOR-DISTRIB   PIC 9(07)V99 VALUE ZEROES.
           77 DIAS-UM         PIC 9(03) VALUE 1.
           77 UTIL-VENC       PIC X(01) VALUE "N".
           77 NOME-FERIADO-W  PIC X(30) VALUE SPACES.
           77 RESULTADO-UTIL  PIC X(02) VALUE SPACES.
           77 CT-AJUSTE-UTIL  PIC 9(02) VALUE ZEROES.

       01 TABELA-EXISTENTES.
           02 TAB-NOTA-EXIST PIC 9(04) OCCURS 2000 TIMES.

       01 TABELA-CONDICOES.
           02 TAB-COND OCCURS 50 TIMES.
               03 TAB-COD-COND       PIC 9(02).
               03 TAB-QTD-PARC-COND  PIC 9(02).
               03 TAB-DIAS-PRIM-COND PIC 9(03).
               03 TAB-INTERVALO-COND PIC 9(03).

       PROCEDURE DIVISION.
       PGM-CRGERA.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-CONDICOES.
           PERFORM CARREGA-EXISTENTES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
              CLOSE PARMCR
           END-IF.

       CARREGA-CONDICOES.
           OPEN INPUT CONDPAG.
           IF WS-STATUS-COND EQUAL "00"
              PERFORM LER-CONDICAO
              PERFORM GUARDA-CONDICAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONDPAG
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CONDICAO.
           READ CONDPAG AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CONDICAO.
           IF QTD-PARC-COND GREATER THAN 0 AND QTD-COND LESS THAN 50
              ADD 1 TO QTD-COND
              MOVE COD-COND       TO TAB-COD-COND(QTD-COND)
              MOVE QTD-PARC-COND  TO TAB-QTD-PARC-COND(QTD-COND)
              MOVE DIAS-PRIM-COND TO TAB-DIAS-PRIM-COND(QTD-COND)
              MOVE INTERVALO-COND TO TAB-INTERVALO-COND(QTD-COND)
           END-IF.
           PERFORM LER-CONDICAO.

       PESQUISA-CONDICAO.
           MOVE "N" TO ACHEI-COND.
           MOVE 1 TO IND-COND.
           PERFORM TESTA-CONDICAO UNTIL IND-COND GREATER THAN
                   QTD-COND OR ACHEI-COND EQUAL "S".
           IF ACHEI-COND EQUAL "S"
              SUBTRACT 1 FROM IND-COND
           END-IF.

       TESTA-CONDICAO.
           IF TAB-COD-COND(IND-COND) EQUAL COND-NOTA
              MOVE "S" TO ACHEI-COND
           END-IF.
           ADD 1 TO IND-COND.

       CARREGA-EXISTENTES.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR EQUAL "00"
           END-IF.

       PRINCIPAL.
           IF SIT-NOTA EQUAL "C"
              ADD 1 TO CT-CANCELADAS
           ELSE
              PERFORM PESQUISA-EXISTENTE
              IF ACHEI EQUAL "S"
                 ADD 1 TO CT-JA-GERADOS
              ELSE
                 PERFORM GRAVA-TITULO
              END-IF
           END-IF.
           PERFORM LEITURA.

           ADD 1 TO IND-EXIST.

       GRAVA-TITULO.
           MOVE 1          TO QTD-PARCELAS.
           MOVE DIAS-PRAZO TO DIAS-PRIMEIRA.
           MOVE ZEROES     TO DIAS-INTERVALO.
           IF COND-NOTA NUMERIC AND COND-NOTA GREATER THAN 0
              PERFORM PESQUISA-CONDICAO
              IF ACHEI-COND EQUAL "S"
                 MOVE TAB-QTD-PARC-COND(IND-COND)  TO QTD-PARCELAS
                 MOVE TAB-DIAS-PRIM-COND(IND-COND) TO DIAS-PRIMEIRA
                 MOVE TAB-INTERVALO-COND(IND-COND) TO DIAS-INTERVALO
              ELSE
                 DISPLAY "CONDICAO DE PAGAMENTO " COND-NOTA
                         " NAO CADASTRADA - NOTA " NR-NOTA
                         " EM PARCELA UNICA"
              END-IF
           END-IF.
           COMPUTE VALOR-PARCELA = VALOR-NOTA / QTD-PARCELAS.
           MOVE ZEROES TO VALOR-DISTRIB.
           MOVE 1 TO NR-PARCELA.
           PERFORM GRAVA-PARCELA UNTIL NR-PARCELA GREATER THAN
                   QTD-PARCELAS.
           ADD 1 TO CT-GERADOS.
           ADD VALOR-NOTA TO TOTAL-GERADO.

       GRAVA-PARCELA.
           MOVE NR-NOTA      TO NR-NOTA-CR.
           MOVE NR-VEND-NOTA TO NR-VEND-CR.
           MOVE UF-NOTA      TO UF-CR.
           MOVE DATA-NOTA    TO DATA-EMIS-CR.
           COMPUTE DIAS-PARCELA = DIAS-PRIMEIRA +
                   (NR-PARCELA - 1) * DIAS-INTERVALO.
           CALL "DATASOMA" USING DATA-NOTA DIAS-PARCELA
                                 DATA-VENC-W RESULTADO-SOMA.
           IF RESULTADO-SOMA NOT EQUAL "00"
              MOVE DATA-NOTA TO DATA-VENC-W
           END-IF.
           MOVE 0 TO CT-AJUSTE-UTIL.
           MOVE "N" TO UTIL-VENC.
           PERFORM AJUSTA-DIA-UTIL UNTIL UTIL-VENC EQUAL "S"
                   OR CT-AJUSTE-UTIL GREATER THAN 10.
           MOVE DATA-VENC-W TO DATA-VENC-CR.
           IF NR-PARCELA EQUAL QTD-PARCELAS
              COMPUTE VALOR-CR = VALOR-NOTA - VALOR-DISTRIB
           ELSE
              MOVE VALOR-PARCELA TO VALOR-CR
              ADD VALOR-PARCELA TO VALOR-DISTRIB
           END-IF.
           MOVE ZEROES     TO RECEBIDO-CR.
           MOVE "A"        TO SIT-CR.
           MOVE COD-CLI-NOTA TO COD-CLI-CR.
           MOVE NR-PARCELA   TO PARCELA-CR.
           MOVE "T"          TO TIPO-CR.
           MOVE ZEROES       TO DATA-ENC-CR.
           WRITE REG-CR.
           ADD 1 TO CT-PARCELAS.
           ADD 1 TO NR-PARCELA.

       AJUSTA-DIA-UTIL.
           CALL "DIAUTIL" USING DATA-VENC-W UTIL-VENC
                                NOME-FERIADO-W RESULTADO-UTIL.
           IF RESULTADO-UTIL NOT EQUAL "00"
              MOVE "S" TO UTIL-VENC
           ELSE
              IF UTIL-VENC EQUAL "N"
                 ADD 1 TO CT-AJUSTE-UTIL
                 CALL "DATASOMA" USING DATA-VENC-W DIAS-UM
                                       DATA-PROX-W RESULTADO-SOMA
                 MOVE DATA-PROX-W TO DATA-VENC-W
              END-IF
           END-IF.

       FIM.
           DISPLAY "NOTAS LIDAS            : " CT-NOTAS.
           DISPLAY "TITULOS GERADOS        : " CT-GERADOS.
           DISPLAY "PARCELAS GERADAS       : " CT-PARCELAS.
           DISPLAY "NOTAS JA EM ABERTO     : " CT-JA-GERADOS.
           DISPLAY "NOTAS CANCELADAS       : " CT-CANCELADAS.
           DISPLAY "VALOR GERADO           : " TOTAL-GERADO.
           CLOSE NOTAS CRABERTO.
