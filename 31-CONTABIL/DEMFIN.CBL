       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEMFIN.
       AUTHOR.        LETICIA CANDIDO.
       INSTALLATION.  FATECSP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. lettyPC.
       OBJECT-COMPUTER. lettyPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
           SELECT ESTRDEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EST.
           SELECT PARMCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REL-DEM ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD SALDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOS.DAT".
       01 REG-SALDO.
           02 CONTA-SALDO   PIC 9(05).
           02 COMPET-SALDO  PIC 9(06).
           02 ABERTURA-SALDO PIC S9(13)V99.
           02 DEBITOS-SALDO PIC 9(13)V99.
           02 CREDITOS-SALDO PIC 9(13)V99.
           02 FECHO-SALDO   PIC S9(13)V99.

       FD ESTRDEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTRDEM.DAT".
       01 REG-EST.
           02 GRUPO-EST     PIC X(02).
               88 GRUPO-VALIDO VALUE "RB" "DE" "CU" "DP"
                                     "AT" "PA" "PL".
           02 DESCR-EST     PIC X(30).
           02 CONTA-INI-EST PIC 9(05).
           02 CONTA-FIM-EST PIC 9(05).

       FD PARMCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCONT.DAT".
       01 REG-PARM-CONT.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD REL-DEM
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-SALDO PIC X(02).
           77 WS-STATUS-EST   PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 COMPET-ANT      PIC 9(06) VALUE ZEROES.
           77 QTD-EST         PIC 9(02) VALUE ZEROES.
           77 IND-EST         PIC 9(02) VALUE ZEROES.
           77 QTD-CTA         PIC 9(03) VALUE ZEROES.
           77 IND-CTA         PIC 9(03) VALUE ZEROES.
           77 IND-COL         PIC 9(01) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 GRUPO-SEL       PIC X(02) VALUE SPACES.
           77 DESCR-GRUPO     PIC X(35) VALUE SPACES.
           77 MOVIMENTO       PIC S9(13)V99 VALUE ZEROES.
           77 CT-SALDOS       PIC 9(05) VALUE ZEROES.
           77 CT-EST-INVAL    PIC 9(03) VALUE ZEROES.
           77 CT-SEM-ESTR     PIC 9(03) VALUE ZEROES.
           77 TOTAL-ATIVO     PIC S9(13)V99 VALUE ZEROES.
           77 TOTAL-PASSIVO   PIC S9(13)V99 VALUE ZEROES.
           77 DIFERENCA       PIC S9(13)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-ESTRUTURA.
           02 TAB-EST OCCURS 50 TIMES.
               03 TAB-GRUPO-EST PIC X(02).
               03 TAB-DESCR-EST PIC X(30).
               03 TAB-INI-EST   PIC 9(05).
               03 TAB-FIM-EST   PIC 9(05).
               03 TAB-VAL-EST   PIC S9(13)V99 OCCURS 6 TIMES.

       01 TABELA-CONTAS.
           02 TAB-CTA OCCURS 500 TIMES.
               03 TAB-NR-CTA      PIC 9(05).
               03 TAB-EST-CTA     PIC 9(02).
               03 TAB-MELHOR-ATU  PIC 9(06).
               03 TAB-FECHO-ATU   PIC S9(13)V99.
               03 TAB-MELHOR-ANT  PIC 9(06).
               03 TAB-FECHO-ANT   PIC S9(13)V99.

       01 TOTAIS-GRUPO.
           02 TOT-GRUPO PIC S9(13)V99 OCCURS 6 TIMES.
       01 TOTAIS-ACUMULADOS.
           02 TOT-ACUM  PIC S9(13)V99 OCCURS 6 TIMES.
       01 TOTAIS-RESULTADO.
           02 TOT-RESULT PIC S9(13)V99 OCCURS 6 TIMES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER     PIC X(10) VALUE SPACES.
           02 TITULO-CAB PIC X(48) JUSTIFIED RIGHT.
           02 MES-REL    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-REL    PIC 9(04).
           02 FILLER     PIC X(45) VALUE SPACES.
       01 CAB-03-DRE.
           02 FILLER PIC X(37) VALUE "  DESCRICAO".
           02 FILLER PIC X(09) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "MES ATUAL".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "MES ANO ANTERIOR".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "ACUMULADO ANO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "ACUM ANO ANTERIOR".
       01 CAB-03-BAL.
           02 FILLER PIC X(37) VALUE "  DESCRICAO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "SALDO ".
           02 MES-ATU-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ATU-CAB PIC 9(04).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "SALDO ".
           02 MES-ANT-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ANT-CAB PIC 9(04).
           02 FILLER PIC X(36) VALUE SPACES.

       01 DETALHE-DRE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DESCR-REL   PIC X(35).
           02 COLUNA-REL OCCURS 4 TIMES.
               03 FILLER  PIC X(01).
               03 VALOR-REL PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.

       01 DETALHE-BAL.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DESCR-BAL   PIC X(35).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-ATU-REL PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-ANT-REL PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-DEMFIN.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-ESTRUTURA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           CLOSE SALDOS.
           PERFORM DISTRIBUI-SALDOS.
           PERFORM CONFERE-BALANCO.
           OPEN OUTPUT REL-DEM.
           PERFORM IMPRIME-DRE.
           PERFORM IMPRIME-BALANCO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCONT.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMCONT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMCONT
               AT END
                   DISPLAY "PARMCONT.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ANO-PARM TO COMPET-SEL(1:4)
                   MOVE MES-PARM TO COMPET-SEL(5:2)
           END-READ.
           CLOSE PARMCONT.
           COMPUTE COMPET-ANT = COMPET-SEL - 100.

       CARREGA-ESTRUTURA.
           OPEN INPUT ESTRDEM.
           IF WS-STATUS-EST NOT EQUAL "00"
              DISPLAY "ESTRDEM.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ESTRUTURA.
           PERFORM GUARDA-ESTRUTURA UNTIL FIM-ARQ EQUAL "S".
           CLOSE ESTRDEM.
           MOVE "N" TO FIM-ARQ.
           IF QTD-EST EQUAL 0
              DISPLAY "ESTRDEM.DAT SEM LINHAS VALIDAS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ESTRUTURA.
           READ ESTRDEM AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ESTRUTURA.
           IF NOT GRUPO-VALIDO OR CONTA-INI-EST NOT NUMERIC OR
              CONTA-FIM-EST NOT NUMERIC OR
              CONTA-INI-EST GREATER THAN CONTA-FIM-EST
              ADD 1 TO CT-EST-INVAL
              DISPLAY "LINHA INVALIDA EM ESTRDEM: " REG-EST
           ELSE
              IF QTD-EST LESS THAN 50
                 ADD 1 TO QTD-EST
                 MOVE GRUPO-EST     TO TAB-GRUPO-EST(QTD-EST)
                 MOVE DESCR-EST     TO TAB-DESCR-EST(QTD-EST)
                 MOVE CONTA-INI-EST TO TAB-INI-EST(QTD-EST)
                 MOVE CONTA-FIM-EST TO TAB-FIM-EST(QTD-EST)
                 MOVE 1 TO IND-COL
                 PERFORM ZERA-VALOR-EST UNTIL IND-COL GREATER THAN 6
              END-IF
           END-IF.
           PERFORM LER-ESTRUTURA.

       ZERA-VALOR-EST.
           MOVE ZEROES TO TAB-VAL-EST(QTD-EST, IND-COL).
           ADD 1 TO IND-COL.

       INICIO.
           OPEN INPUT SALDOS.
           IF WS-STATUS-SALDO NOT EQUAL "00"
              DISPLAY "SALDOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ SALDOS AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-SALDOS
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-CONTA.
           IF ACHEI EQUAL "N"
              IF QTD-CTA LESS THAN 500
                 PERFORM INCLUI-CONTA
              ELSE
                 DISPLAY "TABELA DE CONTAS CHEIA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           COMPUTE MOVIMENTO = DEBITOS-SALDO - CREDITOS-SALDO.
           MOVE TAB-EST-CTA(IND-CTA) TO IND-EST.
           IF IND-EST GREATER THAN 0
              PERFORM ACUMULA-MOVIMENTO
           END-IF.
           IF COMPET-SALDO NOT GREATER THAN COMPET-SEL AND
              COMPET-SALDO GREATER THAN TAB-MELHOR-ATU(IND-CTA)
              MOVE COMPET-SALDO TO TAB-MELHOR-ATU(IND-CTA)
              MOVE FECHO-SALDO  TO TAB-FECHO-ATU(IND-CTA)
           END-IF.
           IF COMPET-SALDO NOT GREATER THAN COMPET-ANT AND
              COMPET-SALDO GREATER THAN TAB-MELHOR-ANT(IND-CTA)
              MOVE COMPET-SALDO TO TAB-MELHOR-ANT(IND-CTA)
              MOVE FECHO-SALDO  TO TAB-FECHO-ANT(IND-CTA)
           END-IF.
           PERFORM LEITURA.

       ACUMULA-MOVIMENTO.
           IF COMPET-SALDO EQUAL COMPET-SEL
              ADD MOVIMENTO TO TAB-VAL-EST(IND-EST, 1)
           END-IF.
           IF COMPET-SALDO EQUAL COMPET-ANT
              ADD MOVIMENTO TO TAB-VAL-EST(IND-EST, 2)
           END-IF.
           IF COMPET-SALDO(1:4) EQUAL COMPET-SEL(1:4) AND
              COMPET-SALDO NOT GREATER THAN COMPET-SEL
              ADD MOVIMENTO TO TAB-VAL-EST(IND-EST, 3)
           END-IF.
           IF COMPET-SALDO(1:4) EQUAL COMPET-ANT(1:4) AND
              COMPET-SALDO NOT GREATER THAN COMPET-ANT
              ADD MOVIMENTO TO TAB-VAL-EST(IND-EST, 4)
           END-IF.

       PESQUISA-CONTA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CTA.
           PERFORM TESTA-CONTA UNTIL IND-CTA GREATER THAN QTD-CTA
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CTA
           END-IF.

       TESTA-CONTA.
           IF TAB-NR-CTA(IND-CTA) EQUAL CONTA-SALDO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CTA.

       INCLUI-CONTA.
           ADD 1 TO QTD-CTA.
           MOVE QTD-CTA     TO IND-CTA.
           MOVE CONTA-SALDO TO TAB-NR-CTA(IND-CTA).
           MOVE ZEROES      TO TAB-MELHOR-ATU(IND-CTA).
           MOVE ZEROES      TO TAB-FECHO-ATU(IND-CTA).
           MOVE ZEROES      TO TAB-MELHOR-ANT(IND-CTA).
           MOVE ZEROES      TO TAB-FECHO-ANT(IND-CTA).
           PERFORM PESQUISA-ESTRUTURA.
           IF ACHEI EQUAL "S"
              MOVE IND-EST TO TAB-EST-CTA(IND-CTA)
           ELSE
              MOVE ZEROES  TO TAB-EST-CTA(IND-CTA)
           END-IF.

       PESQUISA-ESTRUTURA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-EST.
           PERFORM TESTA-ESTRUTURA UNTIL IND-EST GREATER THAN QTD-EST
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-EST
           END-IF.

       TESTA-ESTRUTURA.
           IF CONTA-SALDO NOT LESS THAN TAB-INI-EST(IND-EST) AND
              CONTA-SALDO NOT GREATER THAN TAB-FIM-EST(IND-EST)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EST.

       DISTRIBUI-SALDOS.
           MOVE 1 TO IND-CTA.
           PERFORM DISTRIBUI-CONTA UNTIL IND-CTA GREATER THAN QTD-CTA.

       DISTRIBUI-CONTA.
           MOVE TAB-EST-CTA(IND-CTA) TO IND-EST.
           IF IND-EST GREATER THAN 0
              ADD TAB-FECHO-ATU(IND-CTA) TO TAB-VAL-EST(IND-EST, 5)
              ADD TAB-FECHO-ANT(IND-CTA) TO TAB-VAL-EST(IND-EST, 6)
           ELSE
              IF TAB-FECHO-ATU(IND-CTA) NOT EQUAL 0
                 ADD 1 TO CT-SEM-ESTR
                 DISPLAY "CONTA SEM LINHA NA ESTRUTURA: "
                         TAB-NR-CTA(IND-CTA)
              END-IF
           END-IF.
           ADD 1 TO IND-CTA.

       CONFERE-BALANCO.
           MOVE "AT" TO GRUPO-SEL.
           PERFORM SOMA-GRUPO.
           MOVE TOT-GRUPO(5) TO TOTAL-ATIVO.
           MOVE "PA" TO GRUPO-SEL.
           PERFORM SOMA-GRUPO.
           COMPUTE TOTAL-PASSIVO = 0 - TOT-GRUPO(5).
           MOVE "PL" TO GRUPO-SEL.
           PERFORM SOMA-GRUPO.
           SUBTRACT TOT-GRUPO(5) FROM TOTAL-PASSIVO.
           PERFORM APURA-RESULTADO.
           SUBTRACT TOT-RESULT(5) FROM TOTAL-PASSIVO.
           COMPUTE DIFERENCA = TOTAL-ATIVO - TOTAL-PASSIVO.
           IF DIFERENCA NOT EQUAL 0 OR CT-SEM-ESTR GREATER THAN 0
              DISPLAY "BALANCO PATRIMONIAL NAO FECHA - ABORTADO"
              DISPLAY "TOTAL DO ATIVO          : " TOTAL-ATIVO
              DISPLAY "TOTAL PASSIVO + PL      : " TOTAL-PASSIVO
              DISPLAY "CONTAS SEM CLASSIFICACAO: " CT-SEM-ESTR
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       SOMA-GRUPO.
           MOVE 1 TO IND-COL.
           PERFORM ZERA-GRUPO UNTIL IND-COL GREATER THAN 6.
           MOVE 1 TO IND-EST.
           PERFORM SOMA-LINHA-GRUPO UNTIL IND-EST GREATER THAN QTD-EST.

       ZERA-GRUPO.
           MOVE ZEROES TO TOT-GRUPO(IND-COL).
           ADD 1 TO IND-COL.

       SOMA-LINHA-GRUPO.
           IF TAB-GRUPO-EST(IND-EST) EQUAL GRUPO-SEL
              MOVE 1 TO IND-COL
              PERFORM SOMA-COLUNA UNTIL IND-COL GREATER THAN 6
           END-IF.
           ADD 1 TO IND-EST.

       SOMA-COLUNA.
           ADD TAB-VAL-EST(IND-EST, IND-COL) TO TOT-GRUPO(IND-COL).
           ADD 1 TO IND-COL.

       APURA-RESULTADO.
           MOVE 1 TO IND-COL.
           PERFORM ZERA-RESULTADO UNTIL IND-COL GREATER THAN 6.
           MOVE 1 TO IND-EST.
           PERFORM SOMA-RESULTADO UNTIL IND-EST GREATER THAN QTD-EST.

       ZERA-RESULTADO.
           MOVE ZEROES TO TOT-RESULT(IND-COL).
           ADD 1 TO IND-COL.

       SOMA-RESULTADO.
           IF TAB-GRUPO-EST(IND-EST) EQUAL "RB" OR
              TAB-GRUPO-EST(IND-EST) EQUAL "DE" OR
              TAB-GRUPO-EST(IND-EST) EQUAL "CU" OR
              TAB-GRUPO-EST(IND-EST) EQUAL "DP"
              MOVE 1 TO IND-COL
              PERFORM SOMA-COLUNA-RESULTADO UNTIL IND-COL GREATER
                      THAN 6
           END-IF.
           ADD 1 TO IND-EST.

       SOMA-COLUNA-RESULTADO.
           ADD TAB-VAL-EST(IND-EST, IND-COL) TO TOT-RESULT(IND-COL).
           ADD 1 TO IND-COL.

       IMPRIME-DRE.
           MOVE "DEMONSTRACAO DO RESULTADO DO EXERCICIO - "
                TO TITULO-CAB.
           PERFORM CABECALHO-DRE.
           MOVE 1 TO IND-COL.
           PERFORM ZERA-ACUMULADO UNTIL IND-COL GREATER THAN 6.
           MOVE "RB" TO GRUPO-SEL.
           MOVE "RECEITA OPERACIONAL BRUTA" TO DESCR-REL.
           PERFORM IMPRIME-GRUPO-DRE.
           MOVE "DE" TO GRUPO-SEL.
           MOVE "(-) DEDUCOES DA RECEITA" TO DESCR-REL.
           PERFORM IMPRIME-GRUPO-DRE.
           MOVE "= RECEITA OPERACIONAL LIQUIDA" TO DESCR-REL.
           PERFORM IMPRIME-SUBTOTAL-DRE.
           MOVE "CU" TO GRUPO-SEL.
           MOVE "(-) CUSTOS" TO DESCR-REL.
           PERFORM IMPRIME-GRUPO-DRE.
           MOVE "= LUCRO BRUTO" TO DESCR-REL.
           PERFORM IMPRIME-SUBTOTAL-DRE.
           MOVE "DP" TO GRUPO-SEL.
           MOVE "(-) DESPESAS OPERACIONAIS" TO DESCR-REL.
           PERFORM IMPRIME-GRUPO-DRE.
           MOVE "= RESULTADO DO PERIODO" TO DESCR-REL.
           PERFORM IMPRIME-SUBTOTAL-DRE.

       ZERA-ACUMULADO.
           MOVE ZEROES TO TOT-ACUM(IND-COL).
           ADD 1 TO IND-COL.

       IMPRIME-GRUPO-DRE.
           PERFORM SOMA-GRUPO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO-DRE
           END-IF.
           MOVE 1 TO IND-COL.
           PERFORM MONTA-COLUNA-GRUPO UNTIL IND-COL GREATER THAN 4.
           WRITE REG-ATR FROM DETALHE-DRE AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE 1 TO IND-EST.
           PERFORM IMPRIME-LINHA-DRE UNTIL IND-EST GREATER THAN QTD-EST.
           MOVE 1 TO IND-COL.
           PERFORM ACUMULA-GRUPO UNTIL IND-COL GREATER THAN 6.

       MONTA-COLUNA-GRUPO.
           MOVE SPACES TO COLUNA-REL(IND-COL).
           COMPUTE VALOR-REL(IND-COL) = 0 - TOT-GRUPO(IND-COL).
           ADD 1 TO IND-COL.

       ACUMULA-GRUPO.
           ADD TOT-GRUPO(IND-COL) TO TOT-ACUM(IND-COL).
           ADD 1 TO IND-COL.

       IMPRIME-LINHA-DRE.
           IF TAB-GRUPO-EST(IND-EST) EQUAL GRUPO-SEL
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO-DRE
              END-IF
              MOVE SPACES TO DESCR-REL
              MOVE TAB-DESCR-EST(IND-EST) TO DESCR-REL(4:30)
              MOVE 1 TO IND-COL
              PERFORM MONTA-COLUNA-LINHA UNTIL IND-COL GREATER THAN 4
              WRITE REG-ATR FROM DETALHE-DRE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           ADD 1 TO IND-EST.

       MONTA-COLUNA-LINHA.
           MOVE SPACES TO COLUNA-REL(IND-COL).
           COMPUTE VALOR-REL(IND-COL) =
                   0 - TAB-VAL-EST(IND-EST, IND-COL).
           ADD 1 TO IND-COL.

       IMPRIME-SUBTOTAL-DRE.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO-DRE
           END-IF.
           MOVE 1 TO IND-COL.
           PERFORM MONTA-COLUNA-ACUM UNTIL IND-COL GREATER THAN 4.
           WRITE REG-ATR FROM DETALHE-DRE AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       MONTA-COLUNA-ACUM.
           MOVE SPACES TO COLUNA-REL(IND-COL).
           COMPUTE VALOR-REL(IND-COL) = 0 - TOT-ACUM(IND-COL).
           ADD 1 TO IND-COL.

       CABECALHO-DRE.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE COMPET-SEL(5:2) TO MES-REL.
           MOVE COMPET-SEL(1:4) TO ANO-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03-DRE AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMPRIME-BALANCO.
           MOVE "BALANCO PATRIMONIAL EM " TO TITULO-CAB.
           MOVE 41 TO CT-LIN.
           PERFORM CABECALHO-BAL.
           MOVE "AT" TO GRUPO-SEL.
           MOVE "ATIVO" TO DESCR-GRUPO.
           PERFORM IMPRIME-GRUPO-BAL.
           MOVE "TOTAL DO ATIVO" TO DESCR-BAL.
           MOVE TOT-GRUPO(5) TO SALDO-ATU-REL.
           MOVE TOT-GRUPO(6) TO SALDO-ANT-REL.
           PERFORM GRAVA-LINHA-BAL.
           MOVE 1 TO IND-COL.
           PERFORM ZERA-ACUMULADO UNTIL IND-COL GREATER THAN 6.
           MOVE "PA" TO GRUPO-SEL.
           MOVE "PASSIVO" TO DESCR-GRUPO.
           PERFORM IMPRIME-GRUPO-BAL.
           MOVE 1 TO IND-COL.
           PERFORM ACUMULA-GRUPO UNTIL IND-COL GREATER THAN 6.
           MOVE "PL" TO GRUPO-SEL.
           MOVE "PATRIMONIO LIQUIDO" TO DESCR-GRUPO.
           PERFORM IMPRIME-GRUPO-BAL.
           MOVE 1 TO IND-COL.
           PERFORM ACUMULA-GRUPO UNTIL IND-COL GREATER THAN 6.
           MOVE SPACES TO DESCR-BAL.
           MOVE "RESULTADOS ACUMULADOS" TO DESCR-BAL(4:30).
           COMPUTE SALDO-ATU-REL = 0 - TOT-RESULT(5).
           COMPUTE SALDO-ANT-REL = 0 - TOT-RESULT(6).
           PERFORM GRAVA-LINHA-BAL.
           ADD TOT-RESULT(5) TO TOT-ACUM(5).
           ADD TOT-RESULT(6) TO TOT-ACUM(6).
           MOVE "TOTAL DO PASSIVO + PL" TO DESCR-BAL.
           COMPUTE SALDO-ATU-REL = 0 - TOT-ACUM(5).
           COMPUTE SALDO-ANT-REL = 0 - TOT-ACUM(6).
           PERFORM GRAVA-LINHA-BAL.

       IMPRIME-GRUPO-BAL.
           PERFORM SOMA-GRUPO.
           MOVE SPACES TO DETALHE-BAL.
           MOVE DESCR-GRUPO TO DESCR-BAL.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO-BAL
           END-IF.
           WRITE REG-ATR FROM DETALHE-BAL AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE 1 TO IND-EST.
           PERFORM IMPRIME-LINHA-BAL UNTIL IND-EST GREATER THAN QTD-EST.

       IMPRIME-LINHA-BAL.
           IF TAB-GRUPO-EST(IND-EST) EQUAL GRUPO-SEL
              MOVE SPACES TO DESCR-BAL
              MOVE TAB-DESCR-EST(IND-EST) TO DESCR-BAL(4:30)
              IF GRUPO-SEL EQUAL "AT"
                 MOVE TAB-VAL-EST(IND-EST, 5) TO SALDO-ATU-REL
                 MOVE TAB-VAL-EST(IND-EST, 6) TO SALDO-ANT-REL
              ELSE
                 COMPUTE SALDO-ATU-REL = 0 - TAB-VAL-EST(IND-EST, 5)
                 COMPUTE SALDO-ANT-REL = 0 - TAB-VAL-EST(IND-EST, 6)
              END-IF
              PERFORM GRAVA-LINHA-BAL
           END-IF.
           ADD 1 TO IND-EST.

       GRAVA-LINHA-BAL.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO-BAL
           END-IF.
           WRITE REG-ATR FROM DETALHE-BAL AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO-BAL.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE COMPET-SEL(5:2) TO MES-REL MES-ATU-CAB.
           MOVE COMPET-SEL(1:4) TO ANO-REL ANO-ATU-CAB.
           MOVE COMPET-ANT(5:2) TO MES-ANT-CAB.
           MOVE COMPET-ANT(1:4) TO ANO-ANT-CAB.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03-BAL AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "COMPETENCIA            : " COMPET-SEL.
           DISPLAY "REGISTROS DE SALDOS    : " CT-SALDOS.
           DISPLAY "LINHAS DA ESTRUTURA    : " QTD-EST.
           DISPLAY "LINHAS INVALIDAS       : " CT-EST-INVAL.
           DISPLAY "TOTAL DO ATIVO         : " TOTAL-ATIVO.
           DISPLAY "TOTAL PASSIVO + PL     : " TOTAL-PASSIVO.
           CLOSE REL-DEM.
