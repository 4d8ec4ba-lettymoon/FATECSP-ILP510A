       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CREDREL.
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
           SELECT CREDRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.
           SELECT CREDLIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT REL-CRED ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CREDRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDRET.DAT".
       01 REG-RET.
           02 NR-RET      PIC 9(05).
           02 DATA-RET    PIC 9(08).
           02 SALDO-RET   PIC 9(09)V99.
           02 LIMITE-RET  PIC 9(07)V99.
           02 VENDA-RET.
               03 ESTADO-RET      PIC X(02).
               03 NR-VEND-RET     PIC 9(05).
               03 NOME-VEND-RET   PIC X(20).
               03 VALOR-RET       PIC 9(07)V99.
               03 DATA-VENDA-RET  PIC X(08).
               03 TIPO-RET        PIC X(01).
               03 COD-PROD-RET    PIC 9(04).
               03 QTD-PROD-RET    PIC 9(04).
               03 COD-CLI-RET     PIC 9(05).

       FD CREDLIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDLIB.DAT".
       01 REG-LIB.
           02 NR-RET-LIB   PIC 9(05).
           02 SIT-LIB      PIC X(01).
           02 DATA-LIB     PIC 9(08).
           02 OPER-LIB     PIC X(04).
           02 NR-NOTA-LIB  PIC 9(04).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-MEST-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 CIDADE-CLI PIC X(30).
           02 TEL-CLI    PIC 9(10).
           02 DATA-CLI   PIC 9(08).
           02 EMAIL-CLI  PIC X(30).
           02 ORIGEM-CLI PIC X(04).
           02 LIMITE-CLI PIC 9(07)V99.
           02 COND-CLI   PIC 9(02).
           02 CLASSE-CLI PIC X(01).
           02 FILLER     PIC X(207).

       FD REL-CRED
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-RET  PIC X(02).
           77 WS-STATUS-LIB  PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 QTD-LIB        PIC 9(04) VALUE ZEROES.
           77 IND-LIB        PIC 9(04) VALUE ZEROES.
           77 ACHEI-LIB      PIC X(01) VALUE "N".
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 ACHEI-CLI      PIC X(01) VALUE "N".
           77 EXCESSO        PIC S9(09)V99 VALUE ZEROES.
           77 CT-RETENCOES   PIC 9(05) VALUE ZEROES.
           77 CT-PENDENTES   PIC 9(05) VALUE ZEROES.
           77 TOT-PENDENTE   PIC 9(11)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-BAIXADAS.
           02 TAB-NR-LIB PIC 9(05) OCCURS 2000 TIMES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI  PIC 9(05).
               03 TAB-NOME-CLI PIC X(30).

       01 CAB-01.
           02 FILLER  PIC X(90) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "VENDAS RETIDAS POR LIMITE DE CREDITO - APROVACAO".
           02 FILLER PIC X(30) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(05) VALUE "RET. ".
           02 FILLER PIC X(11) VALUE "DATA VENDA ".
           02 FILLER PIC X(06) VALUE "CLIEN.".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(12) VALUE "  VALOR VEN.".
           02 FILLER PIC X(12) VALUE "  EM ABERTO ".
           02 FILLER PIC X(12) VALUE "     LIMITE ".
           02 FILLER PIC X(12) VALUE "    EXCESSO ".
           02 FILLER PIC X(09) VALUE " DECISAO".

       01 DETALHE.
           02 NR-REL      PIC 9(05).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 DATA-REL    PIC X(10).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 CLI-REL     PIC 9(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-REL    PIC X(20).
           02 VALOR-REL   PIC ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SALDO-REL   PIC Z.ZZZ.ZZ9,99.
           02 LIMITE-REL  PIC Z.ZZZ.ZZ9,99.
           02 EXCESSO-REL PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(09) VALUE "  (A)(R) ".

       01 DETALHE-TOTAL.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DESCR-TOT   PIC X(28).
           02 FILLER      PIC X(02) VALUE ": ".
           02 VALOR-TOT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CREDREL.
           PERFORM CARREGA-BAIXADAS.
           PERFORM CARREGA-CLIENTES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-BAIXADAS.
           OPEN INPUT CREDLIB.
           IF WS-STATUS-LIB EQUAL "00"
              PERFORM LER-BAIXADA
              PERFORM GUARDA-BAIXADA UNTIL FIM-ARQ EQUAL "S"
              CLOSE CREDLIB
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-BAIXADA.
           READ CREDLIB AT END MOVE "S" TO FIM-ARQ.

       GUARDA-BAIXADA.
           IF QTD-LIB LESS THAN 2000
              ADD 1 TO QTD-LIB
              MOVE NR-RET-LIB TO TAB-NR-LIB(QTD-LIB)
           END-IF.
           PERFORM LER-BAIXADA.

       PESQUISA-BAIXADA.
           MOVE "N" TO ACHEI-LIB.
           MOVE 1 TO IND-LIB.
           PERFORM TESTA-BAIXADA UNTIL IND-LIB GREATER THAN QTD-LIB
                   OR ACHEI-LIB EQUAL "S".

       TESTA-BAIXADA.
           IF TAB-NR-LIB(IND-LIB) EQUAL NR-RET
              MOVE "S" TO ACHEI-LIB
           END-IF.
           ADD 1 TO IND-LIB.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI EQUAL "00"
              PERFORM LER-CLIENTE
              PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI  TO TAB-COD-CLI(QTD-CLI)
              MOVE NOME-CLI TO TAB-NOME-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI-CLI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI-CLI EQUAL "S".
           IF ACHEI-CLI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-RET
              MOVE "S" TO ACHEI-CLI
           END-IF.
           ADD 1 TO IND-CLI.

       INICIO.
           OPEN INPUT CREDRET.
           IF WS-STATUS-RET NOT EQUAL "00"
              DISPLAY "CREDRET.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REL-CRED.
           PERFORM LEITURA.

       LEITURA.
           READ CREDRET AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-RETENCOES
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-BAIXADA.
           IF ACHEI-LIB EQUAL "N"
              PERFORM IMPDET
           END-IF.
           PERFORM LEITURA.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           PERFORM PESQUISA-CLIENTE.
           MOVE NR-RET      TO NR-REL.
           MOVE DATA-VENDA-RET(1:2) TO DATA-REL(1:2).
           MOVE "/"                 TO DATA-REL(3:1).
           MOVE DATA-VENDA-RET(3:2) TO DATA-REL(4:2).
           MOVE "/"                 TO DATA-REL(6:1).
           MOVE DATA-VENDA-RET(5:4) TO DATA-REL(7:4).
           MOVE COD-CLI-RET TO CLI-REL.
           IF ACHEI-CLI EQUAL "S"
              MOVE TAB-NOME-CLI(IND-CLI) TO NOME-REL
           ELSE
              MOVE "NAO CADASTRADO" TO NOME-REL
           END-IF.
           MOVE VALOR-RET  TO VALOR-REL.
           MOVE SALDO-RET  TO SALDO-REL.
           MOVE LIMITE-RET TO LIMITE-REL.
           COMPUTE EXCESSO = SALDO-RET + VALOR-RET - LIMITE-RET.
           IF EXCESSO LESS THAN 0
              MOVE 0 TO EXCESSO
           END-IF.
           MOVE EXCESSO TO EXCESSO-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-PENDENTES.
           ADD VALOR-RET TO TOT-PENDENTE.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "RETENCOES PENDENTES" TO DESCR-TOT.
           MOVE CT-PENDENTES TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "VALOR AGUARDANDO DECISAO" TO DESCR-TOT.
           MOVE TOT-PENDENTE TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "RETENCOES LIDAS      : " CT-RETENCOES.
           DISPLAY "RETENCOES PENDENTES  : " CT-PENDENTES.
           DISPLAY "VALOR PENDENTE       : " TOT-PENDENTE.
           CLOSE CREDRET REL-CRED.
