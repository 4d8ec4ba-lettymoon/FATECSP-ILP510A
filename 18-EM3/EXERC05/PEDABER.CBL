       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDABER.
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
           SELECT PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PED.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT REL-PED ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PEDIDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.DAT".
       01 REG-PED.
           02 TIPO-PED    PIC X(01).
               88 PED-CABECALHO VALUE "H".
               88 PED-ITEM      VALUE "I".
           02 NR-PED      PIC 9(06).
           02 DADOS-PED   PIC X(33).
           02 CAB-PED REDEFINES DADOS-PED.
               03 COD-CLI-PED  PIC 9(05).
               03 NR-VEND-PED  PIC 9(05).
               03 DATA-PED     PIC 9(08).
               03 SIT-PED      PIC X(01).
               03 FILLER       PIC X(14).
           02 ITEM-PED REDEFINES DADOS-PED.
               03 SEQ-ITEM       PIC 9(02).
               03 COD-PROD-ITEM  PIC 9(04).
               03 QTD-PED-ITEM   PIC 9(04).
               03 QTD-ATEND-ITEM PIC 9(04).
               03 PRECO-ITEM     PIC 9(07)V99.
               03 SIT-ITEM       PIC X(01).
               03 FILLER         PIC X(09).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 FILLER     PIC X(303).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).

       FD REL-PED
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       SD TRAB.
       01 REG-TRAB.
           02 VEND-TRAB  PIC 9(05).
           02 CLI-TRAB   PIC 9(05).
           02 PED-TRAB   PIC 9(06).
           02 SEQ-TRAB   PIC 9(02).
           02 PROD-TRAB  PIC 9(04).
           02 DATA-TRAB  PIC 9(08).
           02 QTD-TRAB   PIC 9(04).
           02 ATEND-TRAB PIC 9(04).
           02 SALDO-TRAB PIC 9(04).
           02 VALOR-TRAB PIC 9(09)V99.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PED  PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 ACHEI          PIC X(01) VALUE "N".
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 QTD-VEND       PIC 9(04) VALUE ZEROES.
           77 IND-VEND       PIC 9(04) VALUE ZEROES.
           77 CLI-CAB        PIC 9(05) VALUE ZEROES.
           77 VEND-CAB       PIC 9(05) VALUE ZEROES.
           77 DATA-CAB       PIC 9(08) VALUE ZEROES.
           77 SIT-CAB        PIC X(01) VALUE SPACES.
           77 VEND-ATUAL     PIC 9(05) VALUE ZEROES.
           77 CLI-ATUAL      PIC 9(05) VALUE ZEROES.
           77 TEM-VENDEDOR   PIC X(01) VALUE "N".
           77 TOTAL-CLIENTE  PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-VENDEDOR PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-GERAL    PIC 9(11)V99 VALUE ZEROES.
           77 CT-PEDIDOS     PIC 9(05) VALUE ZEROES.
           77 CT-ITENS       PIC 9(05) VALUE ZEROES.
           77 CT-PENDENTES   PIC 9(05) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI  PIC 9(05).
               03 TAB-NOME-CLI PIC X(30).

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND   PIC 9(05).
               03 TAB-NOME-VEND PIC X(20).

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(29) VALUE
                      "CARTEIRA DE PEDIDOS EM ABERTO".
           02 FILLER PIC X(26) VALUE SPACES.
       01 CAB-03.
           02 FILLER        PIC X(10) VALUE "VENDEDOR: ".
           02 VEND-REL      PIC 9(05).
           02 FILLER        PIC X(03) VALUE " - ".
           02 NOME-VEND-REL PIC X(20).
           02 FILLER        PIC X(42) VALUE SPACES.
       01 CAB-04.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PEDIDO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "IT".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PROD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA PED. ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SOLIC".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ATEND".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SALDO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "VALOR EM ABERTO".
           02 FILLER PIC X(08) VALUE SPACES.

       01 DETALHE-CLIENTE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(09) VALUE "CLIENTE: ".
           02 CLI-REL      PIC 9(05).
           02 FILLER       PIC X(03) VALUE " - ".
           02 NOME-CLI-REL PIC X(30).
           02 FILLER       PIC X(31) VALUE SPACES.

       01 DETALHE.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 PED-REL     PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SEQ-REL     PIC 99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PROD-REL    PIC 9(04).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIA-PED-REL PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-PED-REL PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-PED-REL PIC 9999.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 QTD-REL     PIC ZZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 ATEND-REL   PIC ZZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 SALDO-REL   PIC ZZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 VALOR-REL   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(07) VALUE SPACES.

       01 DETALHE-TOTAL.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 DESCR-TOT    PIC X(25).
           02 FILLER       PIC X(02) VALUE ": ".
           02 FILLER       PIC X(25) VALUE SPACES.
           02 TOTAL-REL    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(07) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-PEDABER.
           PERFORM VERIFICA-ENTRADA.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-VENDEDORES.
           SORT TRAB
                ASCENDING VEND-TRAB
                ASCENDING CLI-TRAB
                ASCENDING PED-TRAB
                ASCENDING SEQ-TRAB
                INPUT PROCEDURE SELECIONA-ITENS
                OUTPUT PROCEDURE IMPRIME-CARTEIRA.
           PERFORM FIM.
           STOP RUN.

       VERIFICA-ENTRADA.
           OPEN INPUT PEDIDOS.
           IF WS-STATUS-PED NOT EQUAL "00"
              DISPLAY "PEDIDOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PEDIDOS.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-CLIENTE.
           PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE CLIMEST.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI  TO TAB-COD-CLI(QTD-CLI)
              MOVE NOME-CLI TO TAB-NOME-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-VENDEDORES.
           OPEN INPUT VENDMEST.
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "VENDMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-VENDEDOR.
           PERFORM GUARDA-VENDEDOR UNTIL FIM-ARQ EQUAL "S".
           CLOSE VENDMEST.

       LER-VENDEDOR.
           READ VENDMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-VENDEDOR.
           IF NR-VEND-MEST NOT EQUAL 99999 AND
              QTD-VEND LESS THAN 500
              ADD 1 TO QTD-VEND
              MOVE NR-VEND-MEST   TO TAB-NR-VEND(QTD-VEND)
              MOVE NOME-VEND-MEST TO TAB-NOME-VEND(QTD-VEND)
           END-IF.
           PERFORM LER-VENDEDOR.

       SELECIONA-ITENS SECTION.
           OPEN INPUT PEDIDOS.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-PEDIDO.
           PERFORM SELECIONA UNTIL FIM-ARQ EQUAL "S".
           CLOSE PEDIDOS.

       ROTINAS-SELECAO SECTION.

       LER-PEDIDO.
           READ PEDIDOS AT END MOVE "S" TO FIM-ARQ.

       SELECIONA.
           IF PED-CABECALHO
              MOVE COD-CLI-PED TO CLI-CAB
              MOVE NR-VEND-PED TO VEND-CAB
              MOVE DATA-PED    TO DATA-CAB
              MOVE SIT-PED     TO SIT-CAB
              IF SIT-PED EQUAL "A" OR SIT-PED EQUAL "P"
                 ADD 1 TO CT-PEDIDOS
              END-IF
           END-IF.
           IF PED-ITEM
              ADD 1 TO CT-ITENS
              IF (SIT-CAB EQUAL "A" OR SIT-CAB EQUAL "P") AND
                 (SIT-ITEM EQUAL "A" OR SIT-ITEM EQUAL "P") AND
                 QTD-PED-ITEM GREATER THAN QTD-ATEND-ITEM
                 PERFORM LIBERA-ITEM
              END-IF
           END-IF.
           PERFORM LER-PEDIDO.

       LIBERA-ITEM.
           MOVE VEND-CAB       TO VEND-TRAB.
           MOVE CLI-CAB        TO CLI-TRAB.
           MOVE NR-PED         TO PED-TRAB.
           MOVE SEQ-ITEM       TO SEQ-TRAB.
           MOVE COD-PROD-ITEM  TO PROD-TRAB.
           MOVE DATA-CAB       TO DATA-TRAB.
           MOVE QTD-PED-ITEM   TO QTD-TRAB.
           MOVE QTD-ATEND-ITEM TO ATEND-TRAB.
           SUBTRACT QTD-ATEND-ITEM FROM QTD-PED-ITEM
                    GIVING SALDO-TRAB.
           COMPUTE VALOR-TRAB = SALDO-TRAB * PRECO-ITEM.
           RELEASE REG-TRAB.
           ADD 1 TO CT-PENDENTES.

       IMPRIME-CARTEIRA SECTION.
           OPEN OUTPUT REL-PED.
           MOVE "N" TO FIM-ARQ.
           PERFORM LEITURA-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           IF TEM-VENDEDOR EQUAL "S"
              PERFORM TOTALIZA-CLIENTE
              PERFORM TOTALIZA-VENDEDOR
           END-IF.
           MOVE "TOTAL GERAL DA CARTEIRA" TO DESCR-TOT.
           MOVE TOTAL-GERAL TO TOTAL-REL.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 3 LINES.
           CLOSE REL-PED.

       ROTINAS-CARTEIRA SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-ARQ.

       PRINCIPAL.
           IF TEM-VENDEDOR EQUAL "N" OR
              VEND-TRAB NOT EQUAL VEND-ATUAL
              IF TEM-VENDEDOR EQUAL "S"
                 PERFORM TOTALIZA-CLIENTE
                 PERFORM TOTALIZA-VENDEDOR
              END-IF
              MOVE VEND-TRAB TO VEND-ATUAL
              MOVE CLI-TRAB  TO CLI-ATUAL
              MOVE "S" TO TEM-VENDEDOR
              MOVE 0 TO TOTAL-VENDEDOR
              MOVE 0 TO TOTAL-CLIENTE
              PERFORM CABECALHO
              PERFORM IMPRIME-CLIENTE
           ELSE
              IF CLI-TRAB NOT EQUAL CLI-ATUAL
                 PERFORM TOTALIZA-CLIENTE
                 MOVE CLI-TRAB TO CLI-ATUAL
                 MOVE 0 TO TOTAL-CLIENTE
                 PERFORM IMPRIME-CLIENTE
              END-IF
           END-IF.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE PED-TRAB       TO PED-REL.
           MOVE SEQ-TRAB       TO SEQ-REL.
           MOVE PROD-TRAB      TO PROD-REL.
           MOVE DATA-TRAB(7:2) TO DIA-PED-REL.
           MOVE DATA-TRAB(5:2) TO MES-PED-REL.
           MOVE DATA-TRAB(1:4) TO ANO-PED-REL.
           MOVE QTD-TRAB       TO QTD-REL.
           MOVE ATEND-TRAB     TO ATEND-REL.
           MOVE SALDO-TRAB     TO SALDO-REL.
           MOVE VALOR-TRAB     TO VALOR-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD VALOR-TRAB TO TOTAL-CLIENTE.
           PERFORM LEITURA-TRAB.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE VEND-ATUAL TO VEND-REL.
           PERFORM PESQUISA-VENDEDOR.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOME-VEND(IND-VEND) TO NOME-VEND-REL
           ELSE
              MOVE "NAO CADASTRADO" TO NOME-VEND-REL
           END-IF.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMPRIME-CLIENTE.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE CLI-ATUAL TO CLI-REL.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOME-CLI(IND-CLI) TO NOME-CLI-REL
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLI-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE-CLIENTE AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN
                   QTD-VEND OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-VEND
           END-IF.

       TESTA-VENDEDOR.
           IF TAB-NR-VEND(IND-VEND) EQUAL VEND-ATUAL
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL CLI-ATUAL
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       TOTALIZA-CLIENTE.
           MOVE "TOTAL DO CLIENTE" TO DESCR-TOT.
           MOVE TOTAL-CLIENTE TO TOTAL-REL.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD TOTAL-CLIENTE TO TOTAL-VENDEDOR.

       TOTALIZA-VENDEDOR.
           MOVE "TOTAL DO VENDEDOR" TO DESCR-TOT.
           MOVE TOTAL-VENDEDOR TO TOTAL-REL.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 2 LINES.
           ADD TOTAL-VENDEDOR TO TOTAL-GERAL.

       FIM.
           DISPLAY "PEDIDOS EM ABERTO    : " CT-PEDIDOS.
           DISPLAY "ITENS LIDOS          : " CT-ITENS.
           DISPLAY "ITENS EM ENCOMENDA   : " CT-PENDENTES.
           DISPLAY "VALOR DA CARTEIRA    : " TOTAL-GERAL.
