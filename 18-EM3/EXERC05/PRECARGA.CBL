       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRECARGA.
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
           SELECT PRECOHIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIS.
           SELECT PRECTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT PRECATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRECREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.
           SELECT PRODATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PRECOHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECOHIS.DAT".
       01 REG-HIS.
           02 COD-PROD-HIS PIC 9(04).
           02 DATA-VIG-HIS PIC 9(08).
           02 PRECO-HIS    PIC 9(07)V99.

       FD PRECTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECTRAN.DAT".
       01 REG-TRAN.
           02 COD-PROD-TRAN PIC 9(04).
           02 DATA-VIG-TRAN PIC 9(08).
           02 PRECO-TRAN-X  PIC X(09).
           02 PRECO-TRAN REDEFINES PRECO-TRAN-X PIC 9(07)V99.

       FD PRECATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECOHIS.ATU".
       01 REG-HIS-ATU PIC X(21).

       FD PRECREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECREJ.DAT".
       01 REG-REJ.
           02 COD-PROD-REJ PIC 9(04).
           02 DATA-VIG-REJ PIC 9(08).
           02 PRECO-REJ    PIC X(09).
           02 MOTIVO-REJ   PIC X(30).

       FD PRODMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMEST.DAT".
       01 REG-PROD.
           02 COD-PROD       PIC 9(04).
           02 DESCR-PROD     PIC X(30).
           02 PRECO-PROD     PIC 9(07)V99.
           02 LINHA-PROD     PIC X(10).
           02 ESTOQUE-PROD   PIC S9(07).
           02 ESTMIN-PROD    PIC 9(07).
           02 REPOSICAO-PROD PIC 9(07).
           02 CLASSE-PROD    PIC X(01).

       FD PRODATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMEST.ATU".
       01 REG-PROD-ATU PIC X(75).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-HIS  PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-PROD PIC X(02).
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 MOTIVO-ERRO    PIC X(30) VALUE SPACES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-PROD       PIC 9(04) VALUE ZEROES.
           77 IND-PROD       PIC 9(04) VALUE ZEROES.
           77 QTD-PRECOS     PIC 9(05) VALUE ZEROES.
           77 IND-PRECO      PIC 9(05) VALUE ZEROES.
           77 MAIOR-VIG      PIC 9(08) VALUE ZEROES.
           77 PRECO-VIGENTE  PIC 9(07)V99 VALUE ZEROES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-INCLUIDOS   PIC 9(05) VALUE ZEROES.
           77 CT-ALTERADOS   PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS  PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 CT-PROD-ATU    PIC 9(05) VALUE ZEROES.
           77 CT-PRECO-MUDOU PIC 9(05) VALUE ZEROES.
           77 DATA-TESTE     PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO   PIC X(01) VALUE "N".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.

       01 TABELA-PRODUTOS.
           02 TAB-COD-PROD PIC 9(04) OCCURS 500 TIMES.

       01 TABELA-PRECOS.
           02 TAB-PRECO OCCURS 5000 TIMES.
               03 TAB-PROD-PRECO  PIC 9(04).
               03 TAB-VIG-PRECO   PIC 9(08).
               03 TAB-VALOR-PRECO PIC 9(07)V99.

       PROCEDURE DIVISION.
       PGM-PRECARGA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PRODUTOS.
           PERFORM CARREGA-PRECOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-PRECOS-ATU.
           PERFORM ATUALIZA-PRODUTOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PRODUTOS.
           OPEN INPUT PRODMEST.
           IF WS-STATUS-PROD NOT EQUAL "00"
              DISPLAY "PRODMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PRODUTO.
           PERFORM GUARDA-PRODUTO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PRODMEST.
           MOVE "N" TO FIM-ARQ.

       LER-PRODUTO.
           READ PRODMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PRODUTO.
           IF QTD-PROD LESS THAN 500
              ADD 1 TO QTD-PROD
              MOVE COD-PROD TO TAB-COD-PROD(QTD-PROD)
           END-IF.
           PERFORM LER-PRODUTO.

       CARREGA-PRECOS.
           OPEN INPUT PRECOHIS.
           IF WS-STATUS-HIS NOT EQUAL "00"
              DISPLAY "PRECOHIS.DAT NAO ENCONTRADO - "
                      "INICIANDO HISTORICO VAZIO"
           ELSE
              PERFORM LER-PRECO
              PERFORM GUARDA-PRECO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PRECOHIS
              MOVE "N" TO FIM-ARQ
           END-IF.

       LER-PRECO.
           READ PRECOHIS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PRECO.
           IF QTD-PRECOS LESS THAN 5000
              ADD 1 TO QTD-PRECOS
              MOVE COD-PROD-HIS TO TAB-PROD-PRECO(QTD-PRECOS)
              MOVE DATA-VIG-HIS TO TAB-VIG-PRECO(QTD-PRECOS)
              MOVE PRECO-HIS    TO TAB-VALOR-PRECO(QTD-PRECOS)
           ELSE
              DISPLAY "PRECOHIS.DAT EXCEDE A TABELA DE PRECOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PRECO.

       INICIO.
           OPEN INPUT PRECTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "PRECTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PRECREJ.
           PERFORM LEITURA.

       LEITURA.
           READ PRECTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM PESQUISA-PRODUTO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "PRODUTO NAO CADASTRADO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE DATA-VIG-TRAN TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "S" TO CH-ERRO
                 MOVE "DATA DE VIGENCIA INVALIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF PRECO-TRAN-X NOT NUMERIC
                 MOVE "S" TO CH-ERRO
                 MOVE "PRECO NAO NUMERICO" TO MOTIVO-ERRO
              ELSE
                 IF PRECO-TRAN EQUAL ZEROES
                    MOVE "S" TO CH-ERRO
                    MOVE "PRECO ZERADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-VIGENCIA
              IF ACHEI EQUAL "S"
                 MOVE PRECO-TRAN TO TAB-VALOR-PRECO(IND-PRECO)
                 ADD 1 TO CT-ALTERADOS
              ELSE
                 IF QTD-PRECOS NOT LESS THAN 5000
                    MOVE "S" TO CH-ERRO
                    MOVE "TABELA DE PRECOS CHEIA" TO MOTIVO-ERRO
                 ELSE
                    ADD 1 TO QTD-PRECOS
                    MOVE COD-PROD-TRAN TO TAB-PROD-PRECO(QTD-PRECOS)
                    MOVE DATA-VIG-TRAN TO TAB-VIG-PRECO(QTD-PRECOS)
                    MOVE PRECO-TRAN    TO TAB-VALOR-PRECO(QTD-PRECOS)
                    ADD 1 TO CT-INCLUIDOS
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "S"
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN
                   QTD-PROD OR ACHEI EQUAL "S".

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL COD-PROD-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       PESQUISA-VIGENCIA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PRECO.
           PERFORM TESTA-VIGENCIA UNTIL IND-PRECO GREATER THAN
                   QTD-PRECOS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PRECO
           END-IF.

       TESTA-VIGENCIA.
           IF TAB-PROD-PRECO(IND-PRECO) EQUAL COD-PROD-TRAN AND
              TAB-VIG-PRECO(IND-PRECO) EQUAL DATA-VIG-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PRECO.

       GRAVA-REJEITO.
           MOVE COD-PROD-TRAN TO COD-PROD-REJ.
           MOVE DATA-VIG-TRAN TO DATA-VIG-REJ.
           MOVE PRECO-TRAN-X  TO PRECO-REJ.
           MOVE MOTIVO-ERRO   TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-PRECOS-ATU.
           OPEN OUTPUT PRECATU.
           MOVE 1 TO IND-PRECO.
           PERFORM GRAVA-PRECO UNTIL IND-PRECO GREATER THAN
                   QTD-PRECOS.
           CLOSE PRECATU.

       GRAVA-PRECO.
           MOVE TAB-PROD-PRECO(IND-PRECO)  TO COD-PROD-HIS.
           MOVE TAB-VIG-PRECO(IND-PRECO)   TO DATA-VIG-HIS.
           MOVE TAB-VALOR-PRECO(IND-PRECO) TO PRECO-HIS.
           WRITE REG-HIS-ATU FROM REG-HIS.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO IND-PRECO.

       ATUALIZA-PRODUTOS.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT PRODMEST OUTPUT PRODATU.
           PERFORM LER-PRODUTO.
           PERFORM ATUALIZA-PRODUTO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PRODMEST PRODATU.
           MOVE "N" TO FIM-ARQ.

       ATUALIZA-PRODUTO.
           MOVE ZEROES TO MAIOR-VIG.
           MOVE PRECO-PROD TO PRECO-VIGENTE.
           MOVE 1 TO IND-PRECO.
           PERFORM TESTA-PRECO-VIGENTE UNTIL IND-PRECO GREATER THAN
                   QTD-PRECOS.
           IF PRECO-VIGENTE NOT EQUAL PRECO-PROD
              MOVE PRECO-VIGENTE TO PRECO-PROD
              ADD 1 TO CT-PRECO-MUDOU
           END-IF.
           WRITE REG-PROD-ATU FROM REG-PROD.
           ADD 1 TO CT-PROD-ATU.
           PERFORM LER-PRODUTO.

       TESTA-PRECO-VIGENTE.
           IF TAB-PROD-PRECO(IND-PRECO) EQUAL COD-PROD AND
              TAB-VIG-PRECO(IND-PRECO) NOT GREATER THAN DATA-HOJE AND
              TAB-VIG-PRECO(IND-PRECO) GREATER THAN MAIOR-VIG
              MOVE TAB-VIG-PRECO(IND-PRECO)   TO MAIOR-VIG
              MOVE TAB-VALOR-PRECO(IND-PRECO) TO PRECO-VIGENTE
           END-IF.
           ADD 1 TO IND-PRECO.

       FIM.
           DISPLAY "TRANSACOES LIDAS     : " CT-TRANS.
           DISPLAY "PRECOS INCLUIDOS     : " CT-INCLUIDOS.
           DISPLAY "PRECOS ALTERADOS     : " CT-ALTERADOS.
           DISPLAY "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           DISPLAY "PRECOS GRAVADOS      : " CT-GRAVADOS.
           DISPLAY "PRODUTOS GRAVADOS    : " CT-PROD-ATU.
           DISPLAY "PRECOS DE PRODUTO ALT: " CT-PRECO-MUDOU.
           CLOSE PRECTRAN PRECREJ.
