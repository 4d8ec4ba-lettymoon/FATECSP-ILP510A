       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDFATUR.
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
           SELECT PEDENTR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENTR.
           SELECT PEDATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTRREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.

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

       FD PEDENTR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDENTR.DAT".
       01 REG-ENTR.
           02 NR-PED-ENTR  PIC 9(06).
           02 SEQ-ENTR     PIC 9(02).
           02 QTD-ENTR-X   PIC X(04).
           02 QTD-ENTR REDEFINES QTD-ENTR-X PIC 9(04).
           02 DATA-ENTR    PIC 9(08).

       FD PEDATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.ATU".
       01 REG-PED-ATU PIC X(40).

       FD ENTRREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ENTRREJ.DAT".
       01 REG-REJ.
           02 NR-PED-REJ PIC 9(06).
           02 SEQ-REJ    PIC 9(02).
           02 QTD-REJ    PIC X(04).
           02 MOTIVO-REJ PIC X(30).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-VENDA.
           02 ESTADO-ENT        PIC X(02).
           02 NR-VENDEDOR-ENT   PIC 9(05).
           02 NOME-VENDEDOR-ENT PIC X(20).
           02 VAL-VENDA-ENT     PIC 9(07)V99.
           02 DATA-VENDA-ENT.
               03 DIA-VENDA-ENT PIC 9(02).
               03 MES-VENDA-ENT PIC 9(02).
               03 ANO-VENDA-ENT PIC 9(04).
           02 TIPO-VENDA-ENT    PIC X(01).
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 FILLER     PIC X(301).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PED   PIC X(02).
           77 WS-STATUS-ENTR  PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-CLI   PIC X(02).
           77 WS-STATUS-VEND  PIC X(02).
           77 CH-ERRO         PIC X(01) VALUE "N".
           77 MOTIVO-ERRO     PIC X(30) VALUE SPACES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 QTD-PEDIDOS     PIC 9(04) VALUE ZEROES.
           77 IND-PED         PIC 9(04) VALUE ZEROES.
           77 QTD-ITENS       PIC 9(04) VALUE ZEROES.
           77 IND-ITEM        PIC 9(04) VALUE ZEROES.
           77 IND-ENTR        PIC 9(04) VALUE ZEROES.
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 QTD-VEND        PIC 9(04) VALUE ZEROES.
           77 IND-VEND        PIC 9(04) VALUE ZEROES.
           77 SALDO-ITEM      PIC 9(04) VALUE ZEROES.
           77 VALOR-ENTREGA   PIC 9(07)V99 VALUE ZEROES.
           77 CT-ATIVOS       PIC 9(04) VALUE ZEROES.
           77 CT-ATENDIDOS    PIC 9(04) VALUE ZEROES.
           77 CT-COM-ENTREGA  PIC 9(04) VALUE ZEROES.
           77 CT-ENTREGAS     PIC 9(05) VALUE ZEROES.
           77 CT-FATURADAS    PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS   PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS     PIC 9(06) VALUE ZEROES.
           77 CT-PENDENTES    PIC 9(05) VALUE ZEROES.
           77 VAL-FATURADO    PIC 9(12)V99 VALUE ZEROES.
           77 VAL-PENDENTE    PIC 9(12)V99 VALUE ZEROES.
           77 DATA-TESTE      PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO    PIC X(01) VALUE "S".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.

       01 TABELA-PEDIDOS.
           02 TAB-PED OCCURS 500 TIMES.
               03 TAB-NR-PED   PIC 9(06).
               03 TAB-CLI-PED  PIC 9(05).
               03 TAB-VEND-PED PIC 9(05).
               03 TAB-DATA-PED PIC 9(08).
               03 TAB-SIT-PED  PIC X(01).

       01 TABELA-ITENS.
           02 TAB-ITEM OCCURS 3000 TIMES.
               03 TAB-NR-ITEM    PIC 9(06).
               03 TAB-SEQ-ITEM   PIC 9(02).
               03 TAB-PROD-ITEM  PIC 9(04).
               03 TAB-QTD-ITEM   PIC 9(04).
               03 TAB-ATEND-ITEM PIC 9(04).
               03 TAB-PRECO-ITEM PIC 9(07)V99.
               03 TAB-SIT-ITEM   PIC X(01).

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI    PIC 9(05).
               03 TAB-ESTADO-CLI PIC X(02).

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND   PIC 9(05).
               03 TAB-NOME-VEND PIC X(20).

       PROCEDURE DIVISION.
       PGM-PEDFATUR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-VENDEDORES.
           PERFORM CARREGA-PEDIDOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-PEDIDOS-ATU.
           PERFORM FIM.
           STOP RUN.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CLIENTE.
           PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE CLIMEST.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI    TO TAB-COD-CLI(QTD-CLI)
              MOVE ESTADO-CLI TO TAB-ESTADO-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-VENDEDORES.
           OPEN INPUT VENDMEST.
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "VENDMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-VENDEDOR.
           PERFORM GUARDA-VENDEDOR UNTIL FIM-ARQ EQUAL "S".
           CLOSE VENDMEST.
           MOVE "N" TO FIM-ARQ.

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

       CARREGA-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF WS-STATUS-PED NOT EQUAL "00"
              DISPLAY "PEDIDOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PEDIDO.
           PERFORM GUARDA-PEDIDO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PEDIDOS.
           MOVE "N" TO FIM-ARQ.

       LER-PEDIDO.
           READ PEDIDOS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PEDIDO.
           IF PED-CABECALHO
              IF QTD-PEDIDOS LESS THAN 500
                 ADD 1 TO QTD-PEDIDOS
                 MOVE NR-PED      TO TAB-NR-PED(QTD-PEDIDOS)
                 MOVE COD-CLI-PED TO TAB-CLI-PED(QTD-PEDIDOS)
                 MOVE NR-VEND-PED TO TAB-VEND-PED(QTD-PEDIDOS)
                 MOVE DATA-PED    TO TAB-DATA-PED(QTD-PEDIDOS)
                 MOVE SIT-PED     TO TAB-SIT-PED(QTD-PEDIDOS)
              ELSE
                 DISPLAY "PEDIDOS.DAT EXCEDE A TABELA DE PEDIDOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF PED-ITEM
              IF QTD-ITENS LESS THAN 3000
                 ADD 1 TO QTD-ITENS
                 MOVE NR-PED         TO TAB-NR-ITEM(QTD-ITENS)
                 MOVE SEQ-ITEM       TO TAB-SEQ-ITEM(QTD-ITENS)
                 MOVE COD-PROD-ITEM  TO TAB-PROD-ITEM(QTD-ITENS)
                 MOVE QTD-PED-ITEM   TO TAB-QTD-ITEM(QTD-ITENS)
                 MOVE QTD-ATEND-ITEM TO TAB-ATEND-ITEM(QTD-ITENS)
                 MOVE PRECO-ITEM     TO TAB-PRECO-ITEM(QTD-ITENS)
                 MOVE SIT-ITEM       TO TAB-SIT-ITEM(QTD-ITENS)
              ELSE
                 DISPLAY "PEDIDOS.DAT EXCEDE A TABELA DE ITENS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-PEDIDO.

       INICIO.
           OPEN INPUT PEDENTR.
           IF WS-STATUS-ENTR NOT EQUAL "00"
              DISPLAY "PEDENTR.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ENTRREJ.
           OPEN EXTEND ARQVENDA.
           IF WS-STATUS-VENDA EQUAL "35"
              OPEN OUTPUT ARQVENDA
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ PEDENTR AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-ENTREGAS
           END-IF.

       PRINCIPAL.
           PERFORM VALIDACAO.
           IF CH-ERRO EQUAL "N"
              PERFORM FATURA-ENTREGA
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       VALIDACAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM PESQUISA-PEDIDO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "PEDIDO NAO CADASTRADO" TO MOTIVO-ERRO
           ELSE
              IF TAB-SIT-PED(IND-PED) EQUAL "F" OR
                 TAB-SIT-PED(IND-PED) EQUAL "C"
                 MOVE "S" TO CH-ERRO
                 MOVE "PEDIDO ENCERRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-ITEM
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "ITEM NAO CADASTRADO" TO MOTIVO-ERRO
              ELSE
                 MOVE IND-ITEM TO IND-ENTR
                 IF TAB-SIT-ITEM(IND-ENTR) EQUAL "F" OR
                    TAB-SIT-ITEM(IND-ENTR) EQUAL "C"
                    MOVE "S" TO CH-ERRO
                    MOVE "ITEM ENCERRADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF QTD-ENTR-X NOT NUMERIC
                 MOVE "S" TO CH-ERRO
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-ERRO
              ELSE
                 IF QTD-ENTR EQUAL ZEROES
                    MOVE "S" TO CH-ERRO
                    MOVE "QUANTIDADE INVALIDA" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              SUBTRACT TAB-ATEND-ITEM(IND-ENTR)
                  FROM TAB-QTD-ITEM(IND-ENTR) GIVING SALDO-ITEM
              IF QTD-ENTR GREATER THAN SALDO-ITEM
                 MOVE "S" TO CH-ERRO
                 MOVE "QUANTIDADE ACIMA DO SALDO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND DATA-ENTR EQUAL ZEROES
              MOVE DATA-HOJE TO DATA-ENTR
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE DATA-ENTR TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "S" TO CH-ERRO
                 MOVE "DATA DA ENTREGA INVALIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              COMPUTE VALOR-ENTREGA ROUNDED =
                      QTD-ENTR * TAB-PRECO-ITEM(IND-ENTR)
                  ON SIZE ERROR
                     MOVE "S" TO CH-ERRO
                     MOVE "VALOR EXCEDE O LIMITE" TO MOTIVO-ERRO
              END-COMPUTE
           END-IF.

       FATURA-ENTREGA.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              MOVE TAB-ESTADO-CLI(IND-CLI) TO ESTADO-ENT
           ELSE
              MOVE SPACES TO ESTADO-ENT
           END-IF.
           PERFORM PESQUISA-VENDEDOR.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOME-VEND(IND-VEND) TO NOME-VENDEDOR-ENT
           ELSE
              MOVE SPACES TO NOME-VENDEDOR-ENT
           END-IF.
           MOVE TAB-VEND-PED(IND-PED)    TO NR-VENDEDOR-ENT.
           MOVE VALOR-ENTREGA            TO VAL-VENDA-ENT.
           MOVE DATA-ENTR(7:2)           TO DIA-VENDA-ENT.
           MOVE DATA-ENTR(5:2)           TO MES-VENDA-ENT.
           MOVE DATA-ENTR(1:4)           TO ANO-VENDA-ENT.
           MOVE "V"                      TO TIPO-VENDA-ENT.
           MOVE TAB-PROD-ITEM(IND-ENTR)  TO COD-PROD-ENT.
           MOVE QTD-ENTR                 TO QTD-PROD-ENT.
           MOVE TAB-CLI-PED(IND-PED)     TO COD-CLI-ENT.
           WRITE REG-VENDA.
           ADD QTD-ENTR TO TAB-ATEND-ITEM(IND-ENTR).
           PERFORM ATUALIZA-SITUACAO.
           ADD 1 TO CT-FATURADAS.
           ADD VALOR-ENTREGA TO VAL-FATURADO.

       ATUALIZA-SITUACAO.
           MOVE ZEROES TO CT-ATIVOS CT-ATENDIDOS CT-COM-ENTREGA.
           MOVE 1 TO IND-ITEM.
           PERFORM CONTA-ITEM-PEDIDO UNTIL IND-ITEM GREATER THAN
                   QTD-ITENS.
           IF CT-ATIVOS GREATER THAN ZEROES
              IF CT-ATENDIDOS EQUAL CT-ATIVOS
                 MOVE "F" TO TAB-SIT-PED(IND-PED)
              ELSE
                 IF CT-COM-ENTREGA GREATER THAN ZEROES
                    MOVE "P" TO TAB-SIT-PED(IND-PED)
                 ELSE
                    MOVE "A" TO TAB-SIT-PED(IND-PED)
                 END-IF
              END-IF
           ELSE
              IF CT-COM-ENTREGA GREATER THAN ZEROES
                 MOVE "F" TO TAB-SIT-PED(IND-PED)
              ELSE
                 MOVE "A" TO TAB-SIT-PED(IND-PED)
              END-IF
           END-IF.

       CONTA-ITEM-PEDIDO.
           IF TAB-NR-ITEM(IND-ITEM) EQUAL TAB-NR-PED(IND-PED)
              IF TAB-ATEND-ITEM(IND-ITEM) GREATER THAN ZEROES
                 ADD 1 TO CT-COM-ENTREGA
              END-IF
              IF TAB-SIT-ITEM(IND-ITEM) NOT EQUAL "C"
                 ADD 1 TO CT-ATIVOS
                 IF TAB-ATEND-ITEM(IND-ITEM) NOT LESS THAN
                    TAB-QTD-ITEM(IND-ITEM)
                    MOVE "F" TO TAB-SIT-ITEM(IND-ITEM)
                    ADD 1 TO CT-ATENDIDOS
                 ELSE
                    IF TAB-ATEND-ITEM(IND-ITEM) GREATER THAN ZEROES
                       MOVE "P" TO TAB-SIT-ITEM(IND-ITEM)
                    ELSE
                       MOVE "A" TO TAB-SIT-ITEM(IND-ITEM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-ITEM.

       PESQUISA-PEDIDO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PED.
           PERFORM TESTA-PEDIDO UNTIL IND-PED GREATER THAN
                   QTD-PEDIDOS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PED
           END-IF.

       TESTA-PEDIDO.
           IF TAB-NR-PED(IND-PED) EQUAL NR-PED-ENTR
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PED.

       PESQUISA-ITEM.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ITEM.
           PERFORM TESTA-ITEM UNTIL IND-ITEM GREATER THAN QTD-ITENS
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-ITEM
           END-IF.

       TESTA-ITEM.
           IF TAB-NR-ITEM(IND-ITEM) EQUAL NR-PED-ENTR AND
              TAB-SEQ-ITEM(IND-ITEM) EQUAL SEQ-ENTR
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ITEM.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL TAB-CLI-PED(IND-PED)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN
                   QTD-VEND OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-VEND
           END-IF.

       TESTA-VENDEDOR.
           IF TAB-NR-VEND(IND-VEND) EQUAL TAB-VEND-PED(IND-PED)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       GRAVA-REJEITO.
           MOVE NR-PED-ENTR TO NR-PED-REJ.
           MOVE SEQ-ENTR    TO SEQ-REJ.
           MOVE QTD-ENTR-X  TO QTD-REJ.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-PEDIDOS-ATU.
           OPEN OUTPUT PEDATU.
           MOVE 1 TO IND-PED.
           PERFORM GRAVA-PEDIDO UNTIL IND-PED GREATER THAN
                   QTD-PEDIDOS.
           CLOSE PEDATU.

       GRAVA-PEDIDO.
           MOVE SPACES TO REG-PED.
           MOVE "H" TO TIPO-PED.
           MOVE TAB-NR-PED(IND-PED)   TO NR-PED.
           MOVE TAB-CLI-PED(IND-PED)  TO COD-CLI-PED.
           MOVE TAB-VEND-PED(IND-PED) TO NR-VEND-PED.
           MOVE TAB-DATA-PED(IND-PED) TO DATA-PED.
           MOVE TAB-SIT-PED(IND-PED)  TO SIT-PED.
           WRITE REG-PED-ATU FROM REG-PED.
           ADD 1 TO CT-GRAVADOS.
           MOVE 1 TO IND-ITEM.
           PERFORM GRAVA-ITEM UNTIL IND-ITEM GREATER THAN QTD-ITENS.
           ADD 1 TO IND-PED.

       GRAVA-ITEM.
           IF TAB-NR-ITEM(IND-ITEM) EQUAL TAB-NR-PED(IND-PED)
              MOVE SPACES TO REG-PED
              MOVE "I" TO TIPO-PED
              MOVE TAB-NR-ITEM(IND-ITEM)    TO NR-PED
              MOVE TAB-SEQ-ITEM(IND-ITEM)   TO SEQ-ITEM
              MOVE TAB-PROD-ITEM(IND-ITEM)  TO COD-PROD-ITEM
              MOVE TAB-QTD-ITEM(IND-ITEM)   TO QTD-PED-ITEM
              MOVE TAB-ATEND-ITEM(IND-ITEM) TO QTD-ATEND-ITEM
              MOVE TAB-PRECO-ITEM(IND-ITEM) TO PRECO-ITEM
              MOVE TAB-SIT-ITEM(IND-ITEM)   TO SIT-ITEM
              WRITE REG-PED-ATU FROM REG-PED
              ADD 1 TO CT-GRAVADOS
              IF SIT-ITEM EQUAL "A" OR SIT-ITEM EQUAL "P"
                 ADD 1 TO CT-PENDENTES
                 SUBTRACT QTD-ATEND-ITEM FROM QTD-PED-ITEM
                          GIVING SALDO-ITEM
                 COMPUTE VAL-PENDENTE = VAL-PENDENTE +
                         SALDO-ITEM * PRECO-ITEM
              END-IF
           END-IF.
           ADD 1 TO IND-ITEM.

       FIM.
           DISPLAY "ENTREGAS LIDAS       : " CT-ENTREGAS.
           DISPLAY "ENTREGAS FATURADAS   : " CT-FATURADAS.
           DISPLAY "ENTREGAS REJEITADAS  : " CT-REJEITADAS.
           DISPLAY "VALOR FATURADO       : " VAL-FATURADO.
           DISPLAY "ITENS EM ENCOMENDA   : " CT-PENDENTES.
           DISPLAY "VALOR EM ENCOMENDA   : " VAL-PENDENTE.
           DISPLAY "REGISTROS GRAVADOS   : " CT-GRAVADOS.
           CLOSE PEDENTR ENTRREJ ARQVENDA.
