       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PEDMANUT.
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
           SELECT PEDTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT PEDATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.

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

       FD PEDTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDTRAN.DAT".
       01 REG-TRAN.
           02 TRANS-TRAN    PIC 9(01).
               88 TRANS-INCLUI-PEDIDO  VALUE 1.
               88 TRANS-INCLUI-ITEM    VALUE 2.
               88 TRANS-ALTERA-ITEM    VALUE 3.
               88 TRANS-CANCELA-ITEM   VALUE 4.
               88 TRANS-CANCELA-PEDIDO VALUE 5.
           02 NR-PED-TRAN   PIC 9(06).
           02 COD-CLI-TRAN  PIC 9(05).
           02 NR-VEND-TRAN  PIC 9(05).
           02 DATA-TRAN     PIC 9(08).
           02 SEQ-TRAN      PIC 9(02).
           02 COD-PROD-TRAN PIC 9(04).
           02 QTD-TRAN-X    PIC X(04).
           02 QTD-TRAN REDEFINES QTD-TRAN-X PIC 9(04).

       FD PEDATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDIDOS.ATU".
       01 REG-PED-ATU PIC X(40).

       FD PEDREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDREJ.DAT".
       01 REG-REJ.
           02 TRANS-REJ  PIC 9(01).
           02 NR-PED-REJ PIC 9(06).
           02 SEQ-REJ    PIC 9(02).
           02 MOTIVO-REJ PIC X(30).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 FILLER     PIC X(344).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).

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

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PED  PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-PROD PIC X(02).
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 MOTIVO-ERRO    PIC X(30) VALUE SPACES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-PEDIDOS    PIC 9(04) VALUE ZEROES.
           77 IND-PED        PIC 9(04) VALUE ZEROES.
           77 QTD-ITENS      PIC 9(04) VALUE ZEROES.
           77 IND-ITEM       PIC 9(04) VALUE ZEROES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 QTD-VEND       PIC 9(04) VALUE ZEROES.
           77 IND-VEND       PIC 9(04) VALUE ZEROES.
           77 QTD-PROD       PIC 9(04) VALUE ZEROES.
           77 IND-PROD       PIC 9(04) VALUE ZEROES.
           77 MAIOR-SEQ      PIC 9(02) VALUE ZEROES.
           77 CT-ATIVOS      PIC 9(04) VALUE ZEROES.
           77 CT-ATENDIDOS   PIC 9(04) VALUE ZEROES.
           77 CT-COM-ENTREGA PIC 9(04) VALUE ZEROES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-PED-INCL    PIC 9(05) VALUE ZEROES.
           77 CT-ITEM-INCL   PIC 9(05) VALUE ZEROES.
           77 CT-ITEM-ALT    PIC 9(05) VALUE ZEROES.
           77 CT-ITEM-CANC   PIC 9(05) VALUE ZEROES.
           77 CT-PED-CANC    PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS  PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 DATA-TESTE     PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO   PIC X(01) VALUE "S".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.

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
           02 TAB-COD-CLI PIC 9(05) OCCURS 2000 TIMES.

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND  PIC 9(05).
               03 TAB-SIT-VEND PIC X(01).

       01 TABELA-PRODUTOS.
           02 TAB-PROD OCCURS 500 TIMES.
               03 TAB-COD-PROD   PIC 9(04).
               03 TAB-PRECO-PROD PIC 9(07)V99.

       PROCEDURE DIVISION.
       PGM-PEDMANUT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-VENDEDORES.
           PERFORM CARREGA-PRODUTOS.
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
              MOVE COD-CLI TO TAB-COD-CLI(QTD-CLI)
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
              MOVE NR-VEND-MEST  TO TAB-NR-VEND(QTD-VEND)
              MOVE SIT-VEND-MEST TO TAB-SIT-VEND(QTD-VEND)
           END-IF.
           PERFORM LER-VENDEDOR.

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
              MOVE COD-PROD   TO TAB-COD-PROD(QTD-PROD)
              MOVE PRECO-PROD TO TAB-PRECO-PROD(QTD-PROD)
           END-IF.
           PERFORM LER-PRODUTO.

       CARREGA-PEDIDOS.
           OPEN INPUT PEDIDOS.
           IF WS-STATUS-PED NOT EQUAL "00"
              DISPLAY "PEDIDOS.DAT NAO ENCONTRADO - "
                      "INICIANDO CARTEIRA VAZIA"
           ELSE
              PERFORM LER-PEDIDO
              PERFORM GUARDA-PEDIDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PEDIDOS
              MOVE "N" TO FIM-ARQ
           END-IF.

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
           OPEN INPUT PEDTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "PEDTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PEDREJ.
           PERFORM LEITURA.

       LEITURA.
           READ PEDTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           EVALUATE TRUE
              WHEN TRANS-INCLUI-PEDIDO  PERFORM TRATA-INCLUI-PEDIDO
              WHEN TRANS-INCLUI-ITEM    PERFORM TRATA-INCLUI-ITEM
              WHEN TRANS-ALTERA-ITEM    PERFORM TRATA-ALTERA-ITEM
              WHEN TRANS-CANCELA-ITEM   PERFORM TRATA-CANCELA-ITEM
              WHEN TRANS-CANCELA-PEDIDO PERFORM TRATA-CANCELA-PEDIDO
              WHEN OTHER
                 MOVE "S" TO CH-ERRO
                 MOVE "TRANSACAO INVALIDA" TO MOTIVO-ERRO
           END-EVALUATE.
           IF CH-ERRO EQUAL "S"
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       TRATA-INCLUI-PEDIDO.
           IF NR-PED-TRAN EQUAL ZEROES
              MOVE "S" TO CH-ERRO
              MOVE "NUMERO DO PEDIDO INVALIDO" TO MOTIVO-ERRO
           ELSE
              PERFORM PESQUISA-PEDIDO
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 MOVE "PEDIDO JA CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-CLIENTE
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "CLIENTE NAO CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-VENDEDOR
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "VENDEDOR NAO CADASTRADO" TO MOTIVO-ERRO
              ELSE
                 IF TAB-SIT-VEND(IND-VEND) EQUAL "D"
                    MOVE "S" TO CH-ERRO
                    MOVE "VENDEDOR DESLIGADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND DATA-TRAN EQUAL ZEROES
              MOVE DATA-HOJE TO DATA-TRAN
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE DATA-TRAN TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "S" TO CH-ERRO
                 MOVE "DATA DO PEDIDO INVALIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND QTD-PEDIDOS NOT LESS THAN 500
              MOVE "S" TO CH-ERRO
              MOVE "TABELA DE PEDIDOS CHEIA" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              ADD 1 TO QTD-PEDIDOS
              MOVE NR-PED-TRAN  TO TAB-NR-PED(QTD-PEDIDOS)
              MOVE COD-CLI-TRAN TO TAB-CLI-PED(QTD-PEDIDOS)
              MOVE NR-VEND-TRAN TO TAB-VEND-PED(QTD-PEDIDOS)
              MOVE DATA-TRAN    TO TAB-DATA-PED(QTD-PEDIDOS)
              MOVE "A"          TO TAB-SIT-PED(QTD-PEDIDOS)
              ADD 1 TO CT-PED-INCL
           END-IF.

       TRATA-INCLUI-ITEM.
           PERFORM VALIDA-PEDIDO-ABERTO.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-PRODUTO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "PRODUTO NAO CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-QUANTIDADE
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PROCURA-MAIOR-SEQ
              IF MAIOR-SEQ EQUAL 99
                 MOVE "S" TO CH-ERRO
                 MOVE "PEDIDO COM 99 ITENS" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND QTD-ITENS NOT LESS THAN 3000
              MOVE "S" TO CH-ERRO
              MOVE "TABELA DE ITENS CHEIA" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              ADD 1 TO QTD-ITENS
              MOVE NR-PED-TRAN   TO TAB-NR-ITEM(QTD-ITENS)
              ADD 1 MAIOR-SEQ GIVING TAB-SEQ-ITEM(QTD-ITENS)
              MOVE COD-PROD-TRAN TO TAB-PROD-ITEM(QTD-ITENS)
              MOVE QTD-TRAN      TO TAB-QTD-ITEM(QTD-ITENS)
              MOVE ZEROES        TO TAB-ATEND-ITEM(QTD-ITENS)
              MOVE TAB-PRECO-PROD(IND-PROD)
                                 TO TAB-PRECO-ITEM(QTD-ITENS)
              MOVE "A"           TO TAB-SIT-ITEM(QTD-ITENS)
              PERFORM ATUALIZA-SITUACAO
              ADD 1 TO CT-ITEM-INCL
           END-IF.

       TRATA-ALTERA-ITEM.
           PERFORM VALIDA-PEDIDO-ABERTO.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-ITEM-ABERTO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-QUANTIDADE
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF QTD-TRAN LESS THAN TAB-ATEND-ITEM(IND-ITEM)
                 MOVE "S" TO CH-ERRO
                 MOVE "QUANTIDADE ABAIXO DA ATENDIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE QTD-TRAN TO TAB-QTD-ITEM(IND-ITEM)
              PERFORM ATUALIZA-SITUACAO
              ADD 1 TO CT-ITEM-ALT
           END-IF.

       TRATA-CANCELA-ITEM.
           PERFORM VALIDA-PEDIDO-ABERTO.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-ITEM-ABERTO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE "C" TO TAB-SIT-ITEM(IND-ITEM)
              PERFORM ATUALIZA-SITUACAO
              ADD 1 TO CT-ITEM-CANC
           END-IF.

       TRATA-CANCELA-PEDIDO.
           PERFORM VALIDA-PEDIDO-ABERTO.
           IF CH-ERRO EQUAL "N"
              MOVE 1 TO IND-ITEM
              PERFORM CANCELA-ITEM-PEDIDO UNTIL IND-ITEM GREATER
                      THAN QTD-ITENS
              MOVE "C" TO TAB-SIT-PED(IND-PED)
              ADD 1 TO CT-PED-CANC
           END-IF.

       CANCELA-ITEM-PEDIDO.
           IF TAB-NR-ITEM(IND-ITEM) EQUAL NR-PED-TRAN AND
              (TAB-SIT-ITEM(IND-ITEM) EQUAL "A" OR
               TAB-SIT-ITEM(IND-ITEM) EQUAL "P")
              MOVE "C" TO TAB-SIT-ITEM(IND-ITEM)
           END-IF.
           ADD 1 TO IND-ITEM.

       VALIDA-PEDIDO-ABERTO.
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

       VALIDA-ITEM-ABERTO.
           PERFORM PESQUISA-ITEM.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "ITEM NAO CADASTRADO" TO MOTIVO-ERRO
           ELSE
              IF TAB-SIT-ITEM(IND-ITEM) EQUAL "F" OR
                 TAB-SIT-ITEM(IND-ITEM) EQUAL "C"
                 MOVE "S" TO CH-ERRO
                 MOVE "ITEM ENCERRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.

       VALIDA-QUANTIDADE.
           IF QTD-TRAN-X NOT NUMERIC
              MOVE "S" TO CH-ERRO
              MOVE "QUANTIDADE INVALIDA" TO MOTIVO-ERRO
           ELSE
              IF QTD-TRAN EQUAL ZEROES
                 MOVE "S" TO CH-ERRO
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.

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

       PROCURA-MAIOR-SEQ.
           MOVE ZEROES TO MAIOR-SEQ.
           MOVE 1 TO IND-ITEM.
           PERFORM TESTA-MAIOR-SEQ UNTIL IND-ITEM GREATER THAN
                   QTD-ITENS.

       TESTA-MAIOR-SEQ.
           IF TAB-NR-ITEM(IND-ITEM) EQUAL NR-PED-TRAN AND
              TAB-SEQ-ITEM(IND-ITEM) GREATER THAN MAIOR-SEQ
              MOVE TAB-SEQ-ITEM(IND-ITEM) TO MAIOR-SEQ
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
           IF TAB-NR-PED(IND-PED) EQUAL NR-PED-TRAN
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
           IF TAB-NR-ITEM(IND-ITEM) EQUAL NR-PED-TRAN AND
              TAB-SEQ-ITEM(IND-ITEM) EQUAL SEQ-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ITEM.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-TRAN
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
           IF TAB-NR-VEND(IND-VEND) EQUAL NR-VEND-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN
                   QTD-PROD OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROD
           END-IF.

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL COD-PROD-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       GRAVA-REJEITO.
           MOVE TRANS-TRAN  TO TRANS-REJ.
           MOVE NR-PED-TRAN TO NR-PED-REJ.
           MOVE SEQ-TRAN    TO SEQ-REJ.
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
           END-IF.
           ADD 1 TO IND-ITEM.

       FIM.
           DISPLAY "TRANSACOES LIDAS     : " CT-TRANS.
           DISPLAY "PEDIDOS INCLUIDOS    : " CT-PED-INCL.
           DISPLAY "ITENS INCLUIDOS      : " CT-ITEM-INCL.
           DISPLAY "ITENS ALTERADOS      : " CT-ITEM-ALT.
           DISPLAY "ITENS CANCELADOS     : " CT-ITEM-CANC.
           DISPLAY "PEDIDOS CANCELADOS   : " CT-PED-CANC.
           DISPLAY "TRANSACOES REJEITADAS: " CT-REJEITADAS.
           DISPLAY "REGISTROS GRAVADOS   : " CT-GRAVADOS.
           CLOSE PEDTRAN PEDREJ.
