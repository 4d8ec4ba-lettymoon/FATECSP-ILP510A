       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ESTPOS.
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
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.
           SELECT PRODATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ATU.
           SELECT ESTMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MOV.
           SELECT ESTVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT ESTREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-EST ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

       FD ESTMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTMOV.DAT".
       01 REG-MOV.
           02 COD-PROD-MOV   PIC 9(04).
           02 TIPO-MOV       PIC X(01).
               88 MOV-ENTRADA      VALUE "E".
               88 MOV-AJUSTE       VALUE "A".
               88 MOV-TRANSF       VALUE "T".
               88 MOV-VENDA        VALUE "V".
               88 MOV-DEVOLUCAO    VALUE "D".
           02 SINAL-MOV      PIC X(01).
           02 QTD-MOV        PIC 9(07).
           02 DATA-MOV       PIC 9(08).
           02 DOC-MOV        PIC X(10).

       FD ESTVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTVEND.DAT".
       01 REG-ESTVEND PIC X(31).

       FD ESTREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTREJ.DAT".
       01 REG-REJ.
           02 MOV-REJ    PIC X(31).
           02 MOTIVO-REJ PIC X(30).

       FD REL-EST
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PROD PIC X(02).
           77 WS-STATUS-MOV  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-ATU  PIC X(02).
           77 TEM-ESTMOV     PIC X(01) VALUE "N".
           77 TEM-ESTVEND    PIC X(01) VALUE "N".
           77 QTD-PROD       PIC 9(04) VALUE ZEROES.
           77 IND-PROD       PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 QTD-NEG        PIC 9(04) VALUE ZEROES.
           77 IND-NEG        PIC 9(04) VALUE ZEROES.
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 SUGESTAO       PIC 9(07) VALUE ZEROES.
           77 FALTA-MINIMO   PIC S9(07) VALUE ZEROES.
           77 CT-MOVTOS      PIC 9(05) VALUE ZEROES.
           77 CT-ENTRADAS    PIC 9(05) VALUE ZEROES.
           77 CT-AJUSTES     PIC 9(05) VALUE ZEROES.
           77 CT-TRANSF      PIC 9(05) VALUE ZEROES.
           77 CT-VENDAS      PIC 9(05) VALUE ZEROES.
           77 CT-DEVOLUCOES  PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(05) VALUE ZEROES.
           77 CT-ABAIXO-MIN  PIC 9(05) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-PRODUTOS.
           02 TAB-PROD OCCURS 500 TIMES.
               03 TAB-REG-PROD.
                   04 TAB-COD-PROD    PIC 9(04).
                   04 TAB-DESCR-PROD  PIC X(30).
                   04 TAB-PRECO-PROD  PIC 9(07)V99.
                   04 TAB-LINHA-PROD  PIC X(10).
                   04 TAB-ESTOQUE     PIC S9(07).
                   04 TAB-ESTMIN      PIC 9(07).
                   04 TAB-REPOSICAO   PIC 9(07).
                   04 TAB-CLASSE-PROD PIC X(01).

       01 TABELA-NEGATIVOS.
           02 TAB-NEG OCCURS 500 TIMES.
               03 TAB-PROD-NEG  PIC 9(04).
               03 TAB-DESCR-NEG PIC X(30).
               03 TAB-DATA-NEG  PIC 9(08).
               03 TAB-QTD-NEG   PIC 9(07).
               03 TAB-SALDO-NEG PIC S9(07).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
                      "POSICAO DE ESTOQUE E SUGESTAO DE COMPRA ".
           02 FILLER PIC X(25) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
                  "PRODUTOS ABAIXO DO ESTOQUE MINIMO".
           02 FILLER PIC X(38) VALUE SPACES.
       01 CAB-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PROD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESCRICAO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "ESTOQUE".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MINIMO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "REPOSIC".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "COMPRAR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "CL".
       01 CAB-05.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
                  "VENDAS QUE DEIXARAM O ESTOQUE NEGATIVO".
           02 FILLER PIC X(38) VALUE SPACES.
       01 CAB-06.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PROD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESCRICAO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA VENDA".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "QTDADE".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SALDO".

       01 DETALHE-MIN.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 COD-MIN      PIC 9(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DESCR-MIN    PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ESTOQUE-MIN  PIC -Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 MINIMO-MIN   PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 REPOS-MIN    PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SUGEST-MIN   PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 CLASSE-MIN   PIC X(01).

       01 DETALHE-NEG.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 COD-NEG      PIC 9(04).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DESCR-NEG    PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DIA-NEG      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-NEG      PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-NEG      PIC 9999.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 QTD-NEG-REL  PIC Z.ZZZ.ZZ9.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SALDO-NEG    PIC -Z.ZZZ.ZZ9.

       01 DETALHE-VAZIO.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 FILLER       PIC X(30) VALUE "NENHUMA OCORRENCIA".

       PROCEDURE DIVISION.
       PGM-ESTPOS.
           PERFORM CARREGA-PRODUTOS.
           OPEN OUTPUT ESTREJ REL-EST.
           PERFORM APLICA-ESTMOV.
           PERFORM APLICA-ESTVEND.
           PERFORM GRAVA-ATUALIZADO.
           PERFORM LIMPA-MOVIMENTOS.
           PERFORM IMPRIME-ABAIXO-MINIMO.
           PERFORM IMPRIME-NEGATIVOS.
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
              MOVE REG-PROD TO TAB-REG-PROD(QTD-PROD)
              IF TAB-ESTOQUE(QTD-PROD) NOT NUMERIC
                 MOVE ZEROES TO TAB-ESTOQUE(QTD-PROD)
              END-IF
              IF TAB-ESTMIN(QTD-PROD) NOT NUMERIC
                 MOVE ZEROES TO TAB-ESTMIN(QTD-PROD)
              END-IF
              IF TAB-REPOSICAO(QTD-PROD) NOT NUMERIC
                 MOVE ZEROES TO TAB-REPOSICAO(QTD-PROD)
              END-IF
           ELSE
              DISPLAY "PRODMEST.DAT EXCEDE A TABELA DE PRODUTOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PRODUTO.

       APLICA-ESTMOV.
           OPEN INPUT ESTMOV.
           IF WS-STATUS-MOV EQUAL "00"
              MOVE "S" TO TEM-ESTMOV
              PERFORM LER-ESTMOV
              PERFORM TRATA-ESTMOV UNTIL FIM-ARQ EQUAL "S"
              CLOSE ESTMOV
           ELSE
              DISPLAY "ESTMOV.DAT NAO ENCONTRADO - SEM MOVIMENTOS "
                      "MANUAIS"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ESTMOV.
           READ ESTMOV AT END MOVE "S" TO FIM-ARQ.

       TRATA-ESTMOV.
           IF MOV-VENDA OR MOV-DEVOLUCAO
              ADD 1 TO CT-MOVTOS
              MOVE "S" TO CH-ERRO
              MOVE "VENDA/DEVOLUCAO SO VIA EX05VEND" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              PERFORM APLICA-MOVIMENTO
           END-IF.
           PERFORM LER-ESTMOV.

       APLICA-ESTVEND.
           OPEN INPUT ESTVEND.
           IF WS-STATUS-VEND EQUAL "00"
              MOVE "S" TO TEM-ESTVEND
              PERFORM LER-ESTVEND
              PERFORM TRATA-ESTVEND UNTIL FIM-ARQ EQUAL "S"
              CLOSE ESTVEND
           ELSE
              DISPLAY "ESTVEND.DAT NAO ENCONTRADO - SEM BAIXA DE "
                      "VENDAS"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ESTVEND.
           READ ESTVEND INTO REG-MOV AT END MOVE "S" TO FIM-ARQ.

       TRATA-ESTVEND.
           PERFORM APLICA-MOVIMENTO.
           PERFORM LER-ESTVEND.

       APLICA-MOVIMENTO.
           ADD 1 TO CT-MOVTOS.
           PERFORM VALIDA-MOVIMENTO.
           IF CH-ERRO EQUAL "S"
              PERFORM GRAVA-REJEITO
           ELSE
              EVALUATE TRUE
                 WHEN MOV-ENTRADA
                    ADD QTD-MOV TO TAB-ESTOQUE(IND-PROD)
                    ADD 1 TO CT-ENTRADAS
                 WHEN MOV-DEVOLUCAO
                    ADD QTD-MOV TO TAB-ESTOQUE(IND-PROD)
                    ADD 1 TO CT-DEVOLUCOES
                 WHEN MOV-VENDA
                    SUBTRACT QTD-MOV FROM TAB-ESTOQUE(IND-PROD)
                    ADD 1 TO CT-VENDAS
                    IF TAB-ESTOQUE(IND-PROD) LESS THAN 0
                       PERFORM GUARDA-NEGATIVO
                    END-IF
                 WHEN OTHER
                    IF SINAL-MOV EQUAL "-"
                       SUBTRACT QTD-MOV FROM TAB-ESTOQUE(IND-PROD)
                    ELSE
                       ADD QTD-MOV TO TAB-ESTOQUE(IND-PROD)
                    END-IF
                    IF MOV-AJUSTE
                       ADD 1 TO CT-AJUSTES
                    ELSE
                       ADD 1 TO CT-TRANSF
                    END-IF
              END-EVALUATE
           END-IF.

       VALIDA-MOVIMENTO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-REJ.
           IF NOT MOV-ENTRADA AND NOT MOV-AJUSTE AND NOT MOV-TRANSF
              AND NOT MOV-VENDA AND NOT MOV-DEVOLUCAO
              MOVE "S" TO CH-ERRO
              MOVE "TIPO DE MOVIMENTO INVALIDO" TO MOTIVO-REJ
           END-IF.
           IF CH-ERRO EQUAL "N" AND (MOV-AJUSTE OR MOV-TRANSF)
              AND SINAL-MOV NOT EQUAL "+" AND SINAL-MOV NOT EQUAL "-"
              MOVE "S" TO CH-ERRO
              MOVE "SINAL DO MOVIMENTO INVALIDO" TO MOTIVO-REJ
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF QTD-MOV NOT NUMERIC OR QTD-MOV EQUAL ZEROES
                 MOVE "S" TO CH-ERRO
                 MOVE "QUANTIDADE INVALIDA" TO MOTIVO-REJ
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-PRODUTO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "PRODUTO NAO CADASTRADO" TO MOTIVO-REJ
              END-IF
           END-IF.

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN QTD-PROD
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROD
           END-IF.

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL COD-PROD-MOV
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       GUARDA-NEGATIVO.
           IF QTD-NEG LESS THAN 500
              ADD 1 TO QTD-NEG
              MOVE COD-PROD-MOV TO TAB-PROD-NEG(QTD-NEG)
              MOVE TAB-DESCR-PROD(IND-PROD) TO TAB-DESCR-NEG(QTD-NEG)
              MOVE DATA-MOV     TO TAB-DATA-NEG(QTD-NEG)
              MOVE QTD-MOV      TO TAB-QTD-NEG(QTD-NEG)
              MOVE TAB-ESTOQUE(IND-PROD) TO TAB-SALDO-NEG(QTD-NEG)
           END-IF.

       GRAVA-REJEITO.
           MOVE REG-MOV TO MOV-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       GRAVA-ATUALIZADO.
           OPEN OUTPUT PRODATU.
           IF WS-STATUS-ATU NOT EQUAL "00"
              PERFORM ERRO-ATUALIZADO
           END-IF.
           MOVE 1 TO IND-PROD.
           PERFORM GRAVA-PROD-ITEM UNTIL IND-PROD GREATER THAN
                   QTD-PROD.
           CLOSE PRODATU.
           IF WS-STATUS-ATU NOT EQUAL "00"
              PERFORM ERRO-ATUALIZADO
           END-IF.

       GRAVA-PROD-ITEM.
           WRITE REG-PROD-ATU FROM TAB-REG-PROD(IND-PROD).
           IF WS-STATUS-ATU NOT EQUAL "00"
              PERFORM ERRO-ATUALIZADO
           END-IF.
           ADD 1 TO IND-PROD.

       ERRO-ATUALIZADO.
           DISPLAY "ERRO " WS-STATUS-ATU " NA GRAVACAO DE PRODMEST.ATU"
                   " - ABORTADO".
           DISPLAY "ESTMOV.DAT E ESTVEND.DAT MANTIDOS PARA NOVO "
                   "PROCESSAMENTO".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LIMPA-MOVIMENTOS.
           IF TEM-ESTMOV EQUAL "S"
              OPEN OUTPUT ESTMOV
              CLOSE ESTMOV
              DISPLAY "ESTMOV.DAT POSTADO E ESVAZIADO"
           END-IF.
           IF TEM-ESTVEND EQUAL "S"
              OPEN OUTPUT ESTVEND
              CLOSE ESTVEND
              DISPLAY "ESTVEND.DAT POSTADO E ESVAZIADO"
           END-IF.

       IMPRIME-ABAIXO-MINIMO.
           PERFORM CABECALHO.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-MINIMO UNTIL IND-PROD GREATER THAN QTD-PROD.
           IF CT-ABAIXO-MIN EQUAL 0
              WRITE REG-ATR FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       TESTA-MINIMO.
           IF TAB-ESTOQUE(IND-PROD) LESS THAN TAB-ESTMIN(IND-PROD)
              COMPUTE FALTA-MINIMO = TAB-ESTMIN(IND-PROD) -
                                     TAB-ESTOQUE(IND-PROD)
              EVALUATE TAB-CLASSE-PROD(IND-PROD)
                 WHEN "A"
                    COMPUTE SUGESTAO = FALTA-MINIMO +
                                       TAB-REPOSICAO(IND-PROD)
                 WHEN "C"
                    MOVE FALTA-MINIMO TO SUGESTAO
                 WHEN OTHER
                    IF FALTA-MINIMO GREATER THAN
                       TAB-REPOSICAO(IND-PROD)
                       MOVE FALTA-MINIMO TO SUGESTAO
                    ELSE
                       MOVE TAB-REPOSICAO(IND-PROD) TO SUGESTAO
                    END-IF
              END-EVALUATE
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
                 WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES
                 ADD 2 TO CT-LIN
              END-IF
              MOVE TAB-COD-PROD(IND-PROD)   TO COD-MIN
              MOVE TAB-DESCR-PROD(IND-PROD) TO DESCR-MIN
              MOVE TAB-ESTOQUE(IND-PROD)    TO ESTOQUE-MIN
              MOVE TAB-ESTMIN(IND-PROD)     TO MINIMO-MIN
              MOVE TAB-REPOSICAO(IND-PROD)  TO REPOS-MIN
              MOVE SUGESTAO                 TO SUGEST-MIN
              MOVE TAB-CLASSE-PROD(IND-PROD) TO CLASSE-MIN
              WRITE REG-ATR FROM DETALHE-MIN AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-ABAIXO-MIN
           END-IF.
           ADD 1 TO IND-PROD.

       IMPRIME-NEGATIVOS.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM CAB-06 AFTER ADVANCING 2 LINES.
           ADD 5 TO CT-LIN.
           MOVE 1 TO IND-NEG.
           PERFORM IMPRIME-NEGATIVO UNTIL IND-NEG GREATER THAN
                   QTD-NEG.
           IF QTD-NEG EQUAL 0
              WRITE REG-ATR FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-NEGATIVO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
              WRITE REG-ATR FROM CAB-06 AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN
           END-IF.
           MOVE TAB-PROD-NEG(IND-NEG)  TO COD-NEG.
           MOVE TAB-DESCR-NEG(IND-NEG) TO DESCR-NEG.
           MOVE TAB-DATA-NEG(IND-NEG)(7:2) TO DIA-NEG.
           MOVE TAB-DATA-NEG(IND-NEG)(5:2) TO MES-NEG.
           MOVE TAB-DATA-NEG(IND-NEG)(1:4) TO ANO-NEG.
           MOVE TAB-QTD-NEG(IND-NEG)   TO QTD-NEG-REL.
           MOVE TAB-SALDO-NEG(IND-NEG) TO SALDO-NEG.
           WRITE REG-ATR FROM DETALHE-NEG AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO IND-NEG.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "MOVIMENTOS LIDOS       : " CT-MOVTOS.
           DISPLAY "ENTRADAS               : " CT-ENTRADAS.
           DISPLAY "AJUSTES                : " CT-AJUSTES.
           DISPLAY "TRANSFERENCIAS         : " CT-TRANSF.
           DISPLAY "VENDAS                 : " CT-VENDAS.
           DISPLAY "DEVOLUCOES             : " CT-DEVOLUCOES.
           DISPLAY "MOVIMENTOS REJEITADOS  : " CT-REJEITADOS.
           DISPLAY "PRODUTOS ABAIXO MINIMO : " CT-ABAIXO-MIN.
           DISPLAY "VENDAS C/ ESTOQUE NEG. : " QTD-NEG.
           CLOSE ESTREJ REL-EST.
