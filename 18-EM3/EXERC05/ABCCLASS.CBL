       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABCCLASS.
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
           SELECT PARMABC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.
           SELECT PRODATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLIM.
           SELECT CLIMATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT REL-ABC ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMABC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMABC.DAT".
       01 REG-PARM-ABC.
           02 ORIGEM-PARM    PIC X(01).
           02 DATA-INI-PARM  PIC 9(08).
           02 DATA-FIM-PARM  PIC 9(08).
           02 CORTE-A-PARM   PIC 9(03)V99.
           02 CORTE-B-PARM   PIC 9(03)V99.
           02 CRITERIO-PARM  PIC X(01).

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
           02 LOGRAD-CLI PIC X(40).
           02 NUMERO-CLI PIC X(06).
           02 COMPL-CLI  PIC X(20).
           02 BAIRRO-CLI PIC X(25).
           02 CEP-CLI    PIC 9(08).
           02 RECENCIA-CLI   PIC 9(01).
           02 FREQUENCIA-CLI PIC 9(01).
           02 MONETARIO-CLI  PIC 9(01).
           02 SEGMENTO-CLI   PIC X(12).
           02 DATA-RFM-CLI   PIC 9(08).
           02 TIPO-PESSOA-CLI PIC X(01).
           02 DOC-CLI        PIC 9(14).
           02 RAZAO-CLI      PIC X(40).
           02 FANTASIA-CLI   PIC X(30).

       FD CLIMATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.ATU".
       01 REG-MEST-ATU PIC X(349).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-ENT.
           02 ESTADO-ENT        PIC X(02).
           02 NR-VENDEDOR-ENT   PIC 9(05).
           02 NOME-VENDEDOR-ENT PIC X(20).
           02 VAL-VENDA-ENT     PIC 9(07)V99.
           02 DATA-VENDA-ENT.
               03 DIA-VENDA-ENT PIC 9(02).
               03 MES-VENDA-ENT PIC 9(02).
               03 ANO-VENDA-ENT PIC 9(04).
           02 TIPO-VENDA-ENT    PIC X(01).
               88 VENDA-NORMAL  VALUE "V".
               88 VENDA-DEVOLUCAO VALUE "D".
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 REG-HIST-VENDA.
           02 NR-VEND-HIST   PIC 9(05).
           02 COD-CLI-HIST   PIC 9(05).
           02 COD-PROD-HIST  PIC 9(04).
           02 DATA-HIST      PIC 9(08).
           02 VALOR-HIST     PIC 9(07)V99.
           02 DEVOLVIDO-HIST PIC 9(07)V99.

       FD REL-ABC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PROD  PIC X(02).
           77 WS-STATUS-CLIM  PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-HIST  PIC X(02).
           77 ORIGEM-ABC      PIC X(01) VALUE "A".
           77 DATA-INI        PIC 9(08) VALUE ZEROES.
           77 DATA-FIM        PIC 9(08) VALUE ZEROES.
           77 CORTE-A         PIC 9(03)V99 VALUE 80,00.
           77 CORTE-B         PIC 9(03)V99 VALUE 95,00.
           77 CRITERIO-PROD   PIC X(01) VALUE "V".
           77 CRITERIO-ATUAL  PIC X(01) VALUE "V".
           77 DATA-MOVTO      PIC 9(08) VALUE ZEROES.
           77 COD-PROD-MOVTO  PIC 9(04) VALUE ZEROES.
           77 COD-CLI-MOVTO   PIC 9(05) VALUE ZEROES.
           77 VALOR-MOVTO     PIC S9(07)V99 VALUE ZEROES.
           77 QTD-MOVTO       PIC S9(05) VALUE ZEROES.
           77 QTD-PROD        PIC 9(04) VALUE ZEROES.
           77 IND-PROD        PIC 9(04) VALUE ZEROES.
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-MAIOR       PIC 9(04) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 TEM-MAIS        PIC X(01) VALUE "N".
           77 MAIOR-VALOR     PIC S9(11)V99 VALUE ZEROES.
           77 VALOR-ITEM      PIC S9(11)V99 VALUE ZEROES.
           77 TOTAL-CURVA     PIC S9(13)V99 VALUE ZEROES.
           77 ACUM-CURVA      PIC S9(13)V99 VALUE ZEROES.
           77 PERC-ANTES      PIC S9(05)V99 VALUE ZEROES.
           77 PERC-PART       PIC S9(05)V99 VALUE ZEROES.
           77 PERC-ACUM       PIC S9(05)V99 VALUE ZEROES.
           77 CLASSE-ITEM     PIC X(01) VALUE SPACES.
           77 POSICAO-NUM     PIC 9(04) VALUE ZEROES.
           77 IND-RES         PIC 9(01) VALUE ZEROES.
           77 TEM-TRAILER     PIC X(01) VALUE "N".
           77 QTD-INF         PIC 9(06) VALUE ZEROES.
           77 SOMA-INF        PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-CLI    PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA       PIC 9(15) VALUE ZEROES.
           77 CT-MOVTOS       PIC 9(06) VALUE ZEROES.
           77 CT-FORA-PERIODO PIC 9(06) VALUE ZEROES.
           77 CT-PROD-GRAV    PIC 9(05) VALUE ZEROES.
           77 CT-CLI-GRAV     PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TRAILER-MEST PIC X(349) VALUE SPACES.

       01 TABELA-PRODUTOS.
           02 TAB-PROD OCCURS 500 TIMES.
               03 TAB-REG-PROD.
                   04 TAB-COD-PROD    PIC 9(04).
                   04 TAB-DESCR-PROD  PIC X(30).
                   04 FILLER          PIC X(40).
                   04 TAB-CLASSE-PROD PIC X(01).
               03 TAB-CAD-PROD    PIC X(01).
               03 TAB-MOV-PROD    PIC X(01).
               03 TAB-VALOR-PROD  PIC S9(11)V99.
               03 TAB-QTD-PROD    PIC S9(09).
               03 TAB-CLASSE-VAL  PIC X(01).
               03 TAB-CLASSE-QTD  PIC X(01).
               03 TAB-LISTADO-PROD PIC X(01).

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-REG-CLI.
                   04 TAB-COD-CLI    PIC 9(05).
                   04 FILLER         PIC X(11).
                   04 TAB-NOME-CLI   PIC X(30).
                   04 FILLER         PIC X(95).
                   04 TAB-CLASSE-CLI PIC X(01).
                   04 FILLER         PIC X(207).
               03 TAB-CAD-CLI     PIC X(01).
               03 TAB-MOV-CLI     PIC X(01).
               03 TAB-VALOR-CLI   PIC S9(11)V99.
               03 TAB-LISTADO-CLI PIC X(01).

       01 TABELA-RESUMO.
           02 TAB-RESUMO OCCURS 3 TIMES.
               03 TAB-ITENS-RES PIC 9(05).
               03 TAB-VALOR-RES PIC S9(13)V99.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
                      "CLASSIFICACAO ABC (CURVA DE PARETO)     ".
           02 FILLER PIC X(25) VALUE SPACES.
       01 CAB-03.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 FILLER     PIC X(09) VALUE "PERIODO: ".
           02 INI-REL    PIC 9999/99/99.
           02 FILLER     PIC X(03) VALUE " A ".
           02 FIM-REL    PIC 9999/99/99.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(08) VALUE "ORIGEM: ".
           02 ORIGEM-REL PIC X(12).
           02 FILLER     PIC X(04) VALUE SPACES.
           02 FILLER     PIC X(07) VALUE "CORTES ".
           02 CORTE-A-REL PIC ZZ9,99.
           02 FILLER     PIC X(01) VALUE "/".
           02 CORTE-B-REL PIC ZZ9,99.
           02 FILLER     PIC X(01) VALUE "%".
       01 CAB-04.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 TITULO-REL PIC X(50).
           02 FILLER    PIC X(38) VALUE SPACES.
       01 CAB-05.
           02 FILLER PIC X(04) VALUE "POS.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "CODIG".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESCRICAO / NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "    VALOR / QTDADE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "% PART".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "% ACUM".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "CL".

       01 DETALHE.
           02 POSICAO-REL PIC ZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CODIGO-REL  PIC ZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-REL    PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 VALOR-REL   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 QTD-REL REDEFINES VALOR-REL.
               03 QTD-ED  PIC -ZZ.ZZZ.ZZZ.ZZ9.
               03 FILLER  PIC X(03).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PART-REL    PIC ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ACUM-REL    PIC ZZ9,99.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 CLASSE-REL  PIC X(01).

       01 DETALHE-RESUMO.
           02 FILLER      PIC X(08) VALUE SPACES.
           02 FILLER      PIC X(07) VALUE "CLASSE ".
           02 CLASSE-RES  PIC X(01).
           02 FILLER      PIC X(02) VALUE ": ".
           02 ITENS-RES   PIC ZZ.ZZ9.
           02 FILLER      PIC X(07) VALUE " ITENS ".
           02 FILLER      PIC X(11) VALUE SPACES.
           02 VALOR-RES   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 QTD-RES REDEFINES VALOR-RES.
               03 QTD-RES-ED PIC -ZZ.ZZZ.ZZZ.ZZ9.
               03 FILLER     PIC X(03).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PART-RES    PIC ZZ9,99.

       01 DETALHE-VAZIO.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 FILLER       PIC X(30) VALUE
                  "NENHUM MOVIMENTO NO PERIODO".

       PROCEDURE DIVISION.
       PGM-ABCCLASS.
           PERFORM LER-PARAMETROS.
           PERFORM CARREGA-PRODUTOS.
           PERFORM CARREGA-CLIENTES.
           IF ORIGEM-ABC EQUAL "H"
              PERFORM ACUMULA-HISTORICO
           ELSE
              PERFORM ACUMULA-VENDAS
           END-IF.
           OPEN OUTPUT REL-ABC.
           PERFORM CLASSIFICA-PRODUTOS.
           PERFORM CLASSIFICA-CLIENTES.
           CLOSE REL-ABC.
           PERFORM GRAVA-PRODUTOS.
           PERFORM GRAVA-CLIENTES.
           PERFORM FIM.
           STOP RUN.

       LER-PARAMETROS.
           OPEN INPUT PARMABC.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMABC
                 NOT AT END
                    PERFORM VALIDA-PARAMETROS
              END-READ
              CLOSE PARMABC
           END-IF.
           IF ORIGEM-ABC EQUAL "H"
              MOVE "V" TO CRITERIO-PROD
           END-IF.

       VALIDA-PARAMETROS.
           IF ORIGEM-PARM EQUAL "H"
              MOVE "H" TO ORIGEM-ABC
           END-IF.
           IF DATA-INI-PARM NUMERIC
              MOVE DATA-INI-PARM TO DATA-INI
           END-IF.
           IF DATA-FIM-PARM NUMERIC
              MOVE DATA-FIM-PARM TO DATA-FIM
           END-IF.
           IF CORTE-A-PARM NUMERIC AND CORTE-B-PARM NUMERIC
              IF CORTE-A-PARM GREATER THAN 0 AND
                 CORTE-A-PARM LESS THAN CORTE-B-PARM AND
                 CORTE-B-PARM NOT GREATER THAN 100
                 MOVE CORTE-A-PARM TO CORTE-A
                 MOVE CORTE-B-PARM TO CORTE-B
              ELSE
                 DISPLAY "CORTES DE PARMABC.DAT INVALIDOS - "
                         "ASSUMIDOS 80/95"
              END-IF
           END-IF.
           IF CRITERIO-PARM EQUAL "Q"
              MOVE "Q" TO CRITERIO-PROD
           END-IF.

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
              MOVE "S" TO TAB-CAD-PROD(QTD-PROD)
              PERFORM INICIA-PRODUTO
           ELSE
              DISPLAY "PRODMEST.DAT EXCEDE A TABELA DE PRODUTOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PRODUTO.

       INICIA-PRODUTO.
           MOVE "N" TO TAB-MOV-PROD(QTD-PROD).
           MOVE 0   TO TAB-VALOR-PROD(QTD-PROD).
           MOVE 0   TO TAB-QTD-PROD(QTD-PROD).
           MOVE "C" TO TAB-CLASSE-VAL(QTD-PROD).
           MOVE "C" TO TAB-CLASSE-QTD(QTD-PROD).
           MOVE "N" TO TAB-LISTADO-PROD(QTD-PROD).

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLIM NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CLIENTE.
           PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE CLIMEST.
           PERFORM CONFERE-TRAILER.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-MEST-CLI TO TRAILER-MEST
              MOVE REG-MEST-CLI(6:6)  TO QTD-INF
              MOVE REG-MEST-CLI(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-CLI
              ADD COD-CLI TO SOMA-LIDA
              IF QTD-CLI LESS THAN 2000
                 ADD 1 TO QTD-CLI
                 MOVE REG-MEST-CLI TO TAB-REG-CLI(QTD-CLI)
                 MOVE "S" TO TAB-CAD-CLI(QTD-CLI)
                 PERFORM INICIA-CLIENTE
              ELSE
                 DISPLAY "CLIMEST.DAT EXCEDE A TABELA DE CLIENTES - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-CLIENTE.

       INICIA-CLIENTE.
           MOVE "N" TO TAB-MOV-CLI(QTD-CLI).
           MOVE 0   TO TAB-VALOR-CLI(QTD-CLI).
           MOVE "C" TO TAB-CLASSE-CLI(QTD-CLI).
           MOVE "N" TO TAB-LISTADO-CLI(QTD-CLI).

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-CLI NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE CLIMEST.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-CLI
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "CLIMEST.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       ACUMULA-VENDAS.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA NOT EQUAL "00"
              DISPLAY "ARQVENDA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-VENDA.
           PERFORM TRATA-VENDA UNTIL FIM-ARQ EQUAL "S".
           CLOSE ARQVENDA.
           MOVE "N" TO FIM-ARQ.

       LER-VENDA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-MOVTOS
           END-IF.

       TRATA-VENDA.
           MOVE ANO-VENDA-ENT TO DATA-MOVTO(1:4).
           MOVE MES-VENDA-ENT TO DATA-MOVTO(5:2).
           MOVE DIA-VENDA-ENT TO DATA-MOVTO(7:2).
           MOVE COD-PROD-ENT  TO COD-PROD-MOVTO.
           MOVE COD-CLI-ENT   TO COD-CLI-MOVTO.
           IF VENDA-DEVOLUCAO
              COMPUTE VALOR-MOVTO = VAL-VENDA-ENT * -1
              COMPUTE QTD-MOVTO   = QTD-PROD-ENT * -1
           ELSE
              MOVE VAL-VENDA-ENT TO VALOR-MOVTO
              MOVE QTD-PROD-ENT  TO QTD-MOVTO
           END-IF.
           PERFORM ACUMULA-MOVIMENTO.
           PERFORM LER-VENDA.

       ACUMULA-HISTORICO.
           OPEN INPUT VENDHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
              DISPLAY "VENDHIST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-HISTORICO.
           PERFORM TRATA-HISTORICO UNTIL FIM-ARQ EQUAL "S".
           CLOSE VENDHIST.
           MOVE "N" TO FIM-ARQ.

       LER-HISTORICO.
           READ VENDHIST AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-MOVTOS
           END-IF.

       TRATA-HISTORICO.
           MOVE DATA-HIST     TO DATA-MOVTO.
           MOVE COD-PROD-HIST TO COD-PROD-MOVTO.
           MOVE COD-CLI-HIST  TO COD-CLI-MOVTO.
           COMPUTE VALOR-MOVTO = VALOR-HIST - DEVOLVIDO-HIST.
           MOVE 0 TO QTD-MOVTO.
           PERFORM ACUMULA-MOVIMENTO.
           PERFORM LER-HISTORICO.

       ACUMULA-MOVIMENTO.
           IF (DATA-INI NOT EQUAL 0 AND DATA-MOVTO LESS THAN DATA-INI)
              OR
              (DATA-FIM NOT EQUAL 0 AND DATA-MOVTO GREATER THAN
               DATA-FIM)
              ADD 1 TO CT-FORA-PERIODO
           ELSE
              PERFORM ACUMULA-PRODUTO
              IF COD-CLI-MOVTO NOT EQUAL 0
                 PERFORM ACUMULA-CLIENTE
              END-IF
           END-IF.

       ACUMULA-PRODUTO.
           PERFORM PESQUISA-PRODUTO.
           IF ACHEI EQUAL "N"
              IF QTD-PROD LESS THAN 500
                 ADD 1 TO QTD-PROD
                 MOVE QTD-PROD TO IND-PROD
                 MOVE SPACES TO TAB-REG-PROD(IND-PROD)
                 MOVE COD-PROD-MOVTO TO TAB-COD-PROD(IND-PROD)
                 MOVE "PRODUTO SEM CADASTRO" TO TAB-DESCR-PROD(IND-PROD)
                 MOVE "N" TO TAB-CAD-PROD(IND-PROD)
                 PERFORM INICIA-PRODUTO
              ELSE
                 DISPLAY "TABELA DE PRODUTOS ESGOTADA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE "S" TO TAB-MOV-PROD(IND-PROD).
           ADD VALOR-MOVTO TO TAB-VALOR-PROD(IND-PROD).
           ADD QTD-MOVTO   TO TAB-QTD-PROD(IND-PROD).

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN
                   QTD-PROD OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROD
           END-IF.

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL COD-PROD-MOVTO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       ACUMULA-CLIENTE.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "N"
              IF QTD-CLI LESS THAN 2000
                 ADD 1 TO QTD-CLI
                 MOVE QTD-CLI TO IND-CLI
                 MOVE SPACES TO TAB-REG-CLI(IND-CLI)
                 MOVE COD-CLI-MOVTO TO TAB-COD-CLI(IND-CLI)
                 MOVE "CLIENTE SEM CADASTRO" TO TAB-NOME-CLI(IND-CLI)
                 MOVE "N" TO TAB-CAD-CLI(IND-CLI)
                 PERFORM INICIA-CLIENTE
              ELSE
                 DISPLAY "TABELA DE CLIENTES ESGOTADA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE "S" TO TAB-MOV-CLI(IND-CLI).
           ADD VALOR-MOVTO TO TAB-VALOR-CLI(IND-CLI).

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN
                   QTD-CLI OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-MOVTO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       CLASSIFICA-PRODUTOS.
           MOVE "V" TO CRITERIO-ATUAL.
           MOVE "PRODUTOS POR RECEITA LIQUIDA (VENDAS - DEVOLUCOES)"
                TO TITULO-REL.
           PERFORM CURVA-PRODUTOS.
           IF ORIGEM-ABC NOT EQUAL "H"
              MOVE "Q" TO CRITERIO-ATUAL
              MOVE "PRODUTOS POR QUANTIDADE LIQUIDA" TO TITULO-REL
              PERFORM CURVA-PRODUTOS
           END-IF.

       CURVA-PRODUTOS.
           PERFORM CABECALHO.
           MOVE 0 TO TOTAL-CURVA.
           MOVE 1 TO IND-PROD.
           PERFORM PREPARA-PRODUTO UNTIL IND-PROD GREATER THAN
                   QTD-PROD.
           PERFORM ZERA-RESUMO.
           MOVE 0 TO ACUM-CURVA.
           MOVE 0 TO POSICAO-NUM.
           MOVE "S" TO TEM-MAIS.
           PERFORM RANK-PRODUTO UNTIL TEM-MAIS EQUAL "N".
           IF POSICAO-NUM EQUAL 0
              WRITE REG-ATR FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           PERFORM IMPRIME-RESUMO.

       PREPARA-PRODUTO.
           MOVE "N" TO TAB-LISTADO-PROD(IND-PROD).
           IF TAB-MOV-PROD(IND-PROD) EQUAL "S"
              PERFORM VALOR-PRODUTO
              IF VALOR-ITEM GREATER THAN 0
                 ADD VALOR-ITEM TO TOTAL-CURVA
              END-IF
           END-IF.
           ADD 1 TO IND-PROD.

       VALOR-PRODUTO.
           IF CRITERIO-ATUAL EQUAL "Q"
              MOVE TAB-QTD-PROD(IND-PROD) TO VALOR-ITEM
           ELSE
              MOVE TAB-VALOR-PROD(IND-PROD) TO VALOR-ITEM
           END-IF.

       RANK-PRODUTO.
           MOVE -99999999999,99 TO MAIOR-VALOR.
           MOVE 0 TO IND-MAIOR.
           MOVE 1 TO IND-PROD.
           PERFORM PROCURA-MAIOR-PRODUTO UNTIL IND-PROD GREATER THAN
                   QTD-PROD.
           IF IND-MAIOR GREATER THAN 0
              MOVE "S" TO TAB-LISTADO-PROD(IND-MAIOR)
              MOVE IND-MAIOR TO IND-PROD
              PERFORM VALOR-PRODUTO
              PERFORM CALCULA-CLASSE
              IF CRITERIO-ATUAL EQUAL "Q"
                 MOVE CLASSE-ITEM TO TAB-CLASSE-QTD(IND-MAIOR)
              ELSE
                 MOVE CLASSE-ITEM TO TAB-CLASSE-VAL(IND-MAIOR)
              END-IF
              MOVE TAB-COD-PROD(IND-MAIOR)   TO CODIGO-REL
              MOVE TAB-DESCR-PROD(IND-MAIOR) TO NOME-REL
              PERFORM IMPRIME-ITEM
           ELSE
              MOVE "N" TO TEM-MAIS
           END-IF.

       PROCURA-MAIOR-PRODUTO.
           IF TAB-MOV-PROD(IND-PROD) EQUAL "S" AND
              TAB-LISTADO-PROD(IND-PROD) EQUAL "N"
              PERFORM VALOR-PRODUTO
              IF VALOR-ITEM GREATER THAN MAIOR-VALOR
                 MOVE VALOR-ITEM TO MAIOR-VALOR
                 MOVE IND-PROD TO IND-MAIOR
              END-IF
           END-IF.
           ADD 1 TO IND-PROD.

       CLASSIFICA-CLIENTES.
           MOVE "V" TO CRITERIO-ATUAL.
           MOVE "CLIENTES POR RECEITA LIQUIDA (VENDAS - DEVOLUCOES)"
                TO TITULO-REL.
           PERFORM CABECALHO.
           MOVE 0 TO TOTAL-CURVA.
           MOVE 1 TO IND-CLI.
           PERFORM PREPARA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI.
           PERFORM ZERA-RESUMO.
           MOVE 0 TO ACUM-CURVA.
           MOVE 0 TO POSICAO-NUM.
           MOVE "S" TO TEM-MAIS.
           PERFORM RANK-CLIENTE UNTIL TEM-MAIS EQUAL "N".
           IF POSICAO-NUM EQUAL 0
              WRITE REG-ATR FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           PERFORM IMPRIME-RESUMO.

       PREPARA-CLIENTE.
           MOVE "N" TO TAB-LISTADO-CLI(IND-CLI).
           IF TAB-MOV-CLI(IND-CLI) EQUAL "S" AND
              TAB-VALOR-CLI(IND-CLI) GREATER THAN 0
              ADD TAB-VALOR-CLI(IND-CLI) TO TOTAL-CURVA
           END-IF.
           ADD 1 TO IND-CLI.

       RANK-CLIENTE.
           MOVE -99999999999,99 TO MAIOR-VALOR.
           MOVE 0 TO IND-MAIOR.
           MOVE 1 TO IND-CLI.
           PERFORM PROCURA-MAIOR-CLIENTE UNTIL IND-CLI GREATER THAN
                   QTD-CLI.
           IF IND-MAIOR GREATER THAN 0
              MOVE "S" TO TAB-LISTADO-CLI(IND-MAIOR)
              MOVE TAB-VALOR-CLI(IND-MAIOR) TO VALOR-ITEM
              PERFORM CALCULA-CLASSE
              MOVE CLASSE-ITEM TO TAB-CLASSE-CLI(IND-MAIOR)
              MOVE TAB-COD-CLI(IND-MAIOR)  TO CODIGO-REL
              MOVE TAB-NOME-CLI(IND-MAIOR) TO NOME-REL
              PERFORM IMPRIME-ITEM
           ELSE
              MOVE "N" TO TEM-MAIS
           END-IF.

       PROCURA-MAIOR-CLIENTE.
           IF TAB-MOV-CLI(IND-CLI) EQUAL "S" AND
              TAB-LISTADO-CLI(IND-CLI) EQUAL "N" AND
              TAB-VALOR-CLI(IND-CLI) GREATER THAN MAIOR-VALOR
              MOVE TAB-VALOR-CLI(IND-CLI) TO MAIOR-VALOR
              MOVE IND-CLI TO IND-MAIOR
           END-IF.
           ADD 1 TO IND-CLI.

       CALCULA-CLASSE.
           IF VALOR-ITEM NOT GREATER THAN 0 OR
              TOTAL-CURVA NOT GREATER THAN 0
              MOVE "C" TO CLASSE-ITEM
              MOVE 0 TO PERC-PART
           ELSE
              COMPUTE PERC-ANTES ROUNDED = ACUM-CURVA * 100 /
                      TOTAL-CURVA
              COMPUTE PERC-PART ROUNDED = VALOR-ITEM * 100 /
                      TOTAL-CURVA
              ADD VALOR-ITEM TO ACUM-CURVA
              IF PERC-ANTES LESS THAN CORTE-A
                 MOVE "A" TO CLASSE-ITEM
              ELSE
                 IF PERC-ANTES LESS THAN CORTE-B
                    MOVE "B" TO CLASSE-ITEM
                 ELSE
                    MOVE "C" TO CLASSE-ITEM
                 END-IF
              END-IF
           END-IF.
           IF TOTAL-CURVA GREATER THAN 0
              COMPUTE PERC-ACUM ROUNDED = ACUM-CURVA * 100 /
                      TOTAL-CURVA
           ELSE
              MOVE 0 TO PERC-ACUM
           END-IF.
           EVALUATE CLASSE-ITEM
              WHEN "A" MOVE 1 TO IND-RES
              WHEN "B" MOVE 2 TO IND-RES
              WHEN OTHER MOVE 3 TO IND-RES
           END-EVALUATE.
           ADD 1 TO TAB-ITENS-RES(IND-RES).
           ADD VALOR-ITEM TO TAB-VALOR-RES(IND-RES).

       IMPRIME-ITEM.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           ADD 1 TO POSICAO-NUM.
           MOVE POSICAO-NUM TO POSICAO-REL.
           IF CRITERIO-ATUAL EQUAL "Q"
              MOVE SPACES TO QTD-REL
              MOVE VALOR-ITEM TO QTD-ED
           ELSE
              MOVE VALOR-ITEM TO VALOR-REL
           END-IF.
           MOVE PERC-PART   TO PART-REL.
           MOVE PERC-ACUM   TO ACUM-REL.
           MOVE CLASSE-ITEM TO CLASSE-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       ZERA-RESUMO.
           MOVE 1 TO IND-RES.
           PERFORM ZERA-CLASSE UNTIL IND-RES GREATER THAN 3.

       ZERA-CLASSE.
           MOVE 0 TO TAB-ITENS-RES(IND-RES).
           MOVE 0 TO TAB-VALOR-RES(IND-RES).
           ADD 1 TO IND-RES.

       IMPRIME-RESUMO.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE 1 TO IND-RES.
           PERFORM IMPRIME-CLASSE UNTIL IND-RES GREATER THAN 3.

       IMPRIME-CLASSE.
           EVALUATE IND-RES
              WHEN 1 MOVE "A" TO CLASSE-RES
              WHEN 2 MOVE "B" TO CLASSE-RES
              WHEN OTHER MOVE "C" TO CLASSE-RES
           END-EVALUATE.
           MOVE TAB-ITENS-RES(IND-RES) TO ITENS-RES.
           IF CRITERIO-ATUAL EQUAL "Q"
              MOVE SPACES TO QTD-RES
              MOVE TAB-VALOR-RES(IND-RES) TO QTD-RES-ED
           ELSE
              MOVE TAB-VALOR-RES(IND-RES) TO VALOR-RES
           END-IF.
           IF TOTAL-CURVA GREATER THAN 0 AND
              TAB-VALOR-RES(IND-RES) GREATER THAN 0
              COMPUTE PERC-PART ROUNDED = TAB-VALOR-RES(IND-RES) *
                      100 / TOTAL-CURVA
           ELSE
              MOVE 0 TO PERC-PART
           END-IF.
           MOVE PERC-PART TO PART-RES.
           WRITE REG-ATR FROM DETALHE-RESUMO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO IND-RES.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-INI TO INI-REL.
           MOVE DATA-FIM TO FIM-REL.
           IF ORIGEM-ABC EQUAL "H"
              MOVE "VENDHIST.DAT" TO ORIGEM-REL
           ELSE
              MOVE "ARQVENDA.DAT" TO ORIGEM-REL
           END-IF.
           MOVE CORTE-A TO CORTE-A-REL.
           MOVE CORTE-B TO CORTE-B-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       GRAVA-PRODUTOS.
           OPEN OUTPUT PRODATU.
           MOVE 1 TO IND-PROD.
           PERFORM GRAVA-PRODUTO UNTIL IND-PROD GREATER THAN QTD-PROD.
           CLOSE PRODATU.

       GRAVA-PRODUTO.
           IF TAB-CAD-PROD(IND-PROD) EQUAL "S"
              IF CRITERIO-PROD EQUAL "Q"
                 MOVE TAB-CLASSE-QTD(IND-PROD) TO
                      TAB-CLASSE-PROD(IND-PROD)
              ELSE
                 MOVE TAB-CLASSE-VAL(IND-PROD) TO
                      TAB-CLASSE-PROD(IND-PROD)
              END-IF
              WRITE REG-PROD-ATU FROM TAB-REG-PROD(IND-PROD)
              ADD 1 TO CT-PROD-GRAV
           END-IF.
           ADD 1 TO IND-PROD.

       GRAVA-CLIENTES.
           OPEN OUTPUT CLIMATU.
           MOVE 1 TO IND-CLI.
           PERFORM GRAVA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI.
           IF TEM-TRAILER EQUAL "S"
              WRITE REG-MEST-ATU FROM TRAILER-MEST
           END-IF.
           CLOSE CLIMATU.

       GRAVA-CLIENTE.
           IF TAB-CAD-CLI(IND-CLI) EQUAL "S"
              WRITE REG-MEST-ATU FROM TAB-REG-CLI(IND-CLI)
              ADD 1 TO CT-CLI-GRAV
           END-IF.
           ADD 1 TO IND-CLI.

       FIM.
           DISPLAY "MOVIMENTOS LIDOS       : " CT-MOVTOS.
           DISPLAY "FORA DO PERIODO        : " CT-FORA-PERIODO.
           DISPLAY "GRAVADOS PRODMEST.ATU  : " CT-PROD-GRAV.
           DISPLAY "GRAVADOS CLIMEST.ATU   : " CT-CLI-GRAV.
