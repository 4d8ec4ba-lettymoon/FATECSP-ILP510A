       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-PDEV.
       SELECT REL-DEV ASSIGN TO DISK.
       SELECT ESTVEND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-EVEND.
       SELECT ESTCTL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-ECTL.
       SELECT PERIODOS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-PER.
       SELECT PRECOHIS ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-PHIS.
       SELECT REL-PRECO ASSIGN TO DISK.

       DATA DIVISION.

           02 MES-PARM          PIC 9(02).
           02 ANO-PARM          PIC 9(04).
           02 EXPORTA-CSV-PARM  PIC X(01).
           02 BASE-COMIS-PARM   PIC X(01).
           02 TOL-PRECO-PARM    PIC 9(03)V99.

       FD RELVENDA-CSV
           LABEL RECORD IS OMITTED.
           02 DESCR-PROD PIC X(30).
           02 PRECO-PROD PIC 9(07)V99.
           02 LINHA-PROD PIC X(10).
           02 ESTOQUE-PROD   PIC S9(07).
           02 ESTMIN-PROD    PIC 9(07).
           02 REPOSICAO-PROD PIC 9(07).
           02 CLASSE-PROD    PIC X(01).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           02 DATA-CLI   PIC 9(08).
           02 EMAIL-CLI  PIC X(30).
           02 ORIGEM-CLI PIC X(04).
           02 LIMITE-CLI PIC 9(07)V99.
           02 COND-CLI   PIC 9(02).
           02 CLASSE-CLI PIC X(01).
           02 FILLER     PIC X(207).

       FD CADCLITER
           LABEL RECORD ARE STANDARD
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).

       FD PRECOHIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRECOHIS.DAT".

       01 REG-PRECO-HIS.
           02 COD-PROD-PHIS PIC 9(04).
           02 DATA-VIG-PHIS PIC 9(08).
           02 PRECO-PHIS    PIC 9(07)V99.

       FD REL-PRECO
           LABEL RECORD IS OMITTED.

       01 REG-PRECO-REL PIC X(80).

       FD VENDORFA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDORFA.DAT".
           02 COD-PROD-ORFA      PIC 9(04).
           02 QTD-PROD-ORFA      PIC 9(04).

       FD ESTVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTVEND.DAT".

       01 REG-ESTVEND.
           02 COD-PROD-EST   PIC 9(04).
           02 TIPO-MOV-EST   PIC X(01).
           02 SINAL-MOV-EST  PIC X(01).
           02 QTD-MOV-EST    PIC 9(07).
           02 DATA-MOV-EST   PIC 9(08).
           02 DOC-MOV-EST    PIC X(10).

       FD ESTCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTCTL.DAT".

       01 REG-ESTCTL.
           02 QTD-VENDA-CTL  PIC 9(09).
           02 DATA-CTL-EST   PIC 9(08).

       FD VENDREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDREJ.DAT".
           77 IND-PRODUTO       PIC 9(04) VALUE ZEROES.
           77 FIM-PROD          PIC X(01) VALUE "N".
           77 ACHEI-PRODUTO     PIC X(01) VALUE "N".
           77 WS-STATUS-PHIS    PIC X(02).
           77 TOL-PRECO         PIC 9(03)V99 VALUE 5.
           77 QTD-PRECOS        PIC 9(05) VALUE ZEROES.
           77 IND-PRECO         PIC 9(05) VALUE ZEROES.
           77 MAIOR-VIG         PIC 9(08) VALUE ZEROES.
           77 PRECO-UNIT-W      PIC 9(07)V99 VALUE ZEROES.
           77 VALOR-ESPERADO-W  PIC 9(11)V99 VALUE ZEROES.
           77 DIF-PRECO-W       PIC S9(11)V99 VALUE ZEROES.
           77 PERC-DIF-PRECO    PIC S9(04)V99 VALUE ZEROES.
           77 TEM-CAB-PRECO     PIC X(01) VALUE "N".
           77 CT-DESC-PRECO     PIC 9(05) VALUE ZEROES.
           77 CT-SOBRE-PRECO    PIC 9(05) VALUE ZEROES.
           77 QTD-VAR-VEND      PIC 9(04) VALUE ZEROES.
           77 IND-VAR-VEND      PIC 9(04) VALUE ZEROES.
           77 ACHEI-VAR-VEND    PIC X(01) VALUE "N".
           77 WS-STATUS-EVEND   PIC X(02).
           77 WS-STATUS-ECTL    PIC X(02).
           77 TEM-ESTCTL        PIC X(01) VALUE "N".
           77 POS-VENDA         PIC 9(09) VALUE ZEROES.
           77 QTD-VENDA-BAIXADA PIC 9(09) VALUE ZEROES.
           77 CT-BAIXA-EST      PIC 9(05) VALUE ZEROES.
           77 DATA-ESTCTL       PIC 9(08) VALUE ZEROES.

       01 TABELA-PERIODOS.
           02 TAB-PER OCCURS 60 TIMES.
           02 MOTIVO-DEV-REL PIC X(30).

       01 TABELA-PRODUTOS.
           02 TAB-PRODUTO OCCURS 500 TIMES.
               03 TAB-COD-PRODUTO   PIC 9(04).
               03 TAB-PRECO-PRODUTO PIC 9(07)V99.

       01 TABELA-PRECOS.
           02 TAB-PRECO OCCURS 5000 TIMES.
               03 TAB-PROD-PRECO  PIC 9(04).
               03 TAB-VIG-PRECO   PIC 9(08).
               03 TAB-VALOR-PRECO PIC 9(07)V99.

       01 TABELA-VARIACAO.
           02 TAB-VAR OCCURS 500 TIMES.
               03 TAB-VEND-VAR      PIC 9(05).
               03 TAB-QTD-DESC-VAR  PIC 9(05).
               03 TAB-VAL-DESC-VAR  PIC S9(11)V99.
               03 TAB-QTD-SOBRE-VAR PIC 9(05).
               03 TAB-VAL-SOBRE-VAR PIC S9(11)V99.

       01 CAB-PRECO-1.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
                      "VENDAS FORA DA TABELA DE PRECOS VIGENTE   ".
           02 FILLER PIC X(20) VALUE SPACES.
       01 CAB-PRECO-2.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "VEND.".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "CLIEN".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "PROD".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA VENDA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "QTD".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "ESPERADO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "COBRADO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DIF. %".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "OCORRENCIA".

       01 DETALHE-PRECO.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 VEND-PRECO-REL PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CLI-PRECO-REL  PIC 9(05).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROD-PRECO-REL PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DIA-PRECO-REL  PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 MES-PRECO-REL  PIC 9(02).
           02 FILLER         PIC X(01) VALUE "/".
           02 ANO-PRECO-REL  PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 QTD-PRECO-REL  PIC ZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ESP-PRECO-REL  PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 COB-PRECO-REL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PERC-PRECO-REL PIC -ZZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OCOR-PRECO-REL PIC X(10).

       01 CAB-PRECO-3.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
                      "RESUMO DE VARIACAO DE PRECO POR VENDEDOR  ".
           02 FILLER PIC X(20) VALUE SPACES.
       01 CAB-PRECO-4.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "VENDEDOR".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DESCONTOS".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "VALOR DESC.".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "SOBREPRECO".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "VALOR SOBR.".
           02 FILLER PIC X(12) VALUE SPACES.

       01 DETALHE-VAR.
           02 FILLER         PIC X(05) VALUE SPACES.
           02 VEND-VAR-REL   PIC 9(05).
           02 FILLER         PIC X(08) VALUE SPACES.
           02 QTD-DESC-REL   PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VAL-DESC-REL   PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(08) VALUE SPACES.
           02 QTD-SOBRE-REL  PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 VAL-SOBRE-REL  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(12) VALUE SPACES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
       PERFORM CARREGA-METAS.
       PERFORM CARREGA-ALIQUOTAS.
       PERFORM CARREGA-PRODUTOS.
       PERFORM CARREGA-PRECOS.
       PERFORM CARREGA-CLIENTES.
       PERFORM CARREGA-TERRITORIO.
       PERFORM CARREGA-HISTORICO-VENDAS.
                       MOVE MES-PARM         TO MES-SEL
                       MOVE ANO-PARM         TO ANO-SEL
                       MOVE EXPORTA-CSV-PARM TO EXPORTA-CSV
                       IF TOL-PRECO-PARM NUMERIC AND
                          TOL-PRECO-PARM GREATER THAN ZEROES
                          MOVE TOL-PRECO-PARM TO TOL-PRECO
                       END-IF
                 END-READ
                 CLOSE PARMVENDA
              END-IF.
       GUARDA-PRODUTO.
              IF QTD-PRODUTOS LESS THAN 500
                 ADD 1 TO QTD-PRODUTOS
                 MOVE COD-PROD   TO TAB-COD-PRODUTO(QTD-PRODUTOS)
                 MOVE PRECO-PROD TO TAB-PRECO-PRODUTO(QTD-PRODUTOS)
              END-IF.
              PERFORM LER-PRODUTO.

       CARREGA-PRECOS.
              OPEN INPUT PRECOHIS.
              IF WS-STATUS-PHIS EQUAL "00"
                 MOVE 0 TO FIM-LEITURA
                 PERFORM LER-PRECO
                 PERFORM GUARDA-PRECO UNTIL FIM-LEITURA EQUAL 1
                 CLOSE PRECOHIS
              END-IF.
              MOVE 0 TO FIM-LEITURA.

       LER-PRECO.
              READ PRECOHIS AT END MOVE 1 TO FIM-LEITURA.

       GUARDA-PRECO.
              IF QTD-PRECOS LESS THAN 5000
                 ADD 1 TO QTD-PRECOS
                 MOVE COD-PROD-PHIS TO TAB-PROD-PRECO(QTD-PRECOS)
                 MOVE DATA-VIG-PHIS TO TAB-VIG-PRECO(QTD-PRECOS)
                 MOVE PRECO-PHIS    TO TAB-VALOR-PRECO(QTD-PRECOS)
              END-IF.
              PERFORM LER-PRECO.

       CARREGA-CLIENTES.
              OPEN INPUT CLIMEST.
              IF WS-STATUS-CLIM NOT EQUAL "00"
              READ ARQVENDA AT END MOVE 1 TO FIM-LEITURA.
              IF FIM-LEITURA NOT EQUAL 1
                 ADD 1 TO CT-LIDOS
                 ADD 1 TO POS-VENDA
              END-IF.

       PROCESSA-SELECAO.
              IF CH-ERRO-VENDA EQUAL "S"
                 PERFORM GRAVA-REJ-VENDA
              ELSE
              PERFORM VERIFICA-BAIXA-ESTOQUE
              IF (MES-SEL EQUAL 0 OR MES-VENDA-ENT EQUAL MES-SEL) AND
                 (ANO-SEL EQUAL 0 OR ANO-VENDA-ENT EQUAL ANO-SEL)
                 IF VENDA-NORMAL
                    PERFORM VERIFICA-PRECO-VENDA
                 END-IF
                 PERFORM PESQUISA-VENDEDOR-MEST
                 IF ACHEI-VENDEDOR EQUAL "S"
                    MOVE ESTADO-ENT        TO ESTADO-TRAB
              END-IF.
              PERFORM LEITURA-ENT.

       VERIFICA-BAIXA-ESTOQUE.
              IF POS-VENDA GREATER THAN QTD-VENDA-BAIXADA
                 IF TEM-ESTCTL EQUAL "S"
                    PERFORM GRAVA-MOVTO-ESTOQUE
                 ELSE
                    IF (MES-SEL EQUAL 0 OR
                        MES-VENDA-ENT EQUAL MES-SEL) AND
                       (ANO-SEL EQUAL 0 OR
                        ANO-VENDA-ENT EQUAL ANO-SEL)
                       PERFORM GRAVA-MOVTO-ESTOQUE
                    END-IF
                 END-IF
              END-IF.

       GRAVA-MOVTO-ESTOQUE.
              MOVE COD-PROD-ENT   TO COD-PROD-EST.
              MOVE TIPO-VENDA-ENT TO TIPO-MOV-EST.
              IF VENDA-DEVOLUCAO
                 MOVE "+" TO SINAL-MOV-EST
              ELSE
                 MOVE "-" TO SINAL-MOV-EST
              END-IF.
              MOVE QTD-PROD-ENT   TO QTD-MOV-EST.
              MOVE ANO-VENDA-ENT  TO DATA-MOV-EST(1:4).
              MOVE MES-VENDA-ENT  TO DATA-MOV-EST(5:2).
              MOVE DIA-VENDA-ENT  TO DATA-MOV-EST(7:2).
              MOVE "ARQVENDA"     TO DOC-MOV-EST.
              WRITE REG-ESTVEND.
              ADD 1 TO CT-BAIXA-EST.

       CARREGA-CONTROLE-ESTOQUE.
              MOVE "N" TO TEM-ESTCTL.
              MOVE 0 TO QTD-VENDA-BAIXADA.
              OPEN INPUT ESTCTL.
              IF WS-STATUS-ECTL EQUAL "00"
                 READ ESTCTL
                     NOT AT END
                         MOVE "S" TO TEM-ESTCTL
                         MOVE QTD-VENDA-CTL TO QTD-VENDA-BAIXADA
                 END-READ
                 CLOSE ESTCTL
              END-IF.
              IF TEM-ESTCTL EQUAL "N"
                 DISPLAY "ESTCTL.DAT NAO ENCONTRADO - BAIXA DE ESTOQUE "
                         "SO DA COMPETENCIA SELECIONADA"
              END-IF.

       GRAVA-CONTROLE-ESTOQUE.
              IF POS-VENDA LESS THAN QTD-VENDA-BAIXADA
                 DISPLAY "ARQVENDA.DAT MENOR QUE O CONTROLE DE ESTOQUE "
                         "- CONTROLE REPOSICIONADO"
                 DISPLAY "REGISTROS LIDOS " POS-VENDA
                         " CONTROLE " QTD-VENDA-BAIXADA
              END-IF.
              ACCEPT DATA-ESTCTL FROM DATE YYYYMMDD.
              OPEN OUTPUT ESTCTL.
              MOVE POS-VENDA   TO QTD-VENDA-CTL.
              MOVE DATA-ESTCTL TO DATA-CTL-EST.
              WRITE REG-ESTCTL.
              CLOSE ESTCTL.

       ATUALIZA-HISTORICO.
              IF VENDA-DEVOLUCAO
                 IF IND-HIST-DEV GREATER THAN 0
              MOVE 1 TO IND-PRODUTO.
              PERFORM TESTA-PRODUTO UNTIL IND-PRODUTO GREATER THAN
                      QTD-PRODUTOS OR ACHEI-PRODUTO EQUAL "S".
              IF ACHEI-PRODUTO EQUAL "S"
                 SUBTRACT 1 FROM IND-PRODUTO
              END-IF.

       TESTA-PRODUTO.
              IF TAB-COD-PRODUTO(IND-PRODUTO) EQUAL COD-PROD-ENT
              END-IF.
              ADD 1 TO IND-PRODUTO.

       VERIFICA-PRECO-VENDA.
              MOVE ANO-VENDA-ENT TO DATA-VENDA-W(1:4).
              MOVE MES-VENDA-ENT TO DATA-VENDA-W(5:2).
              MOVE DIA-VENDA-ENT TO DATA-VENDA-W(7:2).
              MOVE ZEROES TO MAIOR-VIG.
              MOVE TAB-PRECO-PRODUTO(IND-PRODUTO) TO PRECO-UNIT-W.
              MOVE 1 TO IND-PRECO.
              PERFORM TESTA-PRECO-VIGENTE UNTIL IND-PRECO GREATER THAN
                      QTD-PRECOS.
              COMPUTE VALOR-ESPERADO-W = PRECO-UNIT-W * QTD-PROD-ENT.
              IF VALOR-ESPERADO-W GREATER THAN ZEROES
                 COMPUTE DIF-PRECO-W = VAL-VENDA-ENT - VALOR-ESPERADO-W
                 COMPUTE PERC-DIF-PRECO ROUNDED =
                         DIF-PRECO-W * 100 / VALOR-ESPERADO-W
                    ON SIZE ERROR
                       MOVE 9999,99 TO PERC-DIF-PRECO
                 END-COMPUTE
                 IF PERC-DIF-PRECO GREATER THAN TOL-PRECO OR
                    PERC-DIF-PRECO LESS THAN (0 - TOL-PRECO)
                    PERFORM IMPRIME-VARIACAO-PRECO
                 END-IF
              END-IF.

       TESTA-PRECO-VIGENTE.
              IF TAB-PROD-PRECO(IND-PRECO) EQUAL COD-PROD-ENT AND
                 TAB-VIG-PRECO(IND-PRECO) NOT GREATER THAN
                 DATA-VENDA-W AND
                 TAB-VIG-PRECO(IND-PRECO) GREATER THAN MAIOR-VIG
                 MOVE TAB-VIG-PRECO(IND-PRECO)   TO MAIOR-VIG
                 MOVE TAB-VALOR-PRECO(IND-PRECO) TO PRECO-UNIT-W
              END-IF.
              ADD 1 TO IND-PRECO.

       IMPRIME-VARIACAO-PRECO.
              IF TEM-CAB-PRECO EQUAL "N"
                 MOVE "S" TO TEM-CAB-PRECO
                 WRITE REG-PRECO-REL FROM CAB-PRECO-1
                       AFTER ADVANCING 1 LINE
                 WRITE REG-PRECO-REL FROM CAB-PRECO-2
                       AFTER ADVANCING 2 LINES
              END-IF.
              MOVE NR-VENDEDOR-ENT  TO VEND-PRECO-REL.
              MOVE COD-CLI-ENT      TO CLI-PRECO-REL.
              MOVE COD-PROD-ENT     TO PROD-PRECO-REL.
              MOVE DIA-VENDA-ENT    TO DIA-PRECO-REL.
              MOVE MES-VENDA-ENT    TO MES-PRECO-REL.
              MOVE ANO-VENDA-ENT    TO ANO-PRECO-REL.
              MOVE QTD-PROD-ENT     TO QTD-PRECO-REL.
              MOVE VALOR-ESPERADO-W TO ESP-PRECO-REL.
              MOVE VAL-VENDA-ENT    TO COB-PRECO-REL.
              MOVE PERC-DIF-PRECO   TO PERC-PRECO-REL.
              PERFORM PESQUISA-VAR-VENDEDOR.
              IF DIF-PRECO-W LESS THAN ZEROES
                 MOVE "DESCONTO"   TO OCOR-PRECO-REL
                 ADD 1 TO CT-DESC-PRECO
                 IF ACHEI-VAR-VEND EQUAL "S"
                    ADD 1 TO TAB-QTD-DESC-VAR(IND-VAR-VEND)
                    ADD DIF-PRECO-W TO TAB-VAL-DESC-VAR(IND-VAR-VEND)
                 END-IF
              ELSE
                 MOVE "SOBREPRECO" TO OCOR-PRECO-REL
                 ADD 1 TO CT-SOBRE-PRECO
                 IF ACHEI-VAR-VEND EQUAL "S"
                    ADD 1 TO TAB-QTD-SOBRE-VAR(IND-VAR-VEND)
                    ADD DIF-PRECO-W TO TAB-VAL-SOBRE-VAR(IND-VAR-VEND)
                 END-IF
              END-IF.
              WRITE REG-PRECO-REL FROM DETALHE-PRECO
                    AFTER ADVANCING 1 LINE.

       PESQUISA-VAR-VENDEDOR.
              MOVE "N" TO ACHEI-VAR-VEND.
              MOVE 1 TO IND-VAR-VEND.
              PERFORM TESTA-VAR-VENDEDOR UNTIL IND-VAR-VEND GREATER
                      THAN QTD-VAR-VEND OR ACHEI-VAR-VEND EQUAL "S".
              IF ACHEI-VAR-VEND EQUAL "S"
                 SUBTRACT 1 FROM IND-VAR-VEND
              ELSE
                 IF QTD-VAR-VEND LESS THAN 500
                    ADD 1 TO QTD-VAR-VEND
                    MOVE QTD-VAR-VEND    TO IND-VAR-VEND
                    MOVE NR-VENDEDOR-ENT TO TAB-VEND-VAR(IND-VAR-VEND)
                    MOVE 0 TO TAB-QTD-DESC-VAR(IND-VAR-VEND)
                              TAB-VAL-DESC-VAR(IND-VAR-VEND)
                              TAB-QTD-SOBRE-VAR(IND-VAR-VEND)
                              TAB-VAL-SOBRE-VAR(IND-VAR-VEND)
                    MOVE "S" TO ACHEI-VAR-VEND
                 END-IF
              END-IF.

       TESTA-VAR-VENDEDOR.
              IF TAB-VEND-VAR(IND-VAR-VEND) EQUAL NR-VENDEDOR-ENT
                 MOVE "S" TO ACHEI-VAR-VEND
              END-IF.
              ADD 1 TO IND-VAR-VEND.

       IMPRIME-RESUMO-PRECO.
              WRITE REG-PRECO-REL FROM CAB-PRECO-3
                    AFTER ADVANCING 3 LINES.
              WRITE REG-PRECO-REL FROM CAB-PRECO-4
                    AFTER ADVANCING 2 LINES.
              MOVE 1 TO IND-VAR-VEND.
              PERFORM IMPRIME-VAR-VENDEDOR UNTIL IND-VAR-VEND GREATER
                      THAN QTD-VAR-VEND.

       IMPRIME-VAR-VENDEDOR.
              MOVE TAB-VEND-VAR(IND-VAR-VEND)      TO VEND-VAR-REL.
              MOVE TAB-QTD-DESC-VAR(IND-VAR-VEND)  TO QTD-DESC-REL.
              MOVE TAB-VAL-DESC-VAR(IND-VAR-VEND)  TO VAL-DESC-REL.
              MOVE TAB-QTD-SOBRE-VAR(IND-VAR-VEND) TO QTD-SOBRE-REL.
              MOVE TAB-VAL-SOBRE-VAR(IND-VAR-VEND) TO VAL-SOBRE-REL.
              WRITE REG-PRECO-REL FROM DETALHE-VAR
                    AFTER ADVANCING 1 LINE.
              ADD 1 TO IND-VAR-VEND.

       VALIDA-UF-VENDA.
              SET IDX-ESTADO TO 1.
              SEARCH TAB-ESTADO

       SELECAO SECTION.
              PERFORM CARREGA-VENDEDORES.
              PERFORM CARREGA-CONTROLE-ESTOQUE.
              OPEN INPUT ARQVENDA OUTPUT VENDORFA VENDREJ REL-TERR
                   REL-DEV REL-PRECO.
              OPEN EXTEND ESTVEND.
              IF WS-STATUS-EVEND EQUAL "35"
                 OPEN OUTPUT ESTVEND
              END-IF.
              PERFORM LEITURA-ENT.
              PERFORM PROCESSA-SELECAO UNTIL FIM-LEITURA EQUAL 1.
              PERFORM GRAVA-HISTORICO-ATU.
              DISPLAY "VENDAS FORA DO TERRITORIO: " CT-FORA-TERR.
              DISPLAY "COMPETENCIA FECHADA      : " CT-COMPET-FECH.
              DISPLAY "DEVOLUCOES REJEITADAS    : " CT-DEV-REJ.
              IF TEM-CAB-PRECO EQUAL "S"
                 PERFORM IMPRIME-RESUMO-PRECO
              END-IF.
              DISPLAY "DESCONTOS NAO AUTORIZADOS: " CT-DESC-PRECO.
              DISPLAY "VENDAS COM SOBREPRECO    : " CT-SOBRE-PRECO.
              CLOSE ARQVENDA VENDORFA VENDREJ REL-TERR REL-DEV
                    ESTVEND REL-PRECO.
              PERFORM GRAVA-CONTROLE-ESTOQUE.
              DISPLAY "MOVIMENTOS P/ ESTOQUE    : " CT-BAIXA-EST.

       GERA-REL SECTION.
              PERFORM INICIO.
