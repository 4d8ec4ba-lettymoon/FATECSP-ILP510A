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
               88 CLI-JURIDICA VALUE "J".
           02 DOC-CLI        PIC 9(14).
           02 RAZAO-CLI      PIC X(40).
           02 FANTASIA-CLI   PIC X(30).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           77 PERC-W          PIC 9(03)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE ZEROES.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-TIPO        PIC 9(01) VALUE ZEROES.

       01 TABELA-UFS.
           02 TAB-UF-ITEM OCCURS 27 TIMES.
               03 TAB-NOME-UF   PIC X(19).
               03 TAB-REGIAO-UF PIC X(12).
               03 TAB-CLI-UF    PIC 9(06).
               03 TAB-PF-UF     PIC 9(06).
               03 TAB-PJ-UF     PIC 9(06).
               03 TAB-VENDAS-UF PIC 9(11)V99.
               03 TAB-DEVOL-UF  PIC 9(11)V99.

           02 TAB-REG OCCURS 10 TIMES.
               03 TAB-NOME-REG   PIC X(12).
               03 TAB-CLI-REG    PIC 9(06).
               03 TAB-PF-REG     PIC 9(06).
               03 TAB-PJ-REG     PIC 9(06).
               03 TAB-VENDAS-REG PIC 9(12)V99.
               03 TAB-DEVOL-REG  PIC 9(12)V99.
               03 TAB-LISTADA    PIC X(01).

       01 TABELA-CLIENTES.
           02 TAB-CLI-ITEM OCCURS 2000 TIMES.
               03 TAB-COD-CLI  PIC 9(05).
               03 TAB-TIPO-CLI PIC 9(01).

       01 TABELA-TIPOS.
           02 TAB-TIPO-ITEM OCCURS 3 TIMES.
               03 TAB-CLI-TIPO    PIC 9(06).
               03 TAB-VENDAS-TIPO PIC 9(12)V99.
               03 TAB-DEVOL-TIPO  PIC 9(12)V99.

       01 NOMES-TIPOS.
           02 FILLER PIC X(19) VALUE "PESSOA FISICA      ".
           02 FILLER PIC X(19) VALUE "PESSOA JURIDICA    ".
           02 FILLER PIC X(19) VALUE "NAO IDENTIFICADO   ".
       01 NOMES-TIPOS-RED REDEFINES NOMES-TIPOS.
           02 TAB-NOME-TIPO PIC X(19) OCCURS 3 TIMES.

       01 CAB-01.
           02 FILLER  PIC X(90) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 FILLER PIC X(02) VALUE "UF".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(19) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CLIENTES".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "PF".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "PJ".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "VENDAS".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DEVOLUCOES".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "LIQUIDO".

       01 DETALHE-UF.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CLI-UF-REL  PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PF-UF-REL   PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PJ-UF-REL   PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 VENDAS-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DEVOL-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(09) VALUE SPACES.
           02 CLI-REG-REL PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PF-REG-REL  PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PJ-REG-REL  PIC ZZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 VENDAS-REG-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DEVOL-REG-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 LIQ-RANK-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(65) VALUE SPACES.

       01 CAB-05.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "TIPO DE PESSOA".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CLIENTES".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "VENDAS".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DEVOLUCOES".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "LIQUIDO".

       01 DETALHE-TIPO.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOME-TIPO-REL PIC X(19).
           02 FILLER        PIC X(06) VALUE SPACES.
           02 CLI-TIPO-REL  PIC ZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VENDAS-TIPO-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DEVOL-TIPO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 LIQ-TIPO-REL  PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-RELREGIO.
           PERFORM CARREGA-UFREF.
           MOVE 1 TO IND-TIPO.
           PERFORM ZERA-TIPO UNTIL IND-TIPO GREATER THAN 3.
           PERFORM CONTA-CLIENTES.
           PERFORM ACUMULA-VENDAS.
           PERFORM CONSOLIDA-REGIOES.
              MOVE NOME-REF   TO TAB-NOME-UF(QTD-UF)
              MOVE REGIAO-REF TO TAB-REGIAO-UF(QTD-UF)
              MOVE 0 TO TAB-CLI-UF(QTD-UF)
              MOVE 0 TO TAB-PF-UF(QTD-UF)
              MOVE 0 TO TAB-PJ-UF(QTD-UF)
              MOVE 0 TO TAB-VENDAS-UF(QTD-UF)
              MOVE 0 TO TAB-DEVOL-UF(QTD-UF)
           END-IF.
           PERFORM LER-UFREF.

       ZERA-TIPO.
           MOVE 0 TO TAB-CLI-TIPO(IND-TIPO).
           MOVE 0 TO TAB-VENDAS-TIPO(IND-TIPO).
           MOVE 0 TO TAB-DEVOL-TIPO(IND-TIPO).
           ADD 1 TO IND-TIPO.

       CONTA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST EQUAL "00"
       CONTA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999
              ADD 1 TO CT-CLIENTES
              IF CLI-JURIDICA
                 MOVE 2 TO IND-TIPO
              ELSE
                 MOVE 1 TO IND-TIPO
              END-IF
              ADD 1 TO TAB-CLI-TIPO(IND-TIPO)
              IF QTD-CLI LESS THAN 2000
                 ADD 1 TO QTD-CLI
                 MOVE COD-CLI  TO TAB-COD-CLI(QTD-CLI)
                 MOVE IND-TIPO TO TAB-TIPO-CLI(QTD-CLI)
              END-IF
              PERFORM PESQUISA-UF-CLI
              IF ACHEI EQUAL "S"
                 ADD 1 TO TAB-CLI-UF(IND-UF)
                 IF CLI-JURIDICA
                    ADD 1 TO TAB-PJ-UF(IND-UF)
                 ELSE
                    ADD 1 TO TAB-PF-UF(IND-UF)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-CLIENTE.
       ACUMULA-VENDA.
           PERFORM PESQUISA-UF-VENDA.
           IF ACHEI EQUAL "S"
              PERFORM PESQUISA-CLI-VENDA
              IF VENDA-DEVOLUCAO
                 ADD VAL-VENDA-ENT TO TAB-DEVOL-UF(IND-UF)
                 ADD VAL-VENDA-ENT TO TOT-DEVOL-CIA
                 ADD VAL-VENDA-ENT TO TAB-DEVOL-TIPO(IND-TIPO)
              ELSE
                 ADD VAL-VENDA-ENT TO TAB-VENDAS-UF(IND-UF)
                 ADD VAL-VENDA-ENT TO TOT-VENDAS-CIA
                 ADD VAL-VENDA-ENT TO TAB-VENDAS-TIPO(IND-TIPO)
              END-IF
           END-IF.
           PERFORM LER-VENDA.
           END-IF.
           ADD 1 TO IND-UF.

       PESQUISA-CLI-VENDA.
           MOVE 3 TO IND-TIPO.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLI-VENDA UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR IND-TIPO NOT EQUAL 3.

       TESTA-CLI-VENDA.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-ENT
              MOVE TAB-TIPO-CLI(IND-CLI) TO IND-TIPO
           END-IF.
           ADD 1 TO IND-CLI.

       CONSOLIDA-REGIOES.
           MOVE 1 TO IND-UF.
           PERFORM CONSOLIDA-UF UNTIL IND-UF GREATER THAN QTD-UF.
                 MOVE TAB-REGIAO-UF(IND-UF) TO
                      TAB-NOME-REG(IND-REGIAO)
                 MOVE 0 TO TAB-CLI-REG(IND-REGIAO)
                 MOVE 0 TO TAB-PF-REG(IND-REGIAO)
                 MOVE 0 TO TAB-PJ-REG(IND-REGIAO)
                 MOVE 0 TO TAB-VENDAS-REG(IND-REGIAO)
                 MOVE 0 TO TAB-DEVOL-REG(IND-REGIAO)
                 MOVE "N" TO TAB-LISTADA(IND-REGIAO)
              END-IF
           END-IF.
           ADD TAB-CLI-UF(IND-UF)    TO TAB-CLI-REG(IND-REGIAO).
           ADD TAB-PF-UF(IND-UF)     TO TAB-PF-REG(IND-REGIAO).
           ADD TAB-PJ-UF(IND-UF)     TO TAB-PJ-REG(IND-REGIAO).
           ADD TAB-VENDAS-UF(IND-UF) TO TAB-VENDAS-REG(IND-REGIAO).
           ADD TAB-DEVOL-UF(IND-UF)  TO TAB-DEVOL-REG(IND-REGIAO).
           ADD 1 TO IND-UF.
           PERFORM IMPRIME-REGIAO UNTIL IND-REGIAO GREATER THAN
                   QTD-REGIAO.
           PERFORM IMPRIME-RANKING.
           PERFORM IMPRIME-TIPOS.
           CLOSE REL-REG.

       IMPRIME-REGIAO.
           PERFORM IMPRIME-UF-REGIAO UNTIL IND-VARRE GREATER THAN
                   QTD-UF.
           MOVE TAB-CLI-REG(IND-REGIAO)    TO CLI-REG-REL.
           MOVE TAB-PF-REG(IND-REGIAO)     TO PF-REG-REL.
           MOVE TAB-PJ-REG(IND-REGIAO)     TO PJ-REG-REL.
           MOVE TAB-VENDAS-REG(IND-REGIAO) TO VENDAS-REG-REL.
           MOVE TAB-DEVOL-REG(IND-REGIAO)  TO DEVOL-REG-REL.
           COMPUTE LIQ-REGIAO = TAB-VENDAS-REG(IND-REGIAO) -
              MOVE TAB-UF(IND-VARRE)        TO UF-REL
              MOVE TAB-NOME-UF(IND-VARRE)   TO NOME-UF-REL
              MOVE TAB-CLI-UF(IND-VARRE)    TO CLI-UF-REL
              MOVE TAB-PF-UF(IND-VARRE)     TO PF-UF-REL
              MOVE TAB-PJ-UF(IND-VARRE)     TO PJ-UF-REL
              MOVE TAB-VENDAS-UF(IND-VARRE) TO VENDAS-REL
              MOVE TAB-DEVOL-UF(IND-VARRE)  TO DEVOL-REL
              COMPUTE LIQ-REGIAO = TAB-VENDAS-UF(IND-VARRE) -
           END-IF.
           ADD 1 TO IND-REGIAO.

       IMPRIME-TIPOS.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE "TIPO PESSOA " TO REGIAO-REL.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 2 LINES.
           MOVE 1 TO IND-TIPO.
           PERFORM IMPRIME-TIPO-LINHA UNTIL IND-TIPO GREATER THAN 3.

       IMPRIME-TIPO-LINHA.
           MOVE TAB-NOME-TIPO(IND-TIPO)   TO NOME-TIPO-REL.
           MOVE TAB-CLI-TIPO(IND-TIPO)    TO CLI-TIPO-REL.
           MOVE TAB-VENDAS-TIPO(IND-TIPO) TO VENDAS-TIPO-REL.
           MOVE TAB-DEVOL-TIPO(IND-TIPO)  TO DEVOL-TIPO-REL.
           COMPUTE LIQ-REGIAO = TAB-VENDAS-TIPO(IND-TIPO) -
                   TAB-DEVOL-TIPO(IND-TIPO).
           MOVE LIQ-REGIAO TO LIQ-TIPO-REL.
           WRITE REG-ATR FROM DETALHE-TIPO AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-TIPO.

       FIM.
           DISPLAY "CLIENTES LIDOS   : " CT-CLIENTES.
           DISPLAY "CLIENTES PF      : " TAB-CLI-TIPO(1).
           DISPLAY "CLIENTES PJ      : " TAB-CLI-TIPO(2).
           DISPLAY "REGIOES APURADAS : " QTD-REGIAO.
           DISPLAY "VENDAS DA CIA    : " TOT-VENDAS-CIA.
           DISPLAY "DEVOLUCOES DA CIA: " TOT-DEVOL-CIA.
