           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.
           SELECT NOTAIMP ASSIGN TO DISK.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT CREDRET ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.
           SELECT CREDAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APR.
           SELECT CREDLIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.

       DATA DIVISION.
       FILE SECTION.
           02 DATA-NOTA     PIC 9(08).
           02 VALOR-NOTA    PIC 9(07)V99.
           02 ICMS-NOTA     PIC 9(07)V99.
           02 COD-CLI-NOTA  PIC 9(05).
           02 SIT-NOTA      PIC X(01).
           02 COND-NOTA     PIC 9(02).

       FD NOTAIMP
           LABEL RECORD IS OMITTED.
       01 REG-IMP PIC X(80).

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

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01 REG-CR.
           02 NR-NOTA-CR   PIC 9(04).
           02 NR-VEND-CR   PIC 9(05).
           02 UF-CR        PIC X(02).
           02 DATA-EMIS-CR PIC 9(08).
           02 DATA-VENC-CR PIC 9(08).
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD CREDRET
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDRET.DAT".
       01 REG-RET.
           02 NR-RET      PIC 9(05).
           02 DATA-RET    PIC 9(08).
           02 SALDO-RET   PIC 9(09)V99.
           02 LIMITE-RET  PIC 9(07)V99.
           02 VENDA-RET   PIC X(58).

       FD CREDAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDAPR.DAT".
       01 REG-APR.
           02 NR-RET-APR   PIC 9(05).
           02 DECISAO-APR  PIC X(01).
           02 OPER-APR     PIC X(04).

       FD CREDLIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CREDLIB.DAT".
       01 REG-LIB.
           02 NR-RET-LIB   PIC 9(05).
           02 SIT-LIB      PIC X(01).
           02 DATA-LIB     PIC 9(08).
           02 OPER-LIB     PIC X(04).
           02 NR-NOTA-LIB  PIC 9(04).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-TAXA  PIC X(02).
           77 WS-STATUS-NOTAS PIC X(02).
           77 WS-STATUS-CLI   PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-RET   PIC X(02).
           77 WS-STATUS-APR   PIC X(02).
           77 WS-STATUS-LIB   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 QTD-LIM         PIC 9(04) VALUE ZEROES.
           77 IND-LIM         PIC 9(04) VALUE ZEROES.
           77 ACHEI-LIM       PIC X(01) VALUE "N".
           77 CLI-PESQ        PIC 9(05) VALUE ZEROES.
           77 QTD-APR         PIC 9(04) VALUE ZEROES.
           77 IND-APR         PIC 9(04) VALUE ZEROES.
           77 ACHEI-APR       PIC X(01) VALUE "N".
           77 QTD-LIB         PIC 9(04) VALUE ZEROES.
           77 IND-LIB         PIC 9(04) VALUE ZEROES.
           77 ACHEI-LIB       PIC X(01) VALUE "N".
           77 MAIOR-RET       PIC 9(05) VALUE ZEROES.
           77 CH-RETIDA       PIC X(01) VALUE "N".
           77 SALDO-ABERTO    PIC S9(07)V99 VALUE ZEROES.
           77 EXPOSICAO       PIC 9(09)V99 VALUE ZEROES.
           77 CT-RETIDAS      PIC 9(05) VALUE ZEROES.
           77 CT-LIBERADAS    PIC 9(05) VALUE ZEROES.
           77 CT-RECUSADAS    PIC 9(05) VALUE ZEROES.
           77 TOTAL-RETIDO    PIC 9(11)V99 VALUE ZEROES.
           77 QTD-TAXAS       PIC 9(02) VALUE ZEROES.
           77 IND-TAXA        PIC 9(02) VALUE ZEROES.
           77 ACHEI-TAXA      PIC X(01) VALUE "N".
               03 TAB-UF-TAXA   PIC X(02).
               03 TAB-ALIQ-TAXA PIC 9(02)V99.

       01 TABELA-LIMITES.
           02 TAB-LIM OCCURS 2000 TIMES.
               03 TAB-COD-LIM    PIC 9(05).
               03 TAB-LIMITE-LIM PIC 9(07)V99.
               03 TAB-SALDO-LIM  PIC 9(09)V99.
               03 TAB-COND-LIM   PIC 9(02).

       01 TABELA-APROVACOES.
           02 TAB-APR OCCURS 500 TIMES.
               03 TAB-NR-APR      PIC 9(05).
               03 TAB-DECISAO-APR PIC X(01).
               03 TAB-OPER-APR    PIC X(04).

       01 TABELA-BAIXADAS.
           02 TAB-NR-LIB PIC 9(05) OCCURS 2000 TIMES.

       01 NOTA-01.
           02 FILLER PIC X(80) VALUE ALL "-".
       01 NOTA-02.

       PROCEDURE DIVISION.
       PGM-NOTAGERA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-ALIQUOTAS.
           PERFORM CARREGA-LIMITES.
           PERFORM CARREGA-SALDOS.
           PERFORM CARREGA-APROVACOES.
           PERFORM CARREGA-BAIXADAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           END-IF.
           PERFORM LER-ALIQUOTA.

       CARREGA-LIMITES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI EQUAL "00"
              PERFORM LER-CLIENTE
              PERFORM GUARDA-LIMITE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           ELSE
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - VENDAS SEM "
                      "CONTROLE DE CREDITO"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-LIMITE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-LIM LESS THAN 2000
              ADD 1 TO QTD-LIM
              MOVE COD-CLI    TO TAB-COD-LIM(QTD-LIM)
              MOVE LIMITE-CLI TO TAB-LIMITE-LIM(QTD-LIM)
              MOVE ZEROES     TO TAB-SALDO-LIM(QTD-LIM)
              MOVE COND-CLI   TO TAB-COND-LIM(QTD-LIM)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-SALDOS.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR EQUAL "00"
              PERFORM LER-TITULO
              PERFORM SOMA-TITULO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRABERTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       SOMA-TITULO.
           IF SIT-CR EQUAL "A"
              COMPUTE SALDO-ABERTO = VALOR-CR - RECEBIDO-CR
              IF SALDO-ABERTO GREATER THAN 0
                 MOVE COD-CLI-CR TO CLI-PESQ
                 PERFORM PESQUISA-LIMITE
                 IF ACHEI-LIM EQUAL "S"
                    ADD SALDO-ABERTO TO TAB-SALDO-LIM(IND-LIM)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-TITULO.

       PESQUISA-LIMITE.
           MOVE "N" TO ACHEI-LIM.
           MOVE 1 TO IND-LIM.
           PERFORM TESTA-LIMITE UNTIL IND-LIM GREATER THAN QTD-LIM
                   OR ACHEI-LIM EQUAL "S".
           IF ACHEI-LIM EQUAL "S"
              SUBTRACT 1 FROM IND-LIM
           END-IF.

       TESTA-LIMITE.
           IF TAB-COD-LIM(IND-LIM) EQUAL CLI-PESQ
              MOVE "S" TO ACHEI-LIM
           END-IF.
           ADD 1 TO IND-LIM.

       CARREGA-APROVACOES.
           OPEN INPUT CREDAPR.
           IF WS-STATUS-APR EQUAL "00"
              PERFORM LER-APROVACAO
              PERFORM GUARDA-APROVACAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CREDAPR
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-APROVACAO.
           READ CREDAPR AT END MOVE "S" TO FIM-ARQ.

       GUARDA-APROVACAO.
           IF DECISAO-APR EQUAL "A" OR DECISAO-APR EQUAL "R"
              IF QTD-APR LESS THAN 500
                 ADD 1 TO QTD-APR
                 MOVE NR-RET-APR  TO TAB-NR-APR(QTD-APR)
                 MOVE DECISAO-APR TO TAB-DECISAO-APR(QTD-APR)
                 MOVE OPER-APR    TO TAB-OPER-APR(QTD-APR)
              END-IF
           ELSE
              DISPLAY "DECISAO INVALIDA EM CREDAPR.DAT - RETENCAO "
                      NR-RET-APR
           END-IF.
           PERFORM LER-APROVACAO.

       PESQUISA-APROVACAO.
           MOVE "N" TO ACHEI-APR.
           MOVE 1 TO IND-APR.
           PERFORM TESTA-APROVACAO UNTIL IND-APR GREATER THAN QTD-APR
                   OR ACHEI-APR EQUAL "S".
           IF ACHEI-APR EQUAL "S"
              SUBTRACT 1 FROM IND-APR
           END-IF.

       TESTA-APROVACAO.
           IF TAB-NR-APR(IND-APR) EQUAL NR-RET
              MOVE "S" TO ACHEI-APR
           END-IF.
           ADD 1 TO IND-APR.

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
           ELSE
              DISPLAY "CREDLIB.DAT EXCEDE A TABELA DE BAIXAS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
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

       INICIO.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA NOT EQUAL "00"
              OPEN OUTPUT NOTAS
           END-IF.
           OPEN OUTPUT NOTAIMP.
           PERFORM PROCESSA-RETIDAS.
           OPEN EXTEND CREDRET.
           IF WS-STATUS-RET EQUAL "35"
              OPEN OUTPUT CREDRET
           END-IF.
           PERFORM LEITURA.

       PROCESSA-RETIDAS.
           OPEN EXTEND CREDLIB.
           IF WS-STATUS-LIB EQUAL "35"
              OPEN OUTPUT CREDLIB
           END-IF.
           OPEN INPUT CREDRET.
           IF WS-STATUS-RET EQUAL "00"
              PERFORM LER-RETIDA
              PERFORM TRATA-RETIDA UNTIL FIM-ARQ EQUAL "S"
              CLOSE CREDRET
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-RETIDA.
           READ CREDRET AT END MOVE "S" TO FIM-ARQ.

       TRATA-RETIDA.
           IF NR-RET GREATER THAN MAIOR-RET
              MOVE NR-RET TO MAIOR-RET
           END-IF.
           PERFORM PESQUISA-BAIXADA.
           IF ACHEI-LIB EQUAL "N"
              PERFORM PESQUISA-APROVACAO
              IF ACHEI-APR EQUAL "S"
                 IF TAB-DECISAO-APR(IND-APR) EQUAL "A"
                    PERFORM LIBERA-RETIDA
                 ELSE
                    MOVE "R"    TO SIT-LIB
                    MOVE ZEROES TO NR-NOTA-LIB
                    PERFORM GRAVA-BAIXA
                    ADD 1 TO CT-RECUSADAS
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-RETIDA.

       LIBERA-RETIDA.
           MOVE VENDA-RET TO REG-ENT.
           PERFORM PESQUISA-ALIQUOTA.
           IF ACHEI-TAXA EQUAL "N"
              DISPLAY "UF SEM ALIQUOTA - RETENCAO MANTIDA: " NR-RET
           ELSE
              PERFORM EMITE-NOTA
              MOVE COD-CLI-ENT TO CLI-PESQ
              PERFORM PESQUISA-LIMITE
              IF ACHEI-LIM EQUAL "S"
                 ADD VAL-VENDA-ENT TO TAB-SALDO-LIM(IND-LIM)
              END-IF
              MOVE "F"         TO SIT-LIB
              MOVE GERACAO-GER TO NR-NOTA-LIB
              PERFORM GRAVA-BAIXA
              ADD 1 TO CT-LIBERADAS
           END-IF.

       GRAVA-BAIXA.
           MOVE NR-RET    TO NR-RET-LIB.
           MOVE DATA-HOJE TO DATA-LIB.
           MOVE TAB-OPER-APR(IND-APR) TO OPER-LIB.
           WRITE REG-LIB.

       LEITURA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
                 DISPLAY "UF SEM ALIQUOTA - VENDA SEM NOTA: "
                         ESTADO-ENT " " NR-VENDEDOR-ENT
              ELSE
                 PERFORM VERIFICA-CREDITO
                 IF CH-RETIDA EQUAL "S"
                    PERFORM GRAVA-RETENCAO
                 ELSE
                    PERFORM EMITE-NOTA
                    IF ACHEI-LIM EQUAL "S"
                       ADD VAL-VENDA-ENT TO TAB-SALDO-LIM(IND-LIM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       VERIFICA-CREDITO.
           MOVE "N" TO CH-RETIDA.
           MOVE COD-CLI-ENT TO CLI-PESQ.
           PERFORM PESQUISA-LIMITE.
           IF ACHEI-LIM EQUAL "S" AND TAB-LIMITE-LIM(IND-LIM)
              GREATER THAN 0
              COMPUTE EXPOSICAO = TAB-SALDO-LIM(IND-LIM) +
                                  VAL-VENDA-ENT
              IF EXPOSICAO GREATER THAN TAB-LIMITE-LIM(IND-LIM)
                 MOVE "S" TO CH-RETIDA
              END-IF
           END-IF.

       GRAVA-RETENCAO.
           ADD 1 TO MAIOR-RET.
           MOVE MAIOR-RET              TO NR-RET.
           MOVE DATA-HOJE              TO DATA-RET.
           MOVE TAB-SALDO-LIM(IND-LIM) TO SALDO-RET.
           MOVE TAB-LIMITE-LIM(IND-LIM) TO LIMITE-RET.
           MOVE REG-ENT                TO VENDA-RET.
           WRITE REG-RET.
           ADD 1 TO CT-RETIDAS.
           ADD VAL-VENDA-ENT TO TOTAL-RETIDO.

       PESQUISA-ALIQUOTA.
           MOVE 0 TO ALIQUOTA-ATUAL.
           MOVE "N" TO ACHEI-TAXA.
           MOVE DIA-VENDA-ENT   TO DATA-NOTA(7:2).
           MOVE VAL-VENDA-ENT   TO VALOR-NOTA.
           MOVE ICMS-VENDA      TO ICMS-NOTA.
           MOVE COD-CLI-ENT     TO COD-CLI-NOTA.
           MOVE SPACES          TO SIT-NOTA.
           MOVE COD-CLI-ENT     TO CLI-PESQ.
           PERFORM PESQUISA-LIMITE.
           IF ACHEI-LIM EQUAL "S"
              MOVE TAB-COND-LIM(IND-LIM) TO COND-NOTA
           ELSE
              MOVE ZEROES TO COND-NOTA
           END-IF.
           WRITE REG-NOTA.

       IMPRIME-NOTA.
           DISPLAY "VENDAS SEM NOTA        : " CT-SEM-NOTA.
           DISPLAY "VALOR TOTAL FATURADO   : " TOTAL-NOTAS.
           DISPLAY "ICMS TOTAL DESTACADO   : " TOTAL-ICMS.
           DISPLAY "VENDAS RETIDAS (CREDITO): " CT-RETIDAS.
           DISPLAY "VALOR RETIDO           : " TOTAL-RETIDO.
           DISPLAY "RETENCOES LIBERADAS    : " CT-LIBERADAS.
           DISPLAY "RETENCOES RECUSADAS    : " CT-RECUSADAS.
           CLOSE ARQVENDA NOTAS NOTAIMP CREDRET CREDLIB.
