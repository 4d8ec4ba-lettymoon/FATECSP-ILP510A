       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIRFM.
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
           SELECT PARMRFM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT CLIMATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT REL-RFM ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMRFM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMRFM.DAT".
       01 REG-PARM-RFM.
           02 DIAS-REC-PARM  PIC 9(04) OCCURS 4 TIMES.
           02 QTD-FREQ-PARM  PIC 9(04) OCCURS 4 TIMES.
           02 VALOR-MON-PARM PIC 9(07)V99 OCCURS 4 TIMES.

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-MEST.
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
               88 VENDA-NORMAL    VALUE "V".
               88 VENDA-DEVOLUCAO VALUE "D".
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD REL-RFM
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-MEST  PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-MOVTO      PIC 9(08) VALUE ZEROES.
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CORTE       PIC 9(01) VALUE ZEROES.
           77 IND-SEG         PIC 9(02) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 PARM-OK         PIC X(01) VALUE "S".
           77 TEM-TRAILER     PIC X(01) VALUE "N".
           77 QTD-INF         PIC 9(06) VALUE ZEROES.
           77 SOMA-INF        PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-CLI    PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA       PIC 9(15) VALUE ZEROES.
           77 CT-MOVTOS       PIC 9(06) VALUE ZEROES.
           77 CT-SEM-CADASTRO PIC 9(06) VALUE ZEROES.
           77 CT-CLI-GRAV     PIC 9(05) VALUE ZEROES.
           77 DIAS-SEM-COMPRA PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 NOTA-R          PIC 9(01) VALUE ZEROES.
           77 NOTA-F          PIC 9(01) VALUE ZEROES.
           77 NOTA-M          PIC 9(01) VALUE ZEROES.
           77 NOTA-FM         PIC 9(02) VALUE ZEROES.
           77 TOTAL-CLIENTES  PIC 9(05) VALUE ZEROES.
           77 TOTAL-VALOR     PIC S9(13)V99 VALUE ZEROES.
           77 PERC-SEG        PIC 9(03)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TRAILER-MEST PIC X(349) VALUE SPACES.

       01 CORTES-RFM.
           02 DIAS-REC   PIC 9(04) OCCURS 4 TIMES.
           02 QTD-FREQ   PIC 9(04) OCCURS 4 TIMES.
           02 VALOR-MON  PIC 9(07)V99 OCCURS 4 TIMES.

       01 TABELA-SEGMENTOS.
           02 FILLER PIC X(12) VALUE "CAMPEAO".
           02 FILLER PIC X(12) VALUE "FIEL".
           02 FILLER PIC X(12) VALUE "NOVO".
           02 FILLER PIC X(12) VALUE "PROMISSOR".
           02 FILLER PIC X(12) VALUE "EM RISCO".
           02 FILLER PIC X(12) VALUE "HIBERNANDO".
           02 FILLER PIC X(12) VALUE "PERDIDO".
           02 FILLER PIC X(12) VALUE "SEM COMPRA".
       01 TABELA-SEGMENTOS-RED REDEFINES TABELA-SEGMENTOS.
           02 NOME-SEG PIC X(12) OCCURS 8 TIMES.

       01 TABELA-RESUMO.
           02 TAB-RESUMO OCCURS 8 TIMES.
               03 TAB-QTD-SEG   PIC 9(05).
               03 TAB-VALOR-SEG PIC S9(13)V99.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-REG-CLI.
                   04 TAB-COD-CLI        PIC 9(05).
                   04 FILLER             PIC X(236).
                   04 TAB-RECENCIA-CLI   PIC 9(01).
                   04 TAB-FREQUENCIA-CLI PIC 9(01).
                   04 TAB-MONETARIO-CLI  PIC 9(01).
                   04 TAB-SEGMENTO-CLI   PIC X(12).
                   04 TAB-DATA-RFM-CLI   PIC 9(08).
                   04 FILLER             PIC X(85).
               03 TAB-ULT-COMPRA  PIC 9(08).
               03 TAB-QTD-COMPRAS PIC 9(05).
               03 TAB-VALOR-LIQ   PIC S9(11)V99.

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(46) VALUE
                      "SEGMENTACAO DE CLIENTES - RECENCIA/FREQ./VALOR".
           02 FILLER PIC X(17) VALUE SPACES.
       01 CAB-03.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(14) VALUE "DATA-BASE:    ".
           02 BASE-REL  PIC 9999/99/99.
           02 FILLER    PIC X(54) VALUE SPACES.
       01 CAB-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "SEGMENTO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CLIENTES".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "% CLI.".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "  VALOR LIQUIDO (R$)".
           02 FILLER PIC X(18) VALUE SPACES.

       01 DETALHE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SEGMENTO-REL PIC X(12).
           02 FILLER      PIC X(06) VALUE SPACES.
           02 QTD-REL     PIC ZZ.ZZ9.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 PERC-REL    PIC ZZ9,99.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 VALOR-REL   PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(18) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(12) VALUE "TOTAL".
           02 FILLER      PIC X(06) VALUE SPACES.
           02 QTD-FINAL   PIC ZZ.ZZ9.
           02 FILLER      PIC X(14) VALUE SPACES.
           02 VALOR-FINAL PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(18) VALUE SPACES.

       01 DETALHE-CORTES.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(08) VALUE "CORTES: ".
           02 TIPO-CORTE  PIC X(10).
           02 CORTE-REL   PIC ZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
           02 FILLER      PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CLIRFM.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.
           PERFORM CARREGA-CLIENTES.
           PERFORM ACUMULA-VENDAS.
           PERFORM ZERA-RESUMO.
           MOVE 1 TO IND-CLI.
           PERFORM PONTUA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI.
           PERFORM IMPRIME-RESUMO.
           PERFORM GRAVA-CLIENTES.
           PERFORM FIM.
           STOP RUN.

       LER-PARAMETROS.
           MOVE 30   TO DIAS-REC(1).
           MOVE 90   TO DIAS-REC(2).
           MOVE 180  TO DIAS-REC(3).
           MOVE 365  TO DIAS-REC(4).
           MOVE 20   TO QTD-FREQ(1).
           MOVE 10   TO QTD-FREQ(2).
           MOVE 5    TO QTD-FREQ(3).
           MOVE 2    TO QTD-FREQ(4).
           MOVE 10000,00 TO VALOR-MON(1).
           MOVE 5000,00  TO VALOR-MON(2).
           MOVE 1000,00  TO VALOR-MON(3).
           MOVE 200,00   TO VALOR-MON(4).
           OPEN INPUT PARMRFM.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMRFM
                 NOT AT END
                    PERFORM VALIDA-PARAMETROS
              END-READ
              CLOSE PARMRFM
           END-IF.

       VALIDA-PARAMETROS.
           MOVE "S" TO PARM-OK.
           MOVE 1 TO IND-CORTE.
           PERFORM TESTA-PARAMETRO UNTIL IND-CORTE GREATER THAN 4.
           IF PARM-OK EQUAL "S"
              IF DIAS-REC-PARM(1) NOT LESS THAN DIAS-REC-PARM(2) OR
                 DIAS-REC-PARM(2) NOT LESS THAN DIAS-REC-PARM(3) OR
                 DIAS-REC-PARM(3) NOT LESS THAN DIAS-REC-PARM(4) OR
                 QTD-FREQ-PARM(1) NOT GREATER THAN QTD-FREQ-PARM(2) OR
                 QTD-FREQ-PARM(2) NOT GREATER THAN QTD-FREQ-PARM(3) OR
                 QTD-FREQ-PARM(3) NOT GREATER THAN QTD-FREQ-PARM(4) OR
                 VALOR-MON-PARM(1) NOT GREATER THAN
                 VALOR-MON-PARM(2) OR
                 VALOR-MON-PARM(2) NOT GREATER THAN
                 VALOR-MON-PARM(3) OR
                 VALOR-MON-PARM(3) NOT GREATER THAN
                 VALOR-MON-PARM(4)
                 MOVE "N" TO PARM-OK
              END-IF
           END-IF.
           IF PARM-OK EQUAL "S"
              MOVE 1 TO IND-CORTE
              PERFORM ASSUME-PARAMETRO UNTIL IND-CORTE GREATER THAN 4
           ELSE
              DISPLAY "CORTES DE PARMRFM.DAT INVALIDOS - "
                      "ASSUMIDOS OS PADROES"
           END-IF.

       TESTA-PARAMETRO.
           IF DIAS-REC-PARM(IND-CORTE) NOT NUMERIC OR
              QTD-FREQ-PARM(IND-CORTE) NOT NUMERIC OR
              VALOR-MON-PARM(IND-CORTE) NOT NUMERIC
              MOVE "N" TO PARM-OK
           END-IF.
           ADD 1 TO IND-CORTE.

       ASSUME-PARAMETRO.
           MOVE DIAS-REC-PARM(IND-CORTE)  TO DIAS-REC(IND-CORTE).
           MOVE QTD-FREQ-PARM(IND-CORTE)  TO QTD-FREQ(IND-CORTE).
           MOVE VALOR-MON-PARM(IND-CORTE) TO VALOR-MON(IND-CORTE).
           ADD 1 TO IND-CORTE.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST NOT EQUAL "00"
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
              MOVE REG-MEST TO TRAILER-MEST
              MOVE REG-MEST(6:6)  TO QTD-INF
              MOVE REG-MEST(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-CLI
              ADD COD-CLI TO SOMA-LIDA
              IF QTD-CLI LESS THAN 2000
                 ADD 1 TO QTD-CLI
                 MOVE REG-MEST TO TAB-REG-CLI(QTD-CLI)
                 MOVE 0 TO TAB-ULT-COMPRA(QTD-CLI)
                 MOVE 0 TO TAB-QTD-COMPRAS(QTD-CLI)
                 MOVE 0 TO TAB-VALOR-LIQ(QTD-CLI)
              ELSE
                 DISPLAY "CLIMEST.DAT EXCEDE A TABELA DE CLIENTES - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-CLIENTE.

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
           IF COD-CLI-ENT NOT EQUAL 0
              PERFORM PESQUISA-CLIENTE
              IF ACHEI EQUAL "S"
                 PERFORM ACUMULA-CLIENTE
              ELSE
                 ADD 1 TO CT-SEM-CADASTRO
              END-IF
           END-IF.
           PERFORM LER-VENDA.

       ACUMULA-CLIENTE.
           IF VENDA-DEVOLUCAO
              SUBTRACT VAL-VENDA-ENT FROM TAB-VALOR-LIQ(IND-CLI)
           ELSE
              ADD VAL-VENDA-ENT TO TAB-VALOR-LIQ(IND-CLI)
              ADD 1 TO TAB-QTD-COMPRAS(IND-CLI)
              MOVE ANO-VENDA-ENT TO DATA-MOVTO(1:4)
              MOVE MES-VENDA-ENT TO DATA-MOVTO(5:2)
              MOVE DIA-VENDA-ENT TO DATA-MOVTO(7:2)
              IF DATA-MOVTO GREATER THAN TAB-ULT-COMPRA(IND-CLI)
                 MOVE DATA-MOVTO TO TAB-ULT-COMPRA(IND-CLI)
              END-IF
           END-IF.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN
                   QTD-CLI OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       PONTUA-CLIENTE.
           PERFORM CALCULA-RECENCIA.
           PERFORM CALCULA-FREQUENCIA.
           PERFORM CALCULA-MONETARIO.
           PERFORM DEFINE-SEGMENTO.
           MOVE NOTA-R TO TAB-RECENCIA-CLI(IND-CLI).
           MOVE NOTA-F TO TAB-FREQUENCIA-CLI(IND-CLI).
           MOVE NOTA-M TO TAB-MONETARIO-CLI(IND-CLI).
           MOVE NOME-SEG(IND-SEG) TO TAB-SEGMENTO-CLI(IND-CLI).
           MOVE DATA-HOJE TO TAB-DATA-RFM-CLI(IND-CLI).
           ADD 1 TO TAB-QTD-SEG(IND-SEG).
           ADD TAB-VALOR-LIQ(IND-CLI) TO TAB-VALOR-SEG(IND-SEG).
           ADD 1 TO IND-CLI.

       CALCULA-RECENCIA.
           MOVE 1 TO NOTA-R.
           IF TAB-ULT-COMPRA(IND-CLI) NOT EQUAL 0
              CALL "DATADIF" USING TAB-ULT-COMPRA(IND-CLI) DATA-HOJE
                                   DIAS-SEM-COMPRA RESULTADO-DIF
              IF RESULTADO-DIF EQUAL "00"
                 EVALUATE TRUE
                    WHEN DIAS-SEM-COMPRA NOT GREATER THAN DIAS-REC(1)
                       MOVE 5 TO NOTA-R
                    WHEN DIAS-SEM-COMPRA NOT GREATER THAN DIAS-REC(2)
                       MOVE 4 TO NOTA-R
                    WHEN DIAS-SEM-COMPRA NOT GREATER THAN DIAS-REC(3)
                       MOVE 3 TO NOTA-R
                    WHEN DIAS-SEM-COMPRA NOT GREATER THAN DIAS-REC(4)
                       MOVE 2 TO NOTA-R
                 END-EVALUATE
              END-IF
           END-IF.

       CALCULA-FREQUENCIA.
           EVALUATE TRUE
              WHEN TAB-QTD-COMPRAS(IND-CLI) NOT LESS THAN QTD-FREQ(1)
                 MOVE 5 TO NOTA-F
              WHEN TAB-QTD-COMPRAS(IND-CLI) NOT LESS THAN QTD-FREQ(2)
                 MOVE 4 TO NOTA-F
              WHEN TAB-QTD-COMPRAS(IND-CLI) NOT LESS THAN QTD-FREQ(3)
                 MOVE 3 TO NOTA-F
              WHEN TAB-QTD-COMPRAS(IND-CLI) NOT LESS THAN QTD-FREQ(4)
                 MOVE 2 TO NOTA-F
              WHEN OTHER
                 MOVE 1 TO NOTA-F
           END-EVALUATE.

       CALCULA-MONETARIO.
           EVALUATE TRUE
              WHEN TAB-VALOR-LIQ(IND-CLI) NOT LESS THAN VALOR-MON(1)
                 MOVE 5 TO NOTA-M
              WHEN TAB-VALOR-LIQ(IND-CLI) NOT LESS THAN VALOR-MON(2)
                 MOVE 4 TO NOTA-M
              WHEN TAB-VALOR-LIQ(IND-CLI) NOT LESS THAN VALOR-MON(3)
                 MOVE 3 TO NOTA-M
              WHEN TAB-VALOR-LIQ(IND-CLI) NOT LESS THAN VALOR-MON(4)
                 MOVE 2 TO NOTA-M
              WHEN OTHER
                 MOVE 1 TO NOTA-M
           END-EVALUATE.

       DEFINE-SEGMENTO.
           ADD NOTA-F NOTA-M GIVING NOTA-FM.
           EVALUATE TRUE
              WHEN TAB-QTD-COMPRAS(IND-CLI) EQUAL 0
                 MOVE 8 TO IND-SEG
              WHEN NOTA-R NOT LESS THAN 4 AND NOTA-FM NOT LESS THAN 8
                 MOVE 1 TO IND-SEG
              WHEN NOTA-R NOT LESS THAN 3 AND NOTA-FM NOT LESS THAN 6
                 MOVE 2 TO IND-SEG
              WHEN NOTA-R NOT LESS THAN 4 AND
                   TAB-QTD-COMPRAS(IND-CLI) EQUAL 1
                 MOVE 3 TO IND-SEG
              WHEN NOTA-R NOT LESS THAN 3
                 MOVE 4 TO IND-SEG
              WHEN NOTA-R EQUAL 2 AND NOTA-FM NOT LESS THAN 6
                 MOVE 5 TO IND-SEG
              WHEN NOTA-R EQUAL 1 AND NOTA-FM NOT LESS THAN 8
                 MOVE 5 TO IND-SEG
              WHEN NOTA-R EQUAL 2
                 MOVE 6 TO IND-SEG
              WHEN OTHER
                 MOVE 7 TO IND-SEG
           END-EVALUATE.

       ZERA-RESUMO.
           MOVE 1 TO IND-SEG.
           PERFORM ZERA-SEGMENTO UNTIL IND-SEG GREATER THAN 8.

       ZERA-SEGMENTO.
           MOVE 0 TO TAB-QTD-SEG(IND-SEG).
           MOVE 0 TO TAB-VALOR-SEG(IND-SEG).
           ADD 1 TO IND-SEG.

       IMPRIME-RESUMO.
           OPEN OUTPUT REL-RFM.
           PERFORM CABECALHO.
           MOVE 1 TO IND-SEG.
           PERFORM IMPRIME-SEGMENTO UNTIL IND-SEG GREATER THAN 8.
           MOVE TOTAL-CLIENTES TO QTD-FINAL.
           MOVE TOTAL-VALOR    TO VALOR-FINAL.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "RECENCIA" TO TIPO-CORTE.
           MOVE 1 TO IND-CORTE.
           PERFORM MONTA-CORTE-REC UNTIL IND-CORTE GREATER THAN 4.
           WRITE REG-ATR FROM DETALHE-CORTES AFTER ADVANCING 3 LINES.
           MOVE "FREQUENCIA" TO TIPO-CORTE.
           MOVE 1 TO IND-CORTE.
           PERFORM MONTA-CORTE-FRE UNTIL IND-CORTE GREATER THAN 4.
           WRITE REG-ATR FROM DETALHE-CORTES AFTER ADVANCING 1 LINE.
           MOVE "VALOR" TO TIPO-CORTE.
           MOVE 1 TO IND-CORTE.
           PERFORM MONTA-CORTE-MON UNTIL IND-CORTE GREATER THAN 4.
           WRITE REG-ATR FROM DETALHE-CORTES AFTER ADVANCING 1 LINE.
           CLOSE REL-RFM.

       IMPRIME-SEGMENTO.
           ADD TAB-QTD-SEG(IND-SEG)   TO TOTAL-CLIENTES.
           ADD TAB-VALOR-SEG(IND-SEG) TO TOTAL-VALOR.
           MOVE NOME-SEG(IND-SEG)      TO SEGMENTO-REL.
           MOVE TAB-QTD-SEG(IND-SEG)   TO QTD-REL.
           MOVE TAB-VALOR-SEG(IND-SEG) TO VALOR-REL.
           IF QTD-CLI GREATER THAN 0
              COMPUTE PERC-SEG ROUNDED = TAB-QTD-SEG(IND-SEG) * 100 /
                      QTD-CLI
           ELSE
              MOVE 0 TO PERC-SEG
           END-IF.
           MOVE PERC-SEG TO PERC-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO IND-SEG.

       MONTA-CORTE-REC.
           MOVE DIAS-REC(IND-CORTE) TO CORTE-REL(IND-CORTE).
           ADD 1 TO IND-CORTE.

       MONTA-CORTE-FRE.
           MOVE QTD-FREQ(IND-CORTE) TO CORTE-REL(IND-CORTE).
           ADD 1 TO IND-CORTE.

       MONTA-CORTE-MON.
           MOVE VALOR-MON(IND-CORTE) TO CORTE-REL(IND-CORTE).
           ADD 1 TO IND-CORTE.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-HOJE TO BASE-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       GRAVA-CLIENTES.
           OPEN OUTPUT CLIMATU.
           MOVE 1 TO IND-CLI.
           PERFORM GRAVA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI.
           IF TEM-TRAILER EQUAL "S"
              WRITE REG-MEST-ATU FROM TRAILER-MEST
           END-IF.
           CLOSE CLIMATU.

       GRAVA-CLIENTE.
           WRITE REG-MEST-ATU FROM TAB-REG-CLI(IND-CLI).
           ADD 1 TO CT-CLI-GRAV.
           ADD 1 TO IND-CLI.

       FIM.
           DISPLAY "MOVIMENTOS LIDOS       : " CT-MOVTOS.
           DISPLAY "CLIENTE SEM CADASTRO   : " CT-SEM-CADASTRO.
           DISPLAY "GRAVADOS CLIMEST.ATU   : " CT-CLI-GRAV.
