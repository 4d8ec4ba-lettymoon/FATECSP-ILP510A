       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SACAGING.
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
           SELECT CAD-SAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NR-SAC
           FILE STATUS IS WS-STATUS-SAC.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT REL-SAC ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CAD-SAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SACMEST.IDX".
       01 REG-SAC.
           02 NR-SAC         PIC 9(06).
           02 COD-CLI-SAC    PIC 9(05).
           02 NR-NOTA-SAC    PIC 9(04).
           02 COD-PROD-SAC   PIC 9(04).
           02 CATEG-SAC      PIC X(02).
           02 PRIOR-SAC      PIC 9(01).
           02 CANAL-SAC      PIC X(01).
           02 DATA-ABERT-SAC PIC 9(08).
           02 RESP-SAC       PIC X(20).
           02 SIT-SAC        PIC X(01).
               88 SAC-ENCERRADO  VALUE "F".
           02 DATA-SIT-SAC   PIC 9(08).
           02 DATA-ENC-SAC   PIC 9(08).
           02 ASSUNTO-SAC    PIC X(50).
           02 OPER-SAC       PIC X(04).
           02 VALOR-DEV-SAC  PIC 9(07)V99.

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 FILLER     PIC X(303).

       FD REL-SAC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       SD TRAB.
       01 REG-TRAB.
           02 CATEG-TRAB      PIC X(02).
           02 RESP-TRAB       PIC X(20).
           02 DATA-ABERT-TRAB PIC 9(08).
           02 NR-TRAB         PIC 9(06).
           02 CLI-TRAB        PIC 9(05).
           02 PRIOR-TRAB      PIC 9(01).
           02 DIAS-TRAB       PIC 9(05).
           02 SLA-TRAB        PIC 9(02).
           02 ATRASO-TRAB     PIC 9(05).
           02 SIT-TRAB        PIC X(01).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 FIM-SORT       PIC X(01) VALUE "N".
           77 WS-STATUS-SAC  PIC X(02).
           77 WS-STATUS-MEST PIC X(02).
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DIAS-ABERTO    PIC S9(05) VALUE ZEROES.
           77 DIAS-SLA       PIC 9(02) VALUE ZEROES.
           77 RESULTADO-DIF  PIC X(02) VALUE SPACES.
           77 CATEG-INF      PIC X(02) VALUE SPACES.
           77 IND-CATEG      PIC 9(01) VALUE ZEROES.
           77 IND-BUSCA      PIC 9(01) VALUE ZEROES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 CATEG-ATUAL    PIC X(02) VALUE SPACES.
           77 RESP-ATUAL     PIC X(20) VALUE SPACES.
           77 TEM-CATEG      PIC X(01) VALUE "N".
           77 TEM-RESP       PIC X(01) VALUE "N".
           77 TOT-CATEG      PIC 9(05) VALUE ZEROES.
           77 TOT-RESP       PIC 9(05) VALUE ZEROES.
           77 CT-LIDOS       PIC 9(06) VALUE ZEROES.
           77 CT-ABERTOS     PIC 9(06) VALUE ZEROES.
           77 CT-ATRASADOS   PIC 9(06) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-CATEGORIAS.
           02 FILLER PIC X(21) VALUE "RCRECLAMACAO   020510".
           02 FILLER PIC X(21) VALUE "DVDEVOLUCAO    030710".
           02 FILLER PIC X(21) VALUE "TRTROCA/GARANT 030715".
           02 FILLER PIC X(21) VALUE "ENENTREGA      010305".
           02 FILLER PIC X(21) VALUE "DUDUVIDA/INFO  010205".
       01 TABELA-CATEGORIAS-RED REDEFINES TABELA-CATEGORIAS.
           02 TAB-CATEG OCCURS 5 TIMES.
               03 TAB-COD-CATEG   PIC X(02).
               03 TAB-DESCR-CATEG PIC X(13).
               03 TAB-SLA-CATEG   PIC 9(02) OCCURS 3 TIMES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI  PIC 9(05).
               03 TAB-NOME-CLI PIC X(30).

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
                      "SAC - CHAMADOS EM ABERTO FORA DO PRAZO SLA".
           02 FILLER PIC X(19) VALUE SPACES.
       01 CAB-03.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(11) VALUE "DATA-BASE: ".
           02 DIA-BASE-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-BASE-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-BASE-REL PIC 9999.
           02 FILLER       PIC X(57) VALUE SPACES.
       01 CAB-04.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 FILLER        PIC X(13) VALUE "CATEGORIA  : ".
           02 CATEG-REL     PIC X(02).
           02 FILLER        PIC X(03) VALUE " - ".
           02 DESCR-CAT-REL PIC X(13).
           02 FILLER        PIC X(47) VALUE SPACES.
       01 CAB-05.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "NUMERO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "CLIEN".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME DO CLIENTE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(01) VALUE "P".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "ABERTURA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE " DIAS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "SLA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ATRASO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(01) VALUE "S".
           02 FILLER PIC X(06) VALUE SPACES.

       01 LINHA-RESP.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 FILLER   PIC X(13) VALUE "RESPONSAVEL: ".
           02 RESP-REL PIC X(20).
           02 FILLER   PIC X(45) VALUE SPACES.

       01 DETALHE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NR-REL     PIC 9(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CLI-REL    PIC 9(05).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NOME-REL   PIC X(20).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 PRIOR-REL  PIC 9(01).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DIA-AB-REL PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-AB-REL PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-AB-REL PIC 9999.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DIAS-REL   PIC ZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 SLA-REL    PIC Z9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 ATRASO-REL PIC ZZZZ9.
           02 FILLER     PIC X(03) VALUE SPACES.
           02 SIT-REL    PIC X(01).
           02 FILLER     PIC X(06) VALUE SPACES.

       01 TOTAL-RESP-LIN.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 FILLER        PIC X(37) VALUE
                      "CHAMADOS FORA DO PRAZO - RESPONSAVEL:".
           02 TOT-RESP-REL  PIC ZZ.ZZ9.
           02 FILLER        PIC X(33) VALUE SPACES.

       01 TOTAL-CATEG-LIN.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 FILLER        PIC X(39) VALUE
                      "CHAMADOS FORA DO PRAZO - CATEGORIA   :".
           02 TOT-CATEG-REL PIC ZZ.ZZ9.
           02 FILLER        PIC X(33) VALUE SPACES.

       01 RESUMO-01.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(39) VALUE
                      "CHAMADOS EM ABERTO                   :".
           02 ABERTOS-REL    PIC ZZZ.ZZ9.
           02 FILLER         PIC X(32) VALUE SPACES.
       01 RESUMO-02.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(39) VALUE
                      "CHAMADOS EM ABERTO FORA DO PRAZO     :".
           02 ATRASADOS-REL  PIC ZZZ.ZZ9.
           02 FILLER         PIC X(32) VALUE SPACES.
       01 RESUMO-03.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                      "NENHUM CHAMADO EM ABERTO FORA DO PRAZO.".
           02 FILLER         PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-SACAGING.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-ENTRADA.
           PERFORM CARREGA-CLIENTES.
           SORT TRAB
                ASCENDING CATEG-TRAB
                ASCENDING RESP-TRAB
                ASCENDING DATA-ABERT-TRAB
                ASCENDING NR-TRAB
                INPUT PROCEDURE SELECIONA-CHAMADOS
                OUTPUT PROCEDURE IMPRIME-ATRASADOS.
           PERFORM FIM.
           STOP RUN.

       VERIFICA-ENTRADA.
           OPEN INPUT CAD-SAC.
           IF WS-STATUS-SAC NOT EQUAL "00"
              DISPLAY "SACMEST.IDX NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CAD-SAC.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLIENTE
              PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           END-IF.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI  TO TAB-COD-CLI(QTD-CLI)
              MOVE NOME-CLI TO TAB-NOME-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       PESQUISA-CATEGORIA.
           MOVE ZEROES TO IND-CATEG.
           MOVE 1 TO IND-BUSCA.
           PERFORM TESTA-CATEGORIA UNTIL IND-BUSCA GREATER THAN 5
                   OR IND-CATEG NOT EQUAL ZEROES.

       TESTA-CATEGORIA.
           IF TAB-COD-CATEG(IND-BUSCA) EQUAL CATEG-INF
              MOVE IND-BUSCA TO IND-CATEG
           END-IF.
           ADD 1 TO IND-BUSCA.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL CLI-TRAB
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       FIM.
           DISPLAY "CHAMADOS LIDOS         : " CT-LIDOS.
           DISPLAY "CHAMADOS EM ABERTO     : " CT-ABERTOS.
           DISPLAY "FORA DO PRAZO (SLA)    : " CT-ATRASADOS.

       SELECIONA-CHAMADOS SECTION.
           OPEN INPUT CAD-SAC.
           MOVE "N" TO FIM-SORT.
           PERFORM SOLTA-CHAMADO UNTIL FIM-SORT EQUAL "S".
           CLOSE CAD-SAC.

       ROTINAS-SELECAO SECTION.

       SOLTA-CHAMADO.
           READ CAD-SAC NEXT
               AT END MOVE "S" TO FIM-SORT
               NOT AT END
                   ADD 1 TO CT-LIDOS
                   IF NOT SAC-ENCERRADO
                      ADD 1 TO CT-ABERTOS
                      PERFORM AVALIA-CHAMADO
                   END-IF
           END-READ.

       AVALIA-CHAMADO.
           CALL "DATADIF" USING DATA-ABERT-SAC DATA-HOJE
                                DIAS-ABERTO RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00" OR DIAS-ABERTO LESS THAN 0
              MOVE 0 TO DIAS-ABERTO
           END-IF.
           MOVE CATEG-SAC TO CATEG-INF.
           PERFORM PESQUISA-CATEGORIA.
           IF IND-CATEG EQUAL ZEROES OR PRIOR-SAC LESS THAN 1 OR
              PRIOR-SAC GREATER THAN 3
              MOVE 0 TO DIAS-SLA
           ELSE
              MOVE TAB-SLA-CATEG(IND-CATEG PRIOR-SAC) TO DIAS-SLA
           END-IF.
           IF DIAS-ABERTO GREATER THAN DIAS-SLA
              ADD 1 TO CT-ATRASADOS
              MOVE CATEG-SAC      TO CATEG-TRAB
              MOVE RESP-SAC       TO RESP-TRAB
              MOVE DATA-ABERT-SAC TO DATA-ABERT-TRAB
              MOVE NR-SAC         TO NR-TRAB
              MOVE COD-CLI-SAC    TO CLI-TRAB
              MOVE PRIOR-SAC      TO PRIOR-TRAB
              MOVE DIAS-ABERTO    TO DIAS-TRAB
              MOVE DIAS-SLA       TO SLA-TRAB
              SUBTRACT DIAS-SLA FROM DIAS-ABERTO GIVING ATRASO-TRAB
              MOVE SIT-SAC        TO SIT-TRAB
              RELEASE REG-TRAB
           END-IF.

       IMPRIME-ATRASADOS SECTION.
           OPEN OUTPUT REL-SAC.
           MOVE "N" TO FIM-SORT.
           PERFORM LEITURA-TRAB.
           IF FIM-SORT EQUAL "S"
              PERFORM CABECALHO
              WRITE REG-ATR FROM RESUMO-03 AFTER ADVANCING 1 LINE
           ELSE
              PERFORM PRINCIPAL UNTIL FIM-SORT EQUAL "S"
              PERFORM TOTALIZA-RESPONSAVEL
              PERFORM TOTALIZA-CATEGORIA
           END-IF.
           MOVE CT-ABERTOS   TO ABERTOS-REL.
           MOVE CT-ATRASADOS TO ATRASADOS-REL.
           WRITE REG-ATR FROM RESUMO-01 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM RESUMO-02 AFTER ADVANCING 1 LINE.
           CLOSE REL-SAC.

       ROTINAS-IMPRESSAO SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-SORT.

       PRINCIPAL.
           IF TEM-CATEG EQUAL "N" OR CATEG-TRAB NOT EQUAL CATEG-ATUAL
              IF TEM-CATEG EQUAL "S"
                 PERFORM TOTALIZA-RESPONSAVEL
                 PERFORM TOTALIZA-CATEGORIA
              END-IF
              MOVE CATEG-TRAB TO CATEG-ATUAL
              MOVE "S" TO TEM-CATEG
              MOVE "N" TO TEM-RESP
              MOVE 0 TO TOT-CATEG
              PERFORM CABECALHO
           END-IF.
           IF TEM-RESP EQUAL "N" OR RESP-TRAB NOT EQUAL RESP-ATUAL
              IF TEM-RESP EQUAL "S"
                 PERFORM TOTALIZA-RESPONSAVEL
              END-IF
              MOVE RESP-TRAB TO RESP-ATUAL
              MOVE "S" TO TEM-RESP
              MOVE 0 TO TOT-RESP
              PERFORM IMPRIME-RESPONSAVEL
           END-IF.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
              PERFORM IMPRIME-RESPONSAVEL
           END-IF.
           PERFORM IMPRIME-DETALHE.
           PERFORM LEITURA-TRAB.

       IMPRIME-DETALHE.
           MOVE NR-TRAB    TO NR-REL.
           MOVE CLI-TRAB   TO CLI-REL.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOME-CLI(IND-CLI) TO NOME-REL
           ELSE
              MOVE "NAO CADASTRADO" TO NOME-REL
           END-IF.
           MOVE PRIOR-TRAB            TO PRIOR-REL.
           MOVE DATA-ABERT-TRAB(7:2)  TO DIA-AB-REL.
           MOVE DATA-ABERT-TRAB(5:2)  TO MES-AB-REL.
           MOVE DATA-ABERT-TRAB(1:4)  TO ANO-AB-REL.
           MOVE DIAS-TRAB   TO DIAS-REL.
           MOVE SLA-TRAB    TO SLA-REL.
           MOVE ATRASO-TRAB TO ATRASO-REL.
           MOVE SIT-TRAB    TO SIT-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO TOT-RESP.
           ADD 1 TO TOT-CATEG.

       IMPRIME-RESPONSAVEL.
           MOVE RESP-ATUAL TO RESP-REL.
           WRITE REG-ATR FROM LINHA-RESP AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       TOTALIZA-RESPONSAVEL.
           MOVE TOT-RESP TO TOT-RESP-REL.
           WRITE REG-ATR FROM TOTAL-RESP-LIN AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       TOTALIZA-CATEGORIA.
           MOVE TOT-CATEG TO TOT-CATEG-REL.
           WRITE REG-ATR FROM TOTAL-CATEG-LIN AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-HOJE(7:2) TO DIA-BASE-REL.
           MOVE DATA-HOJE(5:2) TO MES-BASE-REL.
           MOVE DATA-HOJE(1:4) TO ANO-BASE-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           IF TEM-CATEG EQUAL "S"
              MOVE CATEG-ATUAL TO CATEG-REL
              MOVE CATEG-ATUAL TO CATEG-INF
              PERFORM PESQUISA-CATEGORIA
              IF IND-CATEG EQUAL ZEROES
                 MOVE "NAO PREVISTA" TO DESCR-CAT-REL
              ELSE
                 MOVE TAB-DESCR-CATEG(IND-CATEG) TO DESCR-CAT-REL
              END-IF
              WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES
              WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 2 LINES
           END-IF.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.
