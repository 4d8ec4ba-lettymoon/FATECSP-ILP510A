           SELECT ABLIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ABL.
           SELECT LIVBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BXA.
           SELECT REPOTAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REP.
           SELECT MVTOVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAB ASSIGN TO DISK.
               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 DATA-VALID-USU PIC 9(08).

       FD CADLIV
           LABEL RECORD ARE STANDARD
               88 MVTO-EMPRESTIMO VALUE "E".
               88 MVTO-DEVOLUCAO  VALUE "D".
               88 MVTO-RENOVACAO  VALUE "R".
               88 MVTO-PERDA      VALUE "P".
               88 MVTO-AVARIA     VALUE "A".
               88 MVTO-VOLTA-REPARO VALUE "V".
           02 DATA-MVTO.
               03 DIA-MVTO PIC 9(02).
               03 MES-MVTO PIC 9(02).
           02 DATA-PREV-ABL PIC 9(08).
           02 NR-RENOV-ABL PIC 9(02).

       FD LIVBAIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIVBAIXA.DAT".
       01 REG-BAIXA.
           02 COD-LIV-BXA  PIC 9(05).
           02 NR-EXE-BXA   PIC 9(02).
           02 SIT-BXA      PIC X(01).
               88 BAIXA-PERDIDO   VALUE "P".
               88 BAIXA-REPARO    VALUE "R".
               88 BAIXA-RETORNO   VALUE "V".
           02 DATA-BXA     PIC 9(08).
           02 COD-USU-BXA  PIC 9(04).
           02 VALOR-BXA    PIC 9(05)V99.

       FD REPOTAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REPOTAB.DAT".
       01 REG-REPO.
           02 CLASSE-REPO  PIC X(01).
           02 VALOR-REPO   PIC 9(05)V99.

       FD MVTOVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPMVTO.VAL".
           77 WS-STATUS-HIS PIC X(02).
           77 WS-STATUS-ABU PIC X(02).
           77 WS-STATUS-ABL PIC X(02).
           77 WS-STATUS-BXA PIC X(02).
           77 WS-STATUS-REP PIC X(02).
           77 CT-MVTO      PIC 9(06) VALUE ZEROES.
           77 CT-EMPREST   PIC 9(06) VALUE ZEROES.
           77 CT-DEVOL     PIC 9(06) VALUE ZEROES.
           77 CT-ABERTOS   PIC 9(06) VALUE ZEROES.
           77 CT-MULTAS    PIC 9(06) VALUE ZEROES.
           77 CT-HISTORICO PIC 9(06) VALUE ZEROES.
           77 CT-PERDAS    PIC 9(06) VALUE ZEROES.
           77 CT-AVARIAS   PIC 9(06) VALUE ZEROES.
           77 CT-RETORNOS  PIC 9(06) VALUE ZEROES.
           77 NR-SEQ       PIC 9(06) VALUE ZEROES.
           77 DATA-HOJE    PIC 9(08) VALUE ZEROES.
           77 DATA-TESTE   PIC X(08) VALUE ZEROES.
           77 KU-GRUPO     PIC X(04) VALUE SPACES.
           77 KU-USU-ANT   PIC X(04) VALUE LOW-VALUES.
           77 SIT-USU-GRUPO PIC 9(01) VALUE ZEROES.
           77 VALID-USU-GRUPO PIC 9(08) VALUE ZEROES.
           77 USU-EXISTE   PIC X(01) VALUE "N".
           77 ABERTOS-USU  PIC S9(04) VALUE ZEROES.
           77 MAX-EMPRESTIMOS PIC 9(02) VALUE ZEROES.
           77 TEM-TITULO   PIC X(01) VALUE "N".
           77 TITULO-LIVRES PIC 9(03) VALUE ZEROES.
           77 COPIA-CONTADA PIC X(01) VALUE "N".
           77 FIM-BXA      PIC X(01) VALUE "N".
           77 QTD-BXA      PIC 9(03) VALUE ZEROES.
           77 IND-BXA      PIC 9(03) VALUE ZEROES.
           77 ACHEI-BXA    PIC X(01) VALUE "N".
           77 SIT-COPIA    PIC X(01) VALUE SPACES.
           77 FIM-REPO     PIC X(01) VALUE "N".
           77 QTD-REPO     PIC 9(02) VALUE ZEROES.
           77 IND-REPO     PIC 9(02) VALUE ZEROES.
           77 VALOR-REPOSICAO PIC 9(05)V99 VALUE ZEROES.

       01 TABELA-MULTA.
           02 TAB-FAIXA-MUL OCCURS 10 TIMES.
               03 TAB-RES-HOLD  PIC 9(08).
               03 TAB-RES-ATIVO PIC X(01).

       01 TABELA-BAIXAS.
           02 TAB-BXA OCCURS 500 TIMES.
               03 TAB-COD-BXA PIC 9(05).
               03 TAB-EXE-BXA PIC 9(02).
               03 TAB-SIT-BXA PIC X(01).

       01 TABELA-REPOSICAO.
           02 TAB-REPO OCCURS 20 TIMES.
               03 TAB-CLA-REPO   PIC X(01).
               03 TAB-VALOR-REPO PIC 9(05)V99.

       PROCEDURE DIVISION.
       PGM-EMPRESTA.
           PERFORM INICIO.
           PERFORM CARREGA-LIMITES.
           PERFORM CARREGA-PRAZOS.
           PERFORM CARREGA-PARM-RESERVA.
           PERFORM CARREGA-REPOSICAO.
           PERFORM CARREGA-BAIXAS.
           PERFORM CARREGA-RESERVAS.
           PERFORM EXPIRA-HOLDS.
           OPEN OUTPUT EMPREJ.
              CLOSE PARMREN
           END-IF.

       CARREGA-REPOSICAO.
           MOVE 1 TO QTD-REPO.
           MOVE SPACES TO TAB-CLA-REPO(1).
           MOVE 80,00 TO TAB-VALOR-REPO(1).
           OPEN INPUT REPOTAB.
           IF WS-STATUS-REP EQUAL "00"
              MOVE 0 TO QTD-REPO
              MOVE "N" TO FIM-REPO
              PERFORM LER-REPOSICAO
              PERFORM GUARDA-REPOSICAO UNTIL FIM-REPO EQUAL "S"
              CLOSE REPOTAB
           END-IF.

       LER-REPOSICAO.
           READ REPOTAB AT END MOVE "S" TO FIM-REPO.

       GUARDA-REPOSICAO.
           IF QTD-REPO LESS THAN 20
              ADD 1 TO QTD-REPO
              MOVE CLASSE-REPO TO TAB-CLA-REPO(QTD-REPO)
              MOVE VALOR-REPO  TO TAB-VALOR-REPO(QTD-REPO)
           END-IF.
           PERFORM LER-REPOSICAO.

       CARREGA-BAIXAS.
           OPEN INPUT LIVBAIXA.
           IF WS-STATUS-BXA EQUAL "00"
              MOVE "N" TO FIM-BXA
              PERFORM LER-BAIXA
              PERFORM GUARDA-BAIXA UNTIL FIM-BXA EQUAL "S"
              CLOSE LIVBAIXA
           END-IF.

       LER-BAIXA.
           READ LIVBAIXA AT END MOVE "S" TO FIM-BXA.

       GUARDA-BAIXA.
           PERFORM PESQUISA-BAIXA-ARQ.
           IF ACHEI-BXA EQUAL "S"
              MOVE SIT-BXA TO TAB-SIT-BXA(IND-BXA)
           ELSE
              IF QTD-BXA LESS THAN 500
                 ADD 1 TO QTD-BXA
                 MOVE COD-LIV-BXA TO TAB-COD-BXA(QTD-BXA)
                 MOVE NR-EXE-BXA  TO TAB-EXE-BXA(QTD-BXA)
                 MOVE SIT-BXA     TO TAB-SIT-BXA(QTD-BXA)
              END-IF
           END-IF.
           PERFORM LER-BAIXA.

       PESQUISA-BAIXA-ARQ.
           MOVE "N" TO ACHEI-BXA.
           MOVE 1 TO IND-BXA.
           PERFORM TESTA-BAIXA-ARQ UNTIL IND-BXA GREATER THAN QTD-BXA
                   OR ACHEI-BXA EQUAL "S".
           IF ACHEI-BXA EQUAL "S"
              SUBTRACT 1 FROM IND-BXA
           END-IF.

       TESTA-BAIXA-ARQ.
           IF TAB-COD-BXA(IND-BXA) EQUAL COD-LIV-BXA AND
              TAB-EXE-BXA(IND-BXA) EQUAL NR-EXE-BXA
              MOVE "S" TO ACHEI-BXA
           END-IF.
           ADD 1 TO IND-BXA.

       CARREGA-RESERVAS.
           OPEN INPUT RESANT.
           IF WS-STATUS-RANT EQUAL "00"
       CRITICA-MOVIMENTO.
           MOVE "N" TO CH-ERRO.
           IF NOT MVTO-EMPRESTIMO AND NOT MVTO-DEVOLUCAO AND
              NOT MVTO-RENOVACAO AND NOT MVTO-PERDA AND
              NOT MVTO-AVARIA AND NOT MVTO-VOLTA-REPARO
              MOVE "S" TO CH-ERRO
              MOVE "TIPO DE MOVIMENTO INVALIDO" TO MOTIVO-ERRO
           END-IF.
           END-IF.
           MOVE "N" TO USU-EXISTE.
           MOVE 0 TO SIT-USU-GRUPO.
           MOVE 0 TO VALID-USU-GRUPO.
           MOVE 0 TO ABERTOS-USU.
           IF KU-USU EQUAL KU-GRUPO
              MOVE "S" TO USU-EXISTE
              MOVE SIT-USU TO SIT-USU-GRUPO
              IF DATA-VALID-USU NUMERIC
                 MOVE DATA-VALID-USU TO VALID-USU-GRUPO
              END-IF
              PERFORM LER-CADUSU
           END-IF.
           PERFORM CONTA-ABERTO-USU
              MOVE "S" TO CH-ERRO
              MOVE "USUARIO NAO CADASTRADO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (TIPO-TRAB EQUAL "E" OR TIPO-TRAB EQUAL "R") AND
              VALID-USU-GRUPO GREATER THAN 0 AND
              VALID-USU-GRUPO LESS THAN DATA-TRAB
              MOVE "S" TO CH-ERRO
              MOVE "CADASTRO DO USUARIO VENCIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF TIPO-TRAB EQUAL "E"
                 ADD 1 TO ABERTOS-USU
              END-IF
              IF (TIPO-TRAB EQUAL "D" OR "P" OR "A") AND
                 ABERTOS-USU GREATER THAN 0
                 SUBTRACT 1 FROM ABERTOS-USU
              END-IF
           IF WS-STATUS-HIS EQUAL "35"
              OPEN OUTPUT EMPHIST
           END-IF.
           OPEN EXTEND LIVBAIXA.
           IF WS-STATUS-BXA EQUAL "35"
              OPEN OUTPUT LIVBAIXA
           END-IF.
           MOVE LOW-VALUES TO KB-LIV-ANT.
           MOVE "N" TO TEM-TITULO.
           PERFORM LER-TRAB-LIV.
           IF TEM-TITULO EQUAL "S"
              PERFORM FECHA-TITULO
           END-IF.
           CLOSE CADLIV ABLIV EMPATU MULTAS EMPHIST LIVBAIXA.

       ROTINAS-LIVRO SECTION.

           MOVE SPACES TO CLASSE-ATUAL.
           MOVE "N" TO EMPRESTADO.
           MOVE "N" TO COPIA-CONTADA.
           MOVE SPACES TO SIT-COPIA.
           IF KB-LIV EQUAL KB-GRUPO
              MOVE "S" TO LIVRO-CADASTRADO
              MOVE CLASSE-LIV TO CLASSE-ATUAL
              PERFORM PESQUISA-BAIXA
              PERFORM LER-CADLIV
           END-IF.
           IF KB-ABERTO EQUAL KB-GRUPO
              PERFORM LER-ABLIV
           END-IF.
           IF EMPRESTADO EQUAL "N" AND LIVRO-CADASTRADO EQUAL "S"
              AND SIT-COPIA NOT EQUAL "P" AND SIT-COPIA NOT EQUAL "R"
              ADD 1 TO TITULO-LIVRES
              MOVE "S" TO COPIA-CONTADA
           END-IF.
              WHEN "E" PERFORM TRATA-EMPRESTIMO
              WHEN "D" PERFORM TRATA-DEVOLUCAO
              WHEN "R" PERFORM TRATA-RENOVACAO
              WHEN "P" PERFORM TRATA-PERDA-AVARIA
              WHEN "A" PERFORM TRATA-PERDA-AVARIA
              WHEN "V" PERFORM TRATA-VOLTA-REPARO
           END-EVALUATE.
           PERFORM LER-TRAB-LIV.

              MOVE "S" TO CH-ERRO
              MOVE "LIVRO JA EMPRESTADO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (SIT-COPIA EQUAL "P" OR SIT-COPIA EQUAL "R")
              MOVE "S" TO CH-ERRO
              MOVE "EXEMPLAR FORA DE CIRCULACAO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-HOLD
              IF ACHEI-RES EQUAL "S"
              PERFORM REJEITA-TRAB
           END-IF.

       TRATA-PERDA-AVARIA.
           IF EMPRESTADO EQUAL "N" OR
              EMP-USU NOT EQUAL COD-USU-TRAB
              MOVE "EMPRESTIMO NAO ENCONTRADO" TO MOTIVO-ERRO
              PERFORM REJEITA-TRAB
           ELSE
              PERFORM APURA-ATRASO
              PERFORM GRAVA-HISTORICO
              MOVE "N" TO EMPRESTADO
              PERFORM PESQUISA-REPOSICAO
              PERFORM GRAVA-MULTA-REPOSICAO
              IF TIPO-TRAB EQUAL "P"
                 MOVE "P" TO SIT-COPIA
                 ADD 1 TO CT-PERDAS
              ELSE
                 MOVE "R" TO SIT-COPIA
                 ADD 1 TO CT-AVARIAS
              END-IF
              PERFORM GRAVA-BAIXA
           END-IF.

       TRATA-VOLTA-REPARO.
           IF SIT-COPIA NOT EQUAL "R"
              MOVE "EXEMPLAR NAO ESTA EM REPARO" TO MOTIVO-ERRO
              PERFORM REJEITA-TRAB
           ELSE
              MOVE "V" TO SIT-COPIA
              MOVE ZEROES TO VALOR-REPOSICAO
              PERFORM GRAVA-BAIXA
              ADD 1 TO CT-RETORNOS
              MOVE COD-LIV-TRAB TO LIV-PROMOVE
              PERFORM PROMOVE-RESERVA
              IF ACHEI-RES EQUAL "N" AND
                 LIVRO-CADASTRADO EQUAL "S" AND
                 EMPRESTADO EQUAL "N"
                 ADD 1 TO TITULO-LIVRES
                 MOVE "S" TO COPIA-CONTADA
              END-IF
           END-IF.

       PESQUISA-BAIXA.
           MOVE COD-LIV TO COD-LIV-BXA.
           MOVE NR-EXE  TO NR-EXE-BXA.
           PERFORM PESQUISA-BAIXA-ARQ.
           IF ACHEI-BXA EQUAL "S"
              MOVE TAB-SIT-BXA(IND-BXA) TO SIT-COPIA
           END-IF.

       PESQUISA-REPOSICAO.
           MOVE TAB-VALOR-REPO(1) TO VALOR-REPOSICAO.
           MOVE "N" TO ACHEI-FAIXA.
           MOVE 1 TO IND-REPO.
           PERFORM TESTA-REPOSICAO-EXATA UNTIL IND-REPO GREATER THAN
                   QTD-REPO OR ACHEI-FAIXA EQUAL "S".
           IF ACHEI-FAIXA EQUAL "N"
              MOVE 1 TO IND-REPO
              PERFORM TESTA-REPOSICAO-GERAL UNTIL IND-REPO GREATER THAN
                      QTD-REPO OR ACHEI-FAIXA EQUAL "S"
           END-IF.

       TESTA-REPOSICAO-EXATA.
           IF TAB-CLA-REPO(IND-REPO) EQUAL CLASSE-ATUAL AND
              TAB-CLA-REPO(IND-REPO) NOT EQUAL SPACES
              MOVE "S" TO ACHEI-FAIXA
              MOVE TAB-VALOR-REPO(IND-REPO) TO VALOR-REPOSICAO
           END-IF.
           ADD 1 TO IND-REPO.

       TESTA-REPOSICAO-GERAL.
           IF TAB-CLA-REPO(IND-REPO) EQUAL SPACES
              MOVE "S" TO ACHEI-FAIXA
              MOVE TAB-VALOR-REPO(IND-REPO) TO VALOR-REPOSICAO
           END-IF.
           ADD 1 TO IND-REPO.

       GRAVA-MULTA-REPOSICAO.
           MOVE COD-USU-TRAB    TO COD-USU-MUL.
           MOVE COD-LIV-TRAB    TO COD-LIV-MUL.
           MOVE NR-EXE-TRAB     TO NR-EXE-MUL.
           MOVE DATA-TRAB       TO DATA-DEV-MUL.
           MOVE ZEROES          TO DIAS-MUL.
           MOVE VALOR-REPOSICAO TO VALOR-MUL.
           MOVE "A" TO SIT-MUL.
           WRITE REG-MULTA.
           ADD 1 TO CT-MULTAS.

       GRAVA-BAIXA.
           MOVE COD-LIV-TRAB    TO COD-LIV-BXA.
           MOVE NR-EXE-TRAB     TO NR-EXE-BXA.
           MOVE SIT-COPIA       TO SIT-BXA.
           MOVE DATA-TRAB       TO DATA-BXA.
           MOVE COD-USU-TRAB    TO COD-USU-BXA.
           MOVE VALOR-REPOSICAO TO VALOR-BXA.
           WRITE REG-BAIXA.

       PESQUISA-HOLD.
           MOVE "N" TO ACHEI-RES.
           MOVE 1 TO IND-RES.
           DISPLAY "MOVIMENTOS REJEITADOS     : " CT-REJEIT.
           DISPLAY "EMPRESTIMOS EM ABERTO     : " CT-ABERTOS.
           DISPLAY "MULTAS GERADAS            : " CT-MULTAS.
           DISPLAY "EXEMPLARES PERDIDOS       : " CT-PERDAS.
           DISPLAY "EXEMPLARES AVARIADOS      : " CT-AVARIAS.
           DISPLAY "RETORNOS DE REPARO        : " CT-RETORNOS.
           DISPLAY "RESERVAS NOVAS            : " CT-RES-NOVAS.
           DISPLAY "RESERVAS EXPIRADAS        : " CT-RES-EXPIR.
           DISPLAY "HOLDS CONCEDIDOS          : " CT-HOLDS.
