       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRCALC.
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
           SELECT HISTNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT DISCREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISC.
           SELECT PARMCRC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT BOLSAFX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAIXA.
           SELECT BOLSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOLSA.
           SELECT CRALUNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT REL-CR ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RANK ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD HISTNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HISTNOTA.DAT".
       01 REG-HIST.
           02 PERIODO-HIST PIC 9(06).
           02 TURMA-HIST   PIC 9(03).
           02 CODIGO-HIST  PIC 9(07).
           02 DISC-HIST    PIC 9(03).
           02 NOME-HIST    PIC X(30).
           02 NOTAS-HIST   PIC 9(02)V9(02) OCCURS 4 TIMES.
           02 MEDIA-HIST   PIC 9(02)V9(02).
           02 SITUACAO-HIST PIC X(12).

       FD DISCREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DISCREF.DAT".
       01 REG-DISC.
           02 COD-DISC     PIC 9(03).
           02 NOME-DISC    PIC X(20).
           02 PREREQ-DISC  PIC 9(03) OCCURS 3 TIMES.
           02 CRED-DISC    PIC 9(02).

       FD PARMCRC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCRC.DAT".
       01 REG-PARM-CRC.
           02 ANO-PARM PIC 9(04).

       FD BOLSAFX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSAFX.DAT".
       01 REG-FAIXA.
           02 TOPO-FAIXA PIC 9(03)V99.
           02 DESC-FAIXA PIC 9(03)V99.

       FD BOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSA.DAT".
       01 REG-BOLSA.
           02 CODIGO-BOLSA PIC 9(07).
           02 ANO-BOLSA    PIC 9(04).
           02 TURMA-BOLSA  PIC 9(03).
           02 CR-BOLSA     PIC 9(02)V99.
           02 POS-BOLSA    PIC 9(04).
           02 PERC-BOLSA   PIC 9(03)V99.

       FD CRALUNO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRALUNO.DAT".
       01 REG-CR.
           02 CODIGO-CR  PIC 9(07).
           02 PERIODO-CR PIC 9(06).
           02 TURMA-CR   PIC 9(03).
           02 CRED-CR    PIC 9(03).
           02 CRPER-CR   PIC 9(02)V99.
           02 CRACUM-CR  PIC 9(02)V99.

       FD REL-CR
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       SD TRAB.
       01 REG-TRAB.
           02 PERIODO-TRAB PIC 9(06).
           02 TURMA-TRAB   PIC 9(03).
           02 CODIGO-TRAB  PIC 9(07).
           02 DISC-TRAB    PIC 9(03).
           02 NOME-TRAB    PIC X(30).
           02 NOTAS-TRAB   PIC 9(02)V9(02) OCCURS 4 TIMES.
           02 MEDIA-TRAB   PIC 9(02)V9(02).
           02 SITUACAO-TRAB PIC X(12).

       SD RANK.
       01 REG-RANK.
           02 TURMA-RANK  PIC 9(03).
           02 CR-RANK     PIC 9(02)V99.
           02 CODIGO-RANK PIC 9(07).
           02 NOME-RANK   PIC X(30).
           02 ACUM-RANK   PIC 9(02)V99.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-HIST  PIC X(02).
           77 WS-STATUS-DISC  PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-FAIXA PIC X(02).
           77 WS-STATUS-BOLSA PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 ANO-SEL         PIC 9(04) VALUE ZEROES.
           77 ANO-VIGENCIA    PIC 9(04) VALUE ZEROES.
           77 QTD-DISC        PIC 9(02) VALUE ZEROES.
           77 IND-DISC        PIC 9(02) VALUE ZEROES.
           77 QTD-FAIXAS      PIC 9(02) VALUE ZEROES.
           77 IND-FAIXA       PIC 9(02) VALUE ZEROES.
           77 QTD-RANK        PIC 9(04) VALUE ZEROES.
           77 IND-RANK        PIC 9(04) VALUE ZEROES.
           77 QTD-GRUPOS      PIC 9(03) VALUE ZEROES.
           77 IND-GRUPO       PIC 9(03) VALUE ZEROES.
           77 QTD-ANTIGAS     PIC 9(04) VALUE ZEROES.
           77 IND-ANTIGA      PIC 9(04) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 ALUNO-ATUAL     PIC 9(07) VALUE ZEROES.
           77 NOME-ATUAL      PIC X(30) VALUE SPACES.
           77 PERIODO-ATUAL   PIC 9(06) VALUE ZEROES.
           77 TURMA-PERIODO   PIC 9(03) VALUE ZEROES.
           77 TURMA-ANO       PIC 9(03) VALUE ZEROES.
           77 TEM-ALUNO       PIC X(01) VALUE "N".
           77 TEM-PERIODO     PIC X(01) VALUE "N".
           77 CRED-W          PIC 9(02) VALUE ZEROES.
           77 PONTOS-W        PIC 9(04)V99 VALUE ZEROES.
           77 SOMA-PER        PIC 9(07)V99 VALUE ZEROES.
           77 CRED-PER        PIC 9(05) VALUE ZEROES.
           77 SOMA-ANO        PIC 9(07)V99 VALUE ZEROES.
           77 CRED-ANO        PIC 9(05) VALUE ZEROES.
           77 SOMA-ACUM       PIC 9(07)V99 VALUE ZEROES.
           77 CRED-ACUM       PIC 9(05) VALUE ZEROES.
           77 CR-PER          PIC 9(02)V99 VALUE ZEROES.
           77 CR-ANO          PIC 9(02)V99 VALUE ZEROES.
           77 CR-ACUM         PIC 9(02)V99 VALUE ZEROES.
           77 TEM-TURMA       PIC X(01) VALUE "N".
           77 TURMA-ATUAL     PIC 9(03) VALUE ZEROES.
           77 ALUNOS-TURMA    PIC 9(04) VALUE ZEROES.
           77 SEQ-TURMA       PIC 9(04) VALUE ZEROES.
           77 POS-W           PIC 9(04) VALUE ZEROES.
           77 CR-ANTERIOR     PIC 9(02)V99 VALUE ZEROES.
           77 LIMITE-W        PIC 9(04)V99 VALUE ZEROES.
           77 LIMITE-INT      PIC 9(04) VALUE ZEROES.
           77 PERC-W          PIC 9(03)V99 VALUE ZEROES.
           77 CT-LIDOS        PIC 9(05) VALUE ZEROES.
           77 CT-ALUNOS       PIC 9(05) VALUE ZEROES.
           77 CT-PERIODOS     PIC 9(05) VALUE ZEROES.
           77 CT-CLASSIF      PIC 9(05) VALUE ZEROES.
           77 CT-BOLSAS       PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-DISCIPLINAS.
           02 TAB-DISC OCCURS 50 TIMES.
               03 TAB-COD-DISC  PIC 9(03).
               03 TAB-CRED-DISC PIC 9(02).

       01 TABELA-FAIXAS.
           02 TAB-FAIXA OCCURS 10 TIMES.
               03 TAB-TOPO-FAIXA PIC 9(03)V99.
               03 TAB-DESC-FAIXA PIC 9(03)V99.

       01 TABELA-RANKING.
           02 TAB-RANK OCCURS 2000 TIMES.
               03 TAB-TURMA-RANK  PIC 9(03).
               03 TAB-CODIGO-RANK PIC 9(07).
               03 TAB-NOME-RANK   PIC X(30).
               03 TAB-CR-RANK     PIC 9(02)V99.
               03 TAB-ACUM-RANK   PIC 9(02)V99.

       01 TABELA-GRUPOS.
           02 TAB-GRUPO OCCURS 100 TIMES.
               03 TAB-TURMA-GRUPO PIC 9(03).
               03 TAB-QTD-GRUPO   PIC 9(04).

       01 TABELA-ANTIGAS.
           02 TAB-ANTIGA OCCURS 2000 TIMES.
               03 TAB-REG-ANTIGA PIC X(27).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(22) VALUE SPACES.
           02 FILLER  PIC X(39) VALUE
                       "CLASSIFICACAO POR COEFICIENTE (CR) ANO ".
           02 ANO-CAB PIC 9(04).
           02 FILLER  PIC X(25) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(05) VALUE "TURMA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "POS.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "CR ANO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CR ACUM".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "BOLSA".
           02 FILLER PIC X(14) VALUE SPACES.

       01 DETALHE-TURMA.
           02 FILLER       PIC X(07) VALUE "TURMA: ".
           02 TURMA-CAB    PIC 9(03).
           02 FILLER       PIC X(12) VALUE "   ALUNOS: ".
           02 ALUNOS-CAB   PIC ZZZ9.
           02 FILLER       PIC X(64) VALUE SPACES.

       01 DETALHE.
           02 TURMA-REL  PIC 9(03).
           02 FILLER     PIC X(04) VALUE SPACES.
           02 POS-REL    PIC ZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CODIGO-REL PIC 9(07).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(03) VALUE SPACES.
           02 CRANO-REL  PIC Z9,99.
           02 FILLER     PIC X(04) VALUE SPACES.
           02 CRACUM-REL PIC Z9,99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 PERC-REL   PIC ZZ9,99.
           02 FILLER     PIC X(01) VALUE "%".
           02 FILLER     PIC X(12) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CRCALC.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-ENTRADA.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FAIXAS.
           PERFORM CARREGA-DISCIPLINAS.
           SORT TRAB
                ASCENDING CODIGO-TRAB
                ASCENDING PERIODO-TRAB
                ASCENDING DISC-TRAB
                USING HISTNOTA
                OUTPUT PROCEDURE GERA-COEFICIENTES.
           SORT RANK
                ASCENDING TURMA-RANK
                DESCENDING CR-RANK
                ASCENDING CODIGO-RANK
                INPUT PROCEDURE LIBERA-RANKING
                OUTPUT PROCEDURE GERA-RANKING.
           PERFORM FIM.
           STOP RUN.

       VERIFICA-ENTRADA.
           OPEN INPUT HISTNOTA.
           IF WS-STATUS-HIST NOT EQUAL "00"
              DISPLAY "HISTNOTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE HISTNOTA.

       CARREGA-PARAMETROS.
           MOVE DATA-HOJE(1:4) TO ANO-SEL.
           OPEN INPUT PARMCRC.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMCRC
                  NOT AT END
                      IF ANO-PARM NUMERIC AND ANO-PARM GREATER THAN 0
                         MOVE ANO-PARM TO ANO-SEL
                      END-IF
              END-READ
              CLOSE PARMCRC
           END-IF.
           COMPUTE ANO-VIGENCIA = ANO-SEL + 1.

       CARREGA-FAIXAS.
           OPEN INPUT BOLSAFX.
           IF WS-STATUS-FAIXA NOT EQUAL "00"
              DISPLAY "BOLSAFX.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FAIXA.
           PERFORM GUARDA-FAIXA UNTIL FIM-ARQ EQUAL "S".
           CLOSE BOLSAFX.
           MOVE "N" TO FIM-ARQ.

       LER-FAIXA.
           READ BOLSAFX AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FAIXA.
           IF QTD-FAIXAS LESS THAN 10
              ADD 1 TO QTD-FAIXAS
              MOVE TOPO-FAIXA TO TAB-TOPO-FAIXA(QTD-FAIXAS)
              MOVE DESC-FAIXA TO TAB-DESC-FAIXA(QTD-FAIXAS)
           END-IF.
           PERFORM LER-FAIXA.

       CARREGA-DISCIPLINAS.
           OPEN INPUT DISCREF.
           IF WS-STATUS-DISC EQUAL "00"
              PERFORM LER-DISCIPLINA
              PERFORM GUARDA-DISCIPLINA UNTIL FIM-ARQ EQUAL "S"
              CLOSE DISCREF
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-DISCIPLINA.
           READ DISCREF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DISCIPLINA.
           IF QTD-DISC LESS THAN 50
              ADD 1 TO QTD-DISC
              MOVE COD-DISC TO TAB-COD-DISC(QTD-DISC)
              IF CRED-DISC NUMERIC AND CRED-DISC GREATER THAN 0
                 MOVE CRED-DISC TO TAB-CRED-DISC(QTD-DISC)
              ELSE
                 MOVE 1 TO TAB-CRED-DISC(QTD-DISC)
              END-IF
           END-IF.
           PERFORM LER-DISCIPLINA.

       GERA-COEFICIENTES SECTION.
           OPEN OUTPUT CRALUNO.
           PERFORM LEITURA-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           IF TEM-ALUNO EQUAL "S"
              PERFORM FECHA-PERIODO
              PERFORM FECHA-ALUNO
           END-IF.
           CLOSE CRALUNO.
           MOVE "N" TO FIM-ARQ.

       LIBERA-RANKING SECTION.
           MOVE 1 TO IND-RANK.
           PERFORM LIBERA-ALUNO UNTIL IND-RANK GREATER THAN QTD-RANK.

       GERA-RANKING SECTION.
           PERFORM ABRE-BOLSAS.
           OPEN OUTPUT REL-CR.
           MOVE ANO-SEL TO ANO-CAB.
           PERFORM LEITURA-RANK.
           PERFORM PRINCIPAL-RANK UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAL-GERAL.
           CLOSE BOLSA REL-CR.

       ROTINAS-CR SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           IF TEM-ALUNO EQUAL "N" OR
              CODIGO-TRAB NOT EQUAL ALUNO-ATUAL
              IF TEM-ALUNO EQUAL "S"
                 PERFORM FECHA-PERIODO
                 PERFORM FECHA-ALUNO
              END-IF
              MOVE CODIGO-TRAB TO ALUNO-ATUAL
              MOVE NOME-TRAB   TO NOME-ATUAL
              MOVE "S" TO TEM-ALUNO
              MOVE "N" TO TEM-PERIODO
              MOVE 0 TO SOMA-ACUM CRED-ACUM SOMA-ANO CRED-ANO
                        TURMA-ANO
              ADD 1 TO CT-ALUNOS
           END-IF.
           IF TEM-PERIODO EQUAL "N" OR
              PERIODO-TRAB NOT EQUAL PERIODO-ATUAL
              IF TEM-PERIODO EQUAL "S"
                 PERFORM FECHA-PERIODO
              END-IF
              MOVE PERIODO-TRAB TO PERIODO-ATUAL
              MOVE "S" TO TEM-PERIODO
              MOVE 0 TO SOMA-PER CRED-PER
           END-IF.
           PERFORM OBTEM-CREDITOS.
           COMPUTE PONTOS-W = MEDIA-TRAB * CRED-W.
           ADD PONTOS-W TO SOMA-PER.
           ADD CRED-W   TO CRED-PER.
           MOVE TURMA-TRAB TO TURMA-PERIODO.
           PERFORM LEITURA-TRAB.

       OBTEM-CREDITOS.
           MOVE 1 TO CRED-W.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DISC.
           PERFORM TESTA-DISCIPLINA UNTIL IND-DISC GREATER THAN
                   QTD-DISC OR ACHEI EQUAL "S".

       TESTA-DISCIPLINA.
           IF TAB-COD-DISC(IND-DISC) EQUAL DISC-TRAB
              MOVE TAB-CRED-DISC(IND-DISC) TO CRED-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DISC.

       FECHA-PERIODO.
           ADD SOMA-PER TO SOMA-ACUM.
           ADD CRED-PER TO CRED-ACUM.
           COMPUTE CR-PER ROUNDED = SOMA-PER / CRED-PER.
           COMPUTE CR-ACUM ROUNDED = SOMA-ACUM / CRED-ACUM.
           IF PERIODO-ATUAL(1:4) EQUAL ANO-SEL
              ADD SOMA-PER TO SOMA-ANO
              ADD CRED-PER TO CRED-ANO
              MOVE TURMA-PERIODO TO TURMA-ANO
           END-IF.
           MOVE ALUNO-ATUAL   TO CODIGO-CR.
           MOVE PERIODO-ATUAL TO PERIODO-CR.
           MOVE TURMA-PERIODO TO TURMA-CR.
           MOVE CRED-PER      TO CRED-CR.
           MOVE CR-PER        TO CRPER-CR.
           MOVE CR-ACUM       TO CRACUM-CR.
           WRITE REG-CR.
           ADD 1 TO CT-PERIODOS.
           MOVE "N" TO TEM-PERIODO.

       FECHA-ALUNO.
           IF CRED-ANO GREATER THAN 0
              IF QTD-RANK LESS THAN 2000
                 COMPUTE CR-ANO ROUNDED = SOMA-ANO / CRED-ANO
                 ADD 1 TO QTD-RANK
                 MOVE TURMA-ANO   TO TAB-TURMA-RANK(QTD-RANK)
                 MOVE ALUNO-ATUAL TO TAB-CODIGO-RANK(QTD-RANK)
                 MOVE NOME-ATUAL  TO TAB-NOME-RANK(QTD-RANK)
                 MOVE CR-ANO      TO TAB-CR-RANK(QTD-RANK)
                 MOVE CR-ACUM     TO TAB-ACUM-RANK(QTD-RANK)
                 PERFORM CONTA-GRUPO
              ELSE
                 DISPLAY "TABELA DE CLASSIFICACAO CHEIA - IGNORADO: "
                         ALUNO-ATUAL
              END-IF
           END-IF.
           MOVE "N" TO TEM-ALUNO.

       CONTA-GRUPO.
           PERFORM PESQUISA-GRUPO.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-QTD-GRUPO(IND-GRUPO)
           ELSE
              IF QTD-GRUPOS LESS THAN 100
                 ADD 1 TO QTD-GRUPOS
                 MOVE TURMA-ANO TO TAB-TURMA-GRUPO(QTD-GRUPOS)
                 MOVE 1 TO TAB-QTD-GRUPO(QTD-GRUPOS)
              END-IF
           END-IF.

       PESQUISA-GRUPO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-GRUPO.
           PERFORM TESTA-GRUPO UNTIL IND-GRUPO GREATER THAN
                   QTD-GRUPOS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-GRUPO
           END-IF.

       TESTA-GRUPO.
           IF TAB-TURMA-GRUPO(IND-GRUPO) EQUAL TURMA-ANO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-GRUPO.

       LIBERA-ALUNO.
           MOVE TAB-TURMA-RANK(IND-RANK)  TO TURMA-RANK.
           MOVE TAB-CR-RANK(IND-RANK)     TO CR-RANK.
           MOVE TAB-CODIGO-RANK(IND-RANK) TO CODIGO-RANK.
           MOVE TAB-NOME-RANK(IND-RANK)   TO NOME-RANK.
           MOVE TAB-ACUM-RANK(IND-RANK)   TO ACUM-RANK.
           RELEASE REG-RANK.
           ADD 1 TO IND-RANK.

       ABRE-BOLSAS.
           OPEN INPUT BOLSA.
           IF WS-STATUS-BOLSA EQUAL "00"
              PERFORM LER-BOLSA
              PERFORM GUARDA-BOLSA UNTIL FIM-ARQ EQUAL "S"
              CLOSE BOLSA
           END-IF.
           MOVE "N" TO FIM-ARQ.
           OPEN OUTPUT BOLSA.
           MOVE 1 TO IND-ANTIGA.
           PERFORM REGRAVA-BOLSA UNTIL IND-ANTIGA GREATER THAN
                   QTD-ANTIGAS.

       LER-BOLSA.
           READ BOLSA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-BOLSA.
           IF ANO-BOLSA NOT EQUAL ANO-VIGENCIA
              IF QTD-ANTIGAS LESS THAN 2000
                 ADD 1 TO QTD-ANTIGAS
                 MOVE REG-BOLSA TO TAB-REG-ANTIGA(QTD-ANTIGAS)
              END-IF
           END-IF.
           PERFORM LER-BOLSA.

       REGRAVA-BOLSA.
           MOVE TAB-REG-ANTIGA(IND-ANTIGA) TO REG-BOLSA.
           WRITE REG-BOLSA.
           ADD 1 TO IND-ANTIGA.

       LEITURA-RANK.
           RETURN RANK AT END MOVE "S" TO FIM-ARQ.

       PRINCIPAL-RANK.
           IF TEM-TURMA EQUAL "N" OR
              TURMA-RANK NOT EQUAL TURMA-ATUAL
              MOVE TURMA-RANK TO TURMA-ATUAL TURMA-ANO
              MOVE "S" TO TEM-TURMA
              MOVE 0 TO SEQ-TURMA POS-W
              PERFORM PESQUISA-GRUPO
              MOVE TAB-QTD-GRUPO(IND-GRUPO) TO ALUNOS-TURMA
              PERFORM IMPTURMA
           END-IF.
           ADD 1 TO SEQ-TURMA.
           IF SEQ-TURMA EQUAL 1 OR CR-RANK NOT EQUAL CR-ANTERIOR
              MOVE SEQ-TURMA TO POS-W
           END-IF.
           MOVE CR-RANK TO CR-ANTERIOR.
           PERFORM CALCULA-BOLSA.
           IF PERC-W GREATER THAN 0
              PERFORM GRAVA-BOLSA
           END-IF.
           PERFORM IMPDET.
           ADD 1 TO CT-CLASSIF.
           PERFORM LEITURA-RANK.

       CALCULA-BOLSA.
           MOVE 0 TO PERC-W.
           MOVE 1 TO IND-FAIXA.
           PERFORM TESTA-FAIXA UNTIL IND-FAIXA GREATER THAN
                   QTD-FAIXAS.

       TESTA-FAIXA.
           COMPUTE LIMITE-W = ALUNOS-TURMA * TAB-TOPO-FAIXA(IND-FAIXA)
                   / 100.
           MOVE LIMITE-W TO LIMITE-INT.
           IF LIMITE-INT LESS THAN LIMITE-W
              ADD 1 TO LIMITE-INT
           END-IF.
           IF POS-W NOT GREATER THAN LIMITE-INT AND
              TAB-DESC-FAIXA(IND-FAIXA) GREATER THAN PERC-W
              MOVE TAB-DESC-FAIXA(IND-FAIXA) TO PERC-W
           END-IF.
           ADD 1 TO IND-FAIXA.

       GRAVA-BOLSA.
           MOVE CODIGO-RANK  TO CODIGO-BOLSA.
           MOVE ANO-VIGENCIA TO ANO-BOLSA.
           MOVE TURMA-RANK   TO TURMA-BOLSA.
           MOVE CR-RANK      TO CR-BOLSA.
           MOVE POS-W        TO POS-BOLSA.
           MOVE PERC-W       TO PERC-BOLSA.
           WRITE REG-BOLSA.
           ADD 1 TO CT-BOLSAS.

       IMPTURMA.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE TURMA-ATUAL  TO TURMA-CAB.
           MOVE ALUNOS-TURMA TO ALUNOS-CAB.
           WRITE REG-ATR FROM DETALHE-TURMA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TURMA-RANK  TO TURMA-REL.
           MOVE POS-W       TO POS-REL.
           MOVE CODIGO-RANK TO CODIGO-REL.
           MOVE NOME-RANK   TO NOME-REL.
           MOVE CR-RANK     TO CRANO-REL.
           MOVE ACUM-RANK   TO CRACUM-REL.
           MOVE PERC-W      TO PERC-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAL-GERAL.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "ALUNOS CLASSIFICADOS" TO DESCR-QTD.
           MOVE CT-CLASSIF TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "BOLSAS CONCEDIDAS" TO DESCR-QTD.
           MOVE CT-BOLSAS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "REGISTROS DE HISTORICO : " CT-LIDOS.
           DISPLAY "ALUNOS PROCESSADOS     : " CT-ALUNOS.
           DISPLAY "PERIODOS CALCULADOS    : " CT-PERIODOS.
           DISPLAY "ALUNOS CLASSIFICADOS   : " CT-CLASSIF.
           DISPLAY "BOLSAS CONCEDIDAS      : " CT-BOLSAS.
