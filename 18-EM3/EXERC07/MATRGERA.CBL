       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MATRGERA.
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
           SELECT MATRPED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PED.
           SELECT ARQC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARQC.
           SELECT TURMMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TURMA.
           SELECT DISCREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISC.
           SELECT HISTNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALU.
           SELECT NOTADISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT REL-MATR ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD MATRPED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MATRPED.DAT".
       01 REG-PED.
           02 CODIGO-PED PIC 9(03).
           02 TURMA-PED  PIC 9(03).
           02 DISC-PED   PIC 9(03).

       FD ARQC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQC.DAT".
       01 REG-ARQC.
           02 COD-ARQC   PIC 9(03).
           02 NOME-ARQC  PIC X(30).
           02 TURMA-ARQC PIC X(20).

       FD TURMMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMMEST.DAT".
       01 REG-TURMA.
           02 NUM-TURMA   PIC 9(03).
           02 ANO-TURMA   PIC 9(04).
           02 DISC-TURMA  PIC X(20).
           02 PROF-TURMA  PIC X(30).
           02 TURNO-TURMA PIC X(01).

       FD DISCREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DISCREF.DAT".
       01 REG-DISC.
           02 COD-DISC     PIC 9(03).
           02 NOME-DISC    PIC X(20).
           02 PREREQ-DISC  PIC 9(03) OCCURS 3 TIMES.
           02 CRED-DISC    PIC 9(02).

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

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU  PIC 9(03).
           02 CODIGO-ALU PIC 9(07).
           02 NOME-ALU   PIC X(30).
           02 NOTAS-ALU  PIC 9(02)V9(02) OCCURS 4 TIMES.

       FD NOTADISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTADISC.DAT".
       01 REG-NOTA.
           02 TURMA-NOTA  PIC 9(03).
           02 CODIGO-NOTA PIC 9(07).
           02 DISC-NOTA   PIC 9(03).
           02 NOTAS-NOTA  PIC 9(02)V9(02) OCCURS 4 TIMES.

       FD REL-MATR
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PED   PIC X(02).
           77 WS-STATUS-ARQC  PIC X(02).
           77 WS-STATUS-TURMA PIC X(02).
           77 WS-STATUS-DISC  PIC X(02).
           77 WS-STATUS-HIST  PIC X(02).
           77 WS-STATUS-ALU   PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 QTD-ARQC        PIC 9(04) VALUE ZEROES.
           77 IND-ARQC        PIC 9(04) VALUE ZEROES.
           77 QTD-TURMAS      PIC 9(03) VALUE ZEROES.
           77 IND-TURMA       PIC 9(03) VALUE ZEROES.
           77 QTD-DISC        PIC 9(02) VALUE ZEROES.
           77 IND-DISC        PIC 9(02) VALUE ZEROES.
           77 IND-PREREQ      PIC 9(01) VALUE ZEROES.
           77 QTD-APROV       PIC 9(04) VALUE ZEROES.
           77 IND-APROV       PIC 9(04) VALUE ZEROES.
           77 QTD-MATR        PIC 9(04) VALUE ZEROES.
           77 IND-MATR        PIC 9(04) VALUE ZEROES.
           77 QTD-ALU         PIC 9(04) VALUE ZEROES.
           77 IND-ALU         PIC 9(04) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CODIGO-W        PIC 9(07) VALUE ZEROES.
           77 DISC-PESQ       PIC 9(03) VALUE ZEROES.
           77 DISC-FALTA      PIC 9(03) VALUE ZEROES.
           77 MOTIVO-W        PIC X(40) VALUE SPACES.
           77 NOME-W          PIC X(30) VALUE SPACES.
           77 CT-LIDOS        PIC 9(05) VALUE ZEROES.
           77 CT-ACEITOS      PIC 9(05) VALUE ZEROES.
           77 CT-RECUSADOS    PIC 9(05) VALUE ZEROES.
           77 CT-ALUNOS-NOVOS PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-ARQC.
           02 TAB-ARQC OCCURS 2000 TIMES.
               03 TAB-COD-ARQC  PIC 9(03).
               03 TAB-NOME-ARQC PIC X(30).

       01 TABELA-TURMAS.
           02 TAB-TURMA OCCURS 100 TIMES.
               03 TAB-NUM-TURMA PIC 9(03).
               03 TAB-ANO-TURMA PIC 9(04).

       01 TABELA-DISCIPLINAS.
           02 TAB-DISC OCCURS 50 TIMES.
               03 TAB-COD-DISC    PIC 9(03).
               03 TAB-NOME-DISC   PIC X(20).
               03 TAB-PREREQ-DISC PIC 9(03) OCCURS 3 TIMES.

       01 TABELA-APROVACOES.
           02 TAB-APROV OCCURS 5000 TIMES.
               03 TAB-CODIGO-APROV PIC 9(07).
               03 TAB-DISC-APROV   PIC 9(03).

       01 TABELA-MATRICULAS.
           02 TAB-MATR OCCURS 5000 TIMES.
               03 TAB-TURMA-MATR  PIC 9(03).
               03 TAB-CODIGO-MATR PIC 9(07).
               03 TAB-DISC-MATR   PIC 9(03).

       01 TABELA-ALUNOS.
           02 TAB-ALU OCCURS 2000 TIMES.
               03 TAB-TURMA-ALU  PIC 9(03).
               03 TAB-CODIGO-ALU PIC 9(07).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(27) VALUE SPACES.
           02 FILLER  PIC X(36) VALUE
                       "MATRICULAS RECUSADAS NO SEMESTRE".
           02 FILLER  PIC X(27) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "ALUNO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "TURMA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "DISC".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MOTIVO".
           02 FILLER PIC X(31) VALUE SPACES.

       01 DETALHE.
           02 CODIGO-REL PIC 9(03).
           02 FILLER     PIC X(05) VALUE SPACES.
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(03) VALUE SPACES.
           02 TURMA-REL  PIC 9(03).
           02 FILLER     PIC X(03) VALUE SPACES.
           02 DISC-REL   PIC 9(03).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 MOTIVO-REL PIC X(38).

       01 MOTIVO-PREREQ.
           02 FILLER       PIC X(14) VALUE "FALTA PRE-REQ ".
           02 COD-PREREQ   PIC 9(03).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NOME-PREREQ  PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-MATRGERA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-ARQC.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-MATRICULAS.
           PERFORM CARREGA-ALUNOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAL-GERAL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-ARQC.
           OPEN INPUT ARQC.
           IF WS-STATUS-ARQC NOT EQUAL "00"
              DISPLAY "ARQC.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ARQC.
           PERFORM GUARDA-ARQC UNTIL FIM-ARQ EQUAL "S".
           CLOSE ARQC.
           MOVE "N" TO FIM-ARQ.

       LER-ARQC.
           READ ARQC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ARQC.
           IF QTD-ARQC LESS THAN 2000
              ADD 1 TO QTD-ARQC
              MOVE COD-ARQC  TO TAB-COD-ARQC(QTD-ARQC)
              MOVE NOME-ARQC TO TAB-NOME-ARQC(QTD-ARQC)
           ELSE
              DISPLAY "TABELA DO ARQC CHEIA - IGNORADO: " COD-ARQC
           END-IF.
           PERFORM LER-ARQC.

       CARREGA-TURMAS.
           OPEN INPUT TURMMEST.
           IF WS-STATUS-TURMA NOT EQUAL "00"
              DISPLAY "TURMMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TURMA.
           PERFORM GUARDA-TURMA UNTIL FIM-ARQ EQUAL "S".
           CLOSE TURMMEST.
           MOVE "N" TO FIM-ARQ.

       LER-TURMA.
           READ TURMMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TURMA.
           IF QTD-TURMAS LESS THAN 100
              ADD 1 TO QTD-TURMAS
              MOVE NUM-TURMA TO TAB-NUM-TURMA(QTD-TURMAS)
              MOVE ANO-TURMA TO TAB-ANO-TURMA(QTD-TURMAS)
           END-IF.
           PERFORM LER-TURMA.

       CARREGA-DISCIPLINAS.
           OPEN INPUT DISCREF.
           IF WS-STATUS-DISC NOT EQUAL "00"
              DISPLAY "DISCREF.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-DISCIPLINA.
           PERFORM GUARDA-DISCIPLINA UNTIL FIM-ARQ EQUAL "S".
           CLOSE DISCREF.
           MOVE "N" TO FIM-ARQ.

       LER-DISCIPLINA.
           READ DISCREF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DISCIPLINA.
           IF QTD-DISC LESS THAN 50
              ADD 1 TO QTD-DISC
              MOVE COD-DISC  TO TAB-COD-DISC(QTD-DISC)
              MOVE NOME-DISC TO TAB-NOME-DISC(QTD-DISC)
              MOVE 1 TO IND-PREREQ
              PERFORM GUARDA-PREREQ UNTIL IND-PREREQ GREATER THAN 3
           END-IF.
           PERFORM LER-DISCIPLINA.

       GUARDA-PREREQ.
           IF PREREQ-DISC(IND-PREREQ) NUMERIC
              MOVE PREREQ-DISC(IND-PREREQ)
                   TO TAB-PREREQ-DISC(QTD-DISC IND-PREREQ)
           ELSE
              MOVE 0 TO TAB-PREREQ-DISC(QTD-DISC IND-PREREQ)
           END-IF.
           ADD 1 TO IND-PREREQ.

       CARREGA-HISTORICO.
           OPEN INPUT HISTNOTA.
           IF WS-STATUS-HIST EQUAL "00"
              PERFORM LER-HISTORICO
              PERFORM GUARDA-HISTORICO UNTIL FIM-ARQ EQUAL "S"
              CLOSE HISTNOTA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-HISTORICO.
           READ HISTNOTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-HISTORICO.
           IF SITUACAO-HIST EQUAL "APROVADO" OR
              SITUACAO-HIST EQUAL "APROV.REC"
              IF QTD-APROV LESS THAN 5000
                 ADD 1 TO QTD-APROV
                 MOVE CODIGO-HIST TO TAB-CODIGO-APROV(QTD-APROV)
                 MOVE DISC-HIST   TO TAB-DISC-APROV(QTD-APROV)
              ELSE
                 DISPLAY "TABELA DE APROVACOES CHEIA - IGNORADO: "
                         CODIGO-HIST
              END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       CARREGA-MATRICULAS.
           OPEN INPUT NOTADISC.
           IF WS-STATUS-NOTA EQUAL "00"
              PERFORM LER-NOTADISC
              PERFORM GUARDA-NOTADISC UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTADISC
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-NOTADISC.
           READ NOTADISC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTADISC.
           IF QTD-MATR LESS THAN 5000
              ADD 1 TO QTD-MATR
              MOVE TURMA-NOTA  TO TAB-TURMA-MATR(QTD-MATR)
              MOVE CODIGO-NOTA TO TAB-CODIGO-MATR(QTD-MATR)
              MOVE DISC-NOTA   TO TAB-DISC-MATR(QTD-MATR)
           END-IF.
           PERFORM LER-NOTADISC.

       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU EQUAL "00"
              PERFORM LER-CADALU
              PERFORM GUARDA-CADALU UNTIL FIM-ARQ EQUAL "S"
              CLOSE CADALU
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CADALU.
           READ CADALU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CADALU.
           IF QTD-ALU LESS THAN 2000
              ADD 1 TO QTD-ALU
              MOVE TURMA-ALU  TO TAB-TURMA-ALU(QTD-ALU)
              MOVE CODIGO-ALU TO TAB-CODIGO-ALU(QTD-ALU)
           END-IF.
           PERFORM LER-CADALU.

       INICIO.
           OPEN INPUT MATRPED.
           IF WS-STATUS-PED NOT EQUAL "00"
              DISPLAY "MATRPED.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND CADALU.
           IF WS-STATUS-ALU EQUAL "35"
              OPEN OUTPUT CADALU
           END-IF.
           OPEN EXTEND NOTADISC.
           IF WS-STATUS-NOTA EQUAL "35"
              OPEN OUTPUT NOTADISC
           END-IF.
           OPEN OUTPUT REL-MATR.
           PERFORM LEITURA.

       LEITURA.
           READ MATRPED AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           MOVE SPACES TO MOTIVO-W NOME-W.
           PERFORM VALIDA-PEDIDO.
           IF MOTIVO-W EQUAL SPACES
              PERFORM GRAVA-MATRICULA
           ELSE
              PERFORM IMPDET
           END-IF.
           PERFORM LEITURA.

       VALIDA-PEDIDO.
           IF CODIGO-PED NOT NUMERIC OR TURMA-PED NOT NUMERIC OR
              DISC-PED NOT NUMERIC
              MOVE "PEDIDO COM CAMPOS INVALIDOS" TO MOTIVO-W
           ELSE
              MOVE CODIGO-PED TO CODIGO-W
              PERFORM PESQUISA-ARQC
              IF ACHEI EQUAL "N"
                 MOVE "ALUNO NAO CONSTA NO ARQC" TO MOTIVO-W
              ELSE
                 MOVE TAB-NOME-ARQC(IND-ARQC) TO NOME-W
                 PERFORM VALIDA-TURMA
              END-IF
           END-IF.

       VALIDA-TURMA.
           PERFORM PESQUISA-TURMA.
           IF ACHEI EQUAL "N"
              MOVE "TURMA NAO CADASTRADA" TO MOTIVO-W
           ELSE
              IF TAB-ANO-TURMA(IND-TURMA) LESS THAN DATA-HOJE(1:4)
                 MOVE "TURMA DE ANO ANTERIOR" TO MOTIVO-W
              ELSE
                 PERFORM VALIDA-DISCIPLINA
              END-IF
           END-IF.

       VALIDA-DISCIPLINA.
           MOVE DISC-PED TO DISC-PESQ.
           PERFORM PESQUISA-DISCIPLINA.
           IF ACHEI EQUAL "N"
              MOVE "DISCIPLINA NAO CADASTRADA" TO MOTIVO-W
           ELSE
              PERFORM PESQUISA-APROVACAO
              IF ACHEI EQUAL "S"
                 MOVE "DISCIPLINA JA CURSADA COM APROVACAO" TO MOTIVO-W
              ELSE
                 PERFORM PESQUISA-MATRICULA
                 IF ACHEI EQUAL "S"
                    MOVE "JA MATRICULADO NA DISCIPLINA" TO MOTIVO-W
                 ELSE
                    MOVE 0 TO DISC-FALTA
                    MOVE 1 TO IND-PREREQ
                    PERFORM VALIDA-PREREQ UNTIL IND-PREREQ GREATER
                            THAN 3 OR DISC-FALTA NOT EQUAL 0
                    IF DISC-FALTA NOT EQUAL 0
                       PERFORM MONTA-MOTIVO-PREREQ
                    END-IF
                 END-IF
              END-IF
           END-IF.

       VALIDA-PREREQ.
           MOVE TAB-PREREQ-DISC(IND-DISC IND-PREREQ) TO DISC-PESQ.
           IF DISC-PESQ NOT EQUAL 0
              PERFORM PESQUISA-APROVACAO
              IF ACHEI EQUAL "N"
                 MOVE DISC-PESQ TO DISC-FALTA
              END-IF
           END-IF.
           ADD 1 TO IND-PREREQ.

       MONTA-MOTIVO-PREREQ.
           MOVE DISC-FALTA TO COD-PREREQ.
           MOVE DISC-FALTA TO DISC-PESQ.
           PERFORM PESQUISA-DISCIPLINA.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOME-DISC(IND-DISC) TO NOME-PREREQ
           ELSE
              MOVE "NAO CADASTRADA" TO NOME-PREREQ
           END-IF.
           MOVE MOTIVO-PREREQ TO MOTIVO-W.

       PESQUISA-ARQC.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ARQC.
           PERFORM TESTA-ARQC UNTIL IND-ARQC GREATER THAN QTD-ARQC
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-ARQC
           END-IF.

       TESTA-ARQC.
           IF TAB-COD-ARQC(IND-ARQC) EQUAL CODIGO-PED
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ARQC.

       PESQUISA-TURMA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-TURMA.
           PERFORM TESTA-TURMA UNTIL IND-TURMA GREATER THAN
                   QTD-TURMAS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-TURMA
           END-IF.

       TESTA-TURMA.
           IF TAB-NUM-TURMA(IND-TURMA) EQUAL TURMA-PED
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-TURMA.

       PESQUISA-DISCIPLINA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DISC.
           PERFORM TESTA-DISCIPLINA UNTIL IND-DISC GREATER THAN
                   QTD-DISC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-DISC
           END-IF.

       TESTA-DISCIPLINA.
           IF TAB-COD-DISC(IND-DISC) EQUAL DISC-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DISC.

       PESQUISA-APROVACAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-APROV.
           PERFORM TESTA-APROVACAO UNTIL IND-APROV GREATER THAN
                   QTD-APROV OR ACHEI EQUAL "S".

       TESTA-APROVACAO.
           IF TAB-CODIGO-APROV(IND-APROV) EQUAL CODIGO-W AND
              TAB-DISC-APROV(IND-APROV) EQUAL DISC-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-APROV.

       PESQUISA-MATRICULA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-MATR.
           PERFORM TESTA-MATRICULA UNTIL IND-MATR GREATER THAN
                   QTD-MATR OR ACHEI EQUAL "S".

       TESTA-MATRICULA.
           IF TAB-CODIGO-MATR(IND-MATR) EQUAL CODIGO-W AND
              TAB-DISC-MATR(IND-MATR) EQUAL DISC-PED
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-MATR.

       PESQUISA-ALUNO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ALU.
           PERFORM TESTA-ALUNO UNTIL IND-ALU GREATER THAN QTD-ALU
                   OR ACHEI EQUAL "S".

       TESTA-ALUNO.
           IF TAB-TURMA-ALU(IND-ALU) EQUAL TURMA-PED AND
              TAB-CODIGO-ALU(IND-ALU) EQUAL CODIGO-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ALU.

       GRAVA-MATRICULA.
           PERFORM PESQUISA-ALUNO.
           IF ACHEI EQUAL "N"
              MOVE TURMA-PED               TO TURMA-ALU
              MOVE CODIGO-W                TO CODIGO-ALU
              MOVE NOME-W                  TO NOME-ALU
              MOVE 0 TO NOTAS-ALU(1) NOTAS-ALU(2) NOTAS-ALU(3)
                        NOTAS-ALU(4)
              WRITE REG-ALU
              ADD 1 TO CT-ALUNOS-NOVOS
              IF QTD-ALU LESS THAN 2000
                 ADD 1 TO QTD-ALU
                 MOVE TURMA-PED TO TAB-TURMA-ALU(QTD-ALU)
                 MOVE CODIGO-W  TO TAB-CODIGO-ALU(QTD-ALU)
              END-IF
           END-IF.
           MOVE TURMA-PED TO TURMA-NOTA.
           MOVE CODIGO-W  TO CODIGO-NOTA.
           MOVE DISC-PED  TO DISC-NOTA.
           MOVE 0 TO NOTAS-NOTA(1) NOTAS-NOTA(2) NOTAS-NOTA(3)
                     NOTAS-NOTA(4).
           WRITE REG-NOTA.
           ADD 1 TO CT-ACEITOS.
           IF QTD-MATR LESS THAN 5000
              ADD 1 TO QTD-MATR
              MOVE TURMA-PED TO TAB-TURMA-MATR(QTD-MATR)
              MOVE CODIGO-W  TO TAB-CODIGO-MATR(QTD-MATR)
              MOVE DISC-PED  TO TAB-DISC-MATR(QTD-MATR)
           END-IF.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-PED TO CODIGO-REL.
           MOVE NOME-W     TO NOME-REL.
           MOVE TURMA-PED  TO TURMA-REL.
           MOVE DISC-PED   TO DISC-REL.
           MOVE MOTIVO-W   TO MOTIVO-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-RECUSADOS.

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
           MOVE "PEDIDOS LIDOS" TO DESCR-TOT.
           MOVE CT-LIDOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "MATRICULAS ACEITAS" TO DESCR-TOT.
           MOVE CT-ACEITOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "MATRICULAS RECUSADAS" TO DESCR-TOT.
           MOVE CT-RECUSADOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "PEDIDOS LIDOS        : " CT-LIDOS.
           DISPLAY "MATRICULAS ACEITAS   : " CT-ACEITOS.
           DISPLAY "MATRICULAS RECUSADAS : " CT-RECUSADOS.
           DISPLAY "ALUNOS INCLUIDOS     : " CT-ALUNOS-NOVOS.
           CLOSE MATRPED CADALU NOTADISC REL-MATR.
