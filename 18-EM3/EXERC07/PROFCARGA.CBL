       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PROFCARGA.
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
           SELECT TURMMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TURMA.
           SELECT HORARIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HORA.
           SELECT PARMCARGA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REL-CARGA ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD TURMMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMMEST.DAT".
       01 REG-TURMA.
           02 NUM-TURMA   PIC 9(03).
           02 ANO-TURMA   PIC 9(04).
           02 DISC-TURMA  PIC X(20).
           02 PROF-TURMA  PIC X(30).
           02 TURNO-TURMA PIC X(01).

       FD HORARIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORA.
           02 TURMA-HORA PIC 9(03).
           02 DIA-HORA   PIC 9(01).
           02 INI-HORA.
               03 HH-INI-HORA PIC 9(02).
               03 MM-INI-HORA PIC 9(02).
           02 FIM-HORA.
               03 HH-FIM-HORA PIC 9(02).
               03 MM-FIM-HORA PIC 9(02).
           02 SALA-HORA  PIC X(06).

       FD PARMCARGA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCARGA.DAT".
       01 REG-PARM-CARGA.
           02 CARGA-MAX-PARM PIC 9(02).

       FD REL-CARGA
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       SD TRAB.
       01 REG-TRAB.
           02 PROF-TRAB    PIC X(30).
           02 TURMAS-TRAB  PIC 9(02).
           02 MINUTOS-TRAB PIC 9(05).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-TURMA PIC X(02).
           77 WS-STATUS-HORA  PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 CARGA-MAX       PIC 9(02) VALUE 20.
           77 MINUTOS-MAX     PIC 9(05) VALUE ZEROES.
           77 QTD-TURMAS      PIC 9(03) VALUE ZEROES.
           77 IND-TURMA       PIC 9(03) VALUE ZEROES.
           77 QTD-HORA        PIC 9(04) VALUE ZEROES.
           77 IND-I           PIC 9(04) VALUE ZEROES.
           77 IND-J           PIC 9(04) VALUE ZEROES.
           77 QTD-PROF        PIC 9(03) VALUE ZEROES.
           77 IND-PROF        PIC 9(03) VALUE ZEROES.
           77 IND-DIA         PIC 9(01) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 HORAS-W         PIC 9(03) VALUE ZEROES.
           77 MINUTOS-W       PIC 9(02) VALUE ZEROES.
           77 TIPO-CHOQUE     PIC X(10) VALUE SPACES.
           77 CT-CHOQ-PROF    PIC 9(04) VALUE ZEROES.
           77 CT-CHOQ-SALA    PIC 9(04) VALUE ZEROES.
           77 CT-ACIMA        PIC 9(03) VALUE ZEROES.
           77 CT-SEM-PROF     PIC 9(03) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-TURMAS.
           02 TAB-TURMA OCCURS 100 TIMES.
               03 TAB-NUM-TURMA   PIC 9(03).
               03 TAB-ANO-TURMA   PIC 9(04).
               03 TAB-DISC-TURMA  PIC X(20).
               03 TAB-PROF-TURMA  PIC X(30).
               03 TAB-TURNO-TURMA PIC X(01).

       01 TABELA-HORARIOS.
           02 TAB-HORA OCCURS 600 TIMES.
               03 TAB-TURMA-H PIC 9(03).
               03 TAB-DIA-H   PIC 9(01).
               03 TAB-INI-H   PIC 9(04).
               03 TAB-FIM-H   PIC 9(04).
               03 TAB-MINI-H  PIC 9(04).
               03 TAB-MFIM-H  PIC 9(04).
               03 TAB-SALA-H  PIC X(06).
               03 TAB-PROF-H  PIC X(30).

       01 TABELA-PROFESSORES.
           02 TAB-PROF OCCURS 100 TIMES.
               03 TAB-NOME-PROF    PIC X(30).
               03 TAB-TURMAS-PROF  PIC 9(02).
               03 TAB-MINUTOS-PROF PIC 9(05).

       01 NOMES-DIAS PIC X(18) VALUE "SEGTERQUAQUISEXSAB".
       01 TABELA-DIAS REDEFINES NOMES-DIAS.
           02 TAB-NOME-DIA PIC X(03) OCCURS 6 TIMES.

       01 HORA-EDITADA.
           02 HH-INI-ED PIC 99.
           02 FILLER    PIC X(01) VALUE ":".
           02 MM-INI-ED PIC 99.
           02 FILLER    PIC X(01) VALUE "-".
           02 HH-FIM-ED PIC 99.
           02 FILLER    PIC X(01) VALUE ":".
           02 MM-FIM-ED PIC 99.

       01 CAB-SECAO PIC X(90) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER      PIC X(20) VALUE SPACES.
           02 TITULO-CAB  PIC X(50).
           02 FILLER      PIC X(20) VALUE SPACES.

       01 CAB-CHOQUE.
           02 FILLER PIC X(10) VALUE "CHOQUE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "DIA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "PROFESSOR / SALA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "TURMA  HORARIO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "TURMA  HORARIO".
           02 FILLER PIC X(05) VALUE SPACES.
       01 CAB-CARGA.
           02 FILLER PIC X(30) VALUE "PROFESSOR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "TURMAS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "HORAS/SEM.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MAXIMO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(22) VALUE SPACES.
       01 CAB-SEMPROF.
           02 FILLER PIC X(05) VALUE "TURMA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "ANO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "DISCIPLINA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "TURNO".
           02 FILLER PIC X(50) VALUE SPACES.

       01 DETALHE-CHOQUE.
           02 TIPO-REL    PIC X(10).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIA-REL     PIC X(03).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RECURSO-REL PIC X(30).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TURMA1-REL  PIC 9(03).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 HORA1-REL   PIC X(11).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TURMA2-REL  PIC 9(03).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 HORA2-REL   PIC X(11).
           02 FILLER      PIC X(05) VALUE SPACES.

       01 DETALHE-CARGA.
           02 PROF-REL     PIC X(30).
           02 FILLER       PIC X(04) VALUE SPACES.
           02 TURMAS-REL   PIC Z9.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 HORAS-REL    PIC ZZ9.
           02 FILLER       PIC X(01) VALUE ":".
           02 MINUTOS-REL  PIC 99.
           02 FILLER       PIC X(06) VALUE SPACES.
           02 MAXIMO-REL   PIC Z9.
           02 FILLER       PIC X(03) VALUE SPACES.
           02 SITUACAO-REL PIC X(20).
           02 FILLER       PIC X(12) VALUE SPACES.

       01 DETALHE-SEMPROF.
           02 TURMA-REL   PIC 9(03).
           02 FILLER      PIC X(04) VALUE SPACES.
           02 ANO-REL     PIC 9(04).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DISC-REL    PIC X(20).
           02 FILLER      PIC X(04) VALUE SPACES.
           02 TURNO-REL   PIC X(01).
           02 FILLER      PIC X(52) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-PROFCARGA.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-HORARIOS.
           OPEN OUTPUT REL-CARGA.
           PERFORM LISTA-CHOQUES.
           SORT TRAB
                ASCENDING PROF-TRAB
                INPUT PROCEDURE LIBERA-PROFESSORES
                OUTPUT PROCEDURE LISTA-CARGA.
           PERFORM LISTA-SEM-PROFESSOR.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCARGA.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMCARGA
                  NOT AT END
                      IF CARGA-MAX-PARM NUMERIC AND
                         CARGA-MAX-PARM GREATER THAN 0
                         MOVE CARGA-MAX-PARM TO CARGA-MAX
                      END-IF
              END-READ
              CLOSE PARMCARGA
           END-IF.
           COMPUTE MINUTOS-MAX = CARGA-MAX * 60.

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
              MOVE NUM-TURMA   TO TAB-NUM-TURMA(QTD-TURMAS)
              MOVE ANO-TURMA   TO TAB-ANO-TURMA(QTD-TURMAS)
              MOVE DISC-TURMA  TO TAB-DISC-TURMA(QTD-TURMAS)
              MOVE PROF-TURMA  TO TAB-PROF-TURMA(QTD-TURMAS)
              MOVE TURNO-TURMA TO TAB-TURNO-TURMA(QTD-TURMAS)
              IF PROF-TURMA NOT EQUAL SPACES
                 PERFORM PESQUISA-PROFESSOR
                 ADD 1 TO TAB-TURMAS-PROF(IND-PROF)
              END-IF
           END-IF.
           PERFORM LER-TURMA.

       PESQUISA-PROFESSOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROF.
           PERFORM TESTA-PROFESSOR UNTIL IND-PROF GREATER THAN
                   QTD-PROF OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROF
           ELSE
              ADD 1 TO QTD-PROF
              MOVE QTD-PROF   TO IND-PROF
              MOVE PROF-TURMA TO TAB-NOME-PROF(IND-PROF)
              MOVE 0 TO TAB-TURMAS-PROF(IND-PROF)
                        TAB-MINUTOS-PROF(IND-PROF)
           END-IF.

       TESTA-PROFESSOR.
           IF TAB-NOME-PROF(IND-PROF) EQUAL PROF-TURMA
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROF.

       CARREGA-HORARIOS.
           OPEN INPUT HORARIO.
           IF WS-STATUS-HORA NOT EQUAL "00"
              DISPLAY "HORARIO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-HORARIO.
           PERFORM GUARDA-HORARIO UNTIL FIM-ARQ EQUAL "S".
           CLOSE HORARIO.
           MOVE "N" TO FIM-ARQ.

       LER-HORARIO.
           READ HORARIO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-HORARIO.
           IF QTD-HORA LESS THAN 600
              ADD 1 TO QTD-HORA
              MOVE TURMA-HORA TO TAB-TURMA-H(QTD-HORA)
              MOVE DIA-HORA   TO TAB-DIA-H(QTD-HORA)
              MOVE INI-HORA   TO TAB-INI-H(QTD-HORA)
              MOVE FIM-HORA   TO TAB-FIM-H(QTD-HORA)
              MOVE SALA-HORA  TO TAB-SALA-H(QTD-HORA)
              COMPUTE TAB-MINI-H(QTD-HORA) = HH-INI-HORA * 60
                                             + MM-INI-HORA
              COMPUTE TAB-MFIM-H(QTD-HORA) = HH-FIM-HORA * 60
                                             + MM-FIM-HORA
              MOVE SPACES TO TAB-PROF-H(QTD-HORA)
              MOVE 1 TO IND-TURMA
              PERFORM TESTA-TURMA-HORA UNTIL IND-TURMA GREATER THAN
                      QTD-TURMAS
              IF TAB-PROF-H(QTD-HORA) NOT EQUAL SPACES
                 MOVE TAB-PROF-H(QTD-HORA) TO PROF-TURMA
                 PERFORM PESQUISA-PROFESSOR
                 ADD TAB-MFIM-H(QTD-HORA) TO TAB-MINUTOS-PROF(IND-PROF)
                 SUBTRACT TAB-MINI-H(QTD-HORA)
                     FROM TAB-MINUTOS-PROF(IND-PROF)
              END-IF
           ELSE
              DISPLAY "HORARIO.DAT EXCEDE A TABELA DE HORARIOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-HORARIO.

       TESTA-TURMA-HORA.
           IF TAB-NUM-TURMA(IND-TURMA) EQUAL TURMA-HORA
              MOVE TAB-PROF-TURMA(IND-TURMA) TO TAB-PROF-H(QTD-HORA)
           END-IF.
           ADD 1 TO IND-TURMA.

       LISTA-CHOQUES.
           MOVE "CHOQUES DE HORARIO - PROFESSOR E SALA" TO TITULO-CAB.
           MOVE CAB-CHOQUE TO CAB-SECAO.
           PERFORM CABECALHO.
           MOVE 1 TO IND-I.
           PERFORM COMPARA-HORARIO UNTIL IND-I NOT LESS THAN QTD-HORA.

       COMPARA-HORARIO.
           COMPUTE IND-J = IND-I + 1.
           PERFORM COMPARA-PAR UNTIL IND-J GREATER THAN QTD-HORA.
           ADD 1 TO IND-I.

       COMPARA-PAR.
           IF TAB-DIA-H(IND-I) EQUAL TAB-DIA-H(IND-J) AND
              TAB-MINI-H(IND-I) LESS THAN TAB-MFIM-H(IND-J) AND
              TAB-MINI-H(IND-J) LESS THAN TAB-MFIM-H(IND-I)
              IF TAB-PROF-H(IND-I) NOT EQUAL SPACES AND
                 TAB-PROF-H(IND-I) EQUAL TAB-PROF-H(IND-J) AND
                 TAB-TURMA-H(IND-I) NOT EQUAL TAB-TURMA-H(IND-J)
                 MOVE "PROFESSOR" TO TIPO-CHOQUE
                 MOVE TAB-PROF-H(IND-I) TO RECURSO-REL
                 PERFORM IMPRIME-CHOQUE
                 ADD 1 TO CT-CHOQ-PROF
              END-IF
              IF TAB-SALA-H(IND-I) EQUAL TAB-SALA-H(IND-J)
                 MOVE "SALA" TO TIPO-CHOQUE
                 MOVE SPACES TO RECURSO-REL
                 MOVE TAB-SALA-H(IND-I) TO RECURSO-REL
                 PERFORM IMPRIME-CHOQUE
                 ADD 1 TO CT-CHOQ-SALA
              END-IF
           END-IF.
           ADD 1 TO IND-J.

       IMPRIME-CHOQUE.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TIPO-CHOQUE TO TIPO-REL.
           COMPUTE IND-DIA = TAB-DIA-H(IND-I) - 1.
           MOVE TAB-NOME-DIA(IND-DIA) TO DIA-REL.
           MOVE TAB-TURMA-H(IND-I) TO TURMA1-REL.
           MOVE TAB-INI-H(IND-I)(1:2) TO HH-INI-ED.
           MOVE TAB-INI-H(IND-I)(3:2) TO MM-INI-ED.
           MOVE TAB-FIM-H(IND-I)(1:2) TO HH-FIM-ED.
           MOVE TAB-FIM-H(IND-I)(3:2) TO MM-FIM-ED.
           MOVE HORA-EDITADA TO HORA1-REL.
           MOVE TAB-TURMA-H(IND-J) TO TURMA2-REL.
           MOVE TAB-INI-H(IND-J)(1:2) TO HH-INI-ED.
           MOVE TAB-INI-H(IND-J)(3:2) TO MM-INI-ED.
           MOVE TAB-FIM-H(IND-J)(1:2) TO HH-FIM-ED.
           MOVE TAB-FIM-H(IND-J)(3:2) TO MM-FIM-ED.
           MOVE HORA-EDITADA TO HORA2-REL.
           WRITE REG-ATR FROM DETALHE-CHOQUE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       LIBERA-PROFESSORES SECTION.
           MOVE 1 TO IND-PROF.
           PERFORM LIBERA-PROFESSOR UNTIL IND-PROF GREATER THAN
                   QTD-PROF.

       LISTA-CARGA SECTION.
           MOVE "CARGA HORARIA SEMANAL POR PROFESSOR" TO TITULO-CAB.
           MOVE CAB-CARGA TO CAB-SECAO.
           PERFORM CABECALHO.
           PERFORM LEITURA-TRAB.
           PERFORM IMPRIME-CARGA UNTIL FIM-ARQ EQUAL "S".
           MOVE "N" TO FIM-ARQ.

       ROTINAS-CARGA SECTION.

       LIBERA-PROFESSOR.
           MOVE TAB-NOME-PROF(IND-PROF)    TO PROF-TRAB.
           MOVE TAB-TURMAS-PROF(IND-PROF)  TO TURMAS-TRAB.
           MOVE TAB-MINUTOS-PROF(IND-PROF) TO MINUTOS-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO IND-PROF.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-ARQ.

       IMPRIME-CARGA.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE PROF-TRAB   TO PROF-REL.
           MOVE TURMAS-TRAB TO TURMAS-REL.
           DIVIDE MINUTOS-TRAB BY 60 GIVING HORAS-W
                  REMAINDER MINUTOS-W.
           MOVE HORAS-W   TO HORAS-REL.
           MOVE MINUTOS-W TO MINUTOS-REL.
           MOVE CARGA-MAX TO MAXIMO-REL.
           MOVE SPACES TO SITUACAO-REL.
           IF MINUTOS-TRAB EQUAL 0
              MOVE "SEM HORARIO" TO SITUACAO-REL
           END-IF.
           IF MINUTOS-TRAB GREATER THAN MINUTOS-MAX
              MOVE "ACIMA DO MAXIMO" TO SITUACAO-REL
              ADD 1 TO CT-ACIMA
           END-IF.
           WRITE REG-ATR FROM DETALHE-CARGA AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           PERFORM LEITURA-TRAB.

       LISTA-SEM-PROFESSOR.
           MOVE "TURMAS SEM PROFESSOR DESIGNADO" TO TITULO-CAB.
           MOVE CAB-SEMPROF TO CAB-SECAO.
           PERFORM CABECALHO.
           MOVE 1 TO IND-TURMA.
           PERFORM TESTA-SEM-PROFESSOR UNTIL IND-TURMA GREATER THAN
                   QTD-TURMAS.
           IF CT-LIN GREATER THAN 35
              PERFORM CABECALHO
           END-IF.
           MOVE "CHOQUES DE PROFESSOR" TO DESCR-QTD.
           MOVE CT-CHOQ-PROF TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "CHOQUES DE SALA" TO DESCR-QTD.
           MOVE CT-CHOQ-SALA TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "PROFESSORES ACIMA DO MAXIMO" TO DESCR-QTD.
           MOVE CT-ACIMA TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "TURMAS SEM PROFESSOR" TO DESCR-QTD.
           MOVE CT-SEM-PROF TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.

       TESTA-SEM-PROFESSOR.
           IF TAB-PROF-TURMA(IND-TURMA) EQUAL SPACES
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
              END-IF
              MOVE TAB-NUM-TURMA(IND-TURMA)   TO TURMA-REL
              MOVE TAB-ANO-TURMA(IND-TURMA)   TO ANO-REL
              MOVE TAB-DISC-TURMA(IND-TURMA)  TO DISC-REL
              MOVE TAB-TURNO-TURMA(IND-TURMA) TO TURNO-REL
              WRITE REG-ATR FROM DETALHE-SEMPROF AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-SEM-PROF
           END-IF.
           ADD 1 TO IND-TURMA.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-SECAO AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "CHOQUES DE PROFESSOR : " CT-CHOQ-PROF.
           DISPLAY "CHOQUES DE SALA      : " CT-CHOQ-SALA.
           DISPLAY "ACIMA DO MAXIMO      : " CT-ACIMA.
           DISPLAY "TURMAS SEM PROFESSOR : " CT-SEM-PROF.
           CLOSE REL-CARGA.
