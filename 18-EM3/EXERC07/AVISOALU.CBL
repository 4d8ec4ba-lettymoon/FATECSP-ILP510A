       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVISOALU.
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
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALU.
           SELECT NOTADISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT FREQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQ.
           SELECT DISCREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DISC.
           SELECT PARMNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PARMAVISO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAVI.
           SELECT AVISOENV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENV.
           SELECT REL-AVISO ASSIGN TO DISK.
           SELECT REL-COORD ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

       FD FREQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQALU.DAT".
       01 REG-FREQ.
           02 TURMA-FREQ  PIC 9(03).
           02 CODIGO-FREQ PIC 9(07).
           02 AULAS-FREQ  PIC 9(03).
           02 FALTAS-FREQ PIC 9(03).

       FD DISCREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DISCREF.DAT".
       01 REG-DISC.
           02 COD-DISC     PIC 9(03).
           02 NOME-DISC    PIC X(20).
           02 PREREQ-DISC  PIC 9(03) OCCURS 3 TIMES.
           02 CRED-DISC    PIC 9(02).

       FD PARMNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMNOTA".
       01 REG-PARM-NOTA.
           02 QTD-NOTA-PARM  PIC 9(02).
           02 NOTA-PARM OCCURS 20 TIMES.
               03 TURMA-NOTA-PARM PIC 9(03).
               03 CORTE-NOTA-PARM PIC 9(02)V9(02).

       FD PARMAVISO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAVISO.DAT".
       01 REG-PARM-AVISO.
           02 PERC-ALERTA-PARM PIC 9(03)V99.
           02 NOTAS-LANC-PARM  PIC 9(01).

       FD AVISOENV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOENV.DAT".
       01 REG-ENV.
           02 TURMA-ENV  PIC 9(03).
           02 CODIGO-ENV PIC 9(07).
           02 TIPO-ENV   PIC X(01).
           02 DISC-ENV   PIC 9(03).
           02 DATA-ENV   PIC 9(08).
           02 VALOR-ENV  PIC 9(03)V99.

       FD REL-AVISO
           LABEL RECORD IS OMITTED.
       01 REG-AVI PIC X(80).

       FD REL-COORD
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       SD TRAB.
       01 REG-TRAB.
           02 TURMA-TRAB  PIC 9(03).
           02 CODIGO-TRAB PIC 9(07).
           02 NOME-TRAB   PIC X(30).
           02 NOTAS-TRAB  PIC 9(02)V9(02) OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-ALU   PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 WS-STATUS-FREQ  PIC X(02).
           77 WS-STATUS-DISC  PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PAVI  PIC X(02).
           77 WS-STATUS-ENV   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 PERC-LIMITE     PIC 9(03)V99 VALUE 25,00.
           77 PERC-ALERTA     PIC 9(03)V99 VALUE 20,00.
           77 NOTAS-LANC      PIC 9(01) VALUE 2.
           77 NOTA-CORTE      PIC 9(02)V9(02) VALUE 7,00.
           77 PERC-FALTA      PIC 9(03)V99 VALUE ZEROES.
           77 SOMA-NOTAS      PIC 9(03)V99 VALUE ZEROES.
           77 MEDIA-PARCIAL   PIC 9(02)V99 VALUE ZEROES.
           77 IND-PARM        PIC 9(02) VALUE ZEROES.
           77 IND-N           PIC 9(01) VALUE ZEROES.
           77 QTD-FREQ        PIC 9(04) VALUE ZEROES.
           77 IND-FREQ        PIC 9(04) VALUE ZEROES.
           77 QTD-NOTA        PIC 9(04) VALUE ZEROES.
           77 IND-NOTA        PIC 9(04) VALUE ZEROES.
           77 QTD-DISC        PIC 9(02) VALUE ZEROES.
           77 IND-DISC        PIC 9(02) VALUE ZEROES.
           77 QTD-ENV         PIC 9(05) VALUE ZEROES.
           77 IND-ENV         PIC 9(05) VALUE ZEROES.
           77 QTD-AVI         PIC 9(02) VALUE ZEROES.
           77 IND-AVI         PIC 9(02) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 TIPO-W          PIC X(01) VALUE SPACES.
           77 DISC-W          PIC 9(03) VALUE ZEROES.
           77 VALOR-W         PIC 9(03)V99 VALUE ZEROES.
           77 LIMITE-W        PIC 9(03)V99 VALUE ZEROES.
           77 NOME-DISC-W     PIC X(20) VALUE SPACES.
           77 TURMA-ATUAL     PIC 9(03) VALUE ZEROES.
           77 TEM-TURMA       PIC X(01) VALUE "N".
           77 CT-ALUNOS       PIC 9(05) VALUE ZEROES.
           77 CT-CARTAS       PIC 9(05) VALUE ZEROES.
           77 CT-AVISOS       PIC 9(05) VALUE ZEROES.
           77 CT-REPETIDOS    PIC 9(05) VALUE ZEROES.
           77 CT-AVISOS-TURMA PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-FREQUENCIA.
           02 TAB-FREQ OCCURS 2000 TIMES.
               03 TAB-TURMA-FREQ  PIC 9(03).
               03 TAB-CODIGO-FREQ PIC 9(07).
               03 TAB-AULAS-FREQ  PIC 9(03).
               03 TAB-FALTAS-FREQ PIC 9(03).

       01 TABELA-NOTAS.
           02 TAB-NOTA OCCURS 5000 TIMES.
               03 TAB-TURMA-NOTA  PIC 9(03).
               03 TAB-CODIGO-NOTA PIC 9(07).
               03 TAB-DISC-NOTA   PIC 9(03).
               03 TAB-NOTAS-NOTA  PIC 9(02)V9(02) OCCURS 4 TIMES.

       01 TABELA-DISCIPLINAS.
           02 TAB-DISC OCCURS 50 TIMES.
               03 TAB-COD-DISC  PIC 9(03).
               03 TAB-NOME-DISC PIC X(20).

       01 TABELA-ENVIADOS.
           02 TAB-ENV OCCURS 10000 TIMES.
               03 TAB-TURMA-ENV  PIC 9(03).
               03 TAB-CODIGO-ENV PIC 9(07).
               03 TAB-TIPO-ENV   PIC X(01).
               03 TAB-DISC-ENV   PIC 9(03).

       01 TABELA-AVISOS.
           02 TAB-AVI OCCURS 20 TIMES.
               03 TAB-TIPO-AVI   PIC X(01).
                   88 AVISO-FALTA VALUE "F".
                   88 AVISO-NOTA  VALUE "N".
               03 TAB-DISC-AVI   PIC 9(03).
               03 TAB-NOME-AVI   PIC X(20).
               03 TAB-VALOR-AVI  PIC 9(03)V99.
               03 TAB-LIMITE-AVI PIC 9(03)V99.

       01 DATA-EDITADA.
           02 DIA-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ED PIC 9999.

       01 CARTA-01.
           02 FILLER PIC X(42) VALUE
                     "FATEC SP - AVISO AOS PAIS OU RESPONSAVEIS".
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SAO PAULO, ".
           02 DATA-CARTA PIC X(10).
       01 CARTA-02.
           02 FILLER PIC X(46) VALUE
                     "PREZADOS PAIS OU RESPONSAVEIS PELO(A) ALUNO(A)".
           02 FILLER PIC X(34) VALUE SPACES.
       01 CARTA-03.
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(09) VALUE " - CODIGO".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CODIGO-CARTA PIC 9(07).
           02 FILLER       PIC X(09) VALUE " - TURMA ".
           02 TURMA-CARTA  PIC 9(03).
           02 FILLER       PIC X(21) VALUE SPACES.
       01 CARTA-04.
           02 FILLER PIC X(56) VALUE
           "INFORMAMOS QUE, ATE A PRESENTE DATA, FORAM OBSERVADAS AS".
           02 FILLER PIC X(24) VALUE SPACES.
       01 CARTA-05.
           02 FILLER PIC X(50) VALUE
              "SEGUINTES SITUACOES QUE PODEM LEVAR A REPROVACAO:".
           02 FILLER PIC X(30) VALUE SPACES.
       01 CARTA-FALTA.
           02 FILLER      PIC X(29) VALUE
                          "  - PERCENTUAL DE FALTAS DE ".
           02 PERC-CARTA  PIC ZZ9,99.
           02 FILLER      PIC X(13) VALUE "% (LIMITE DE ".
           02 LIM-CARTA   PIC ZZ9,99.
           02 FILLER      PIC X(02) VALUE "%)".
           02 FILLER      PIC X(24) VALUE SPACES.
       01 CARTA-NOTA.
           02 FILLER      PIC X(20) VALUE "  - MEDIA PARCIAL DE".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 MEDIA-CARTA PIC Z9,99.
           02 FILLER      PIC X(04) VALUE " EM ".
           02 DISC-CARTA  PIC 9(03).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NDISC-CARTA PIC X(20).
           02 FILLER      PIC X(08) VALUE " (CORTE ".
           02 CORTE-CARTA PIC Z9,99.
           02 FILLER      PIC X(01) VALUE ")".
           02 FILLER      PIC X(12) VALUE SPACES.
       01 CARTA-06.
           02 FILLER PIC X(53) VALUE
              "FAVOR COMPARECER A SECRETARIA PARA TRATAR DO ASSUNTO.".
           02 FILLER PIC X(27) VALUE SPACES.
       01 CARTA-07.
           02 FILLER PIC X(40) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "A COORDENACAO".
           02 FILLER PIC X(27) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER    PIC X(22) VALUE SPACES.
           02 FILLER    PIC X(34) VALUE
                        "ALUNOS EM RISCO - AVISOS DA TURMA".
           02 TURMA-CAB PIC 9(03).
           02 FILLER    PIC X(31) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(07) VALUE "ALUNO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MOTIVO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "DISCIPLINA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE " VALOR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "LIMITE".
           02 FILLER PIC X(03) VALUE SPACES.

       01 DETALHE.
           02 CODIGO-REL PIC 9(07).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 MOTIVO-REL PIC X(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DISC-REL   PIC X(20).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 VALOR-REL  PIC ZZ9,99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 LIMITE-REL PIC ZZ9,99.
           02 FILLER     PIC X(03) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-AVISOALU.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM VERIFICA-ENTRADA.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FREQUENCIA.
           PERFORM CARREGA-NOTAS.
           PERFORM CARREGA-DISCIPLINAS.
           PERFORM CARREGA-ENVIADOS.
           SORT TRAB
                ASCENDING TURMA-TRAB
                ASCENDING CODIGO-TRAB
                USING CADALU
                OUTPUT PROCEDURE EMITE-AVISOS.
           PERFORM FIM.
           STOP RUN.

       VERIFICA-ENTRADA.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT EQUAL "00"
              DISPLAY "CADALU.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE CADALU.

       CARREGA-PARAMETROS.
           MOVE 0 TO QTD-NOTA-PARM.
           OPEN INPUT PARMNOTA.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMNOTA
                  AT END
                      MOVE 0 TO QTD-NOTA-PARM
              END-READ
              CLOSE PARMNOTA
           END-IF.
           IF QTD-NOTA-PARM NOT NUMERIC OR QTD-NOTA-PARM GREATER
              THAN 20
              MOVE 0 TO QTD-NOTA-PARM
           END-IF.
           OPEN INPUT PARMAVISO.
           IF WS-STATUS-PAVI EQUAL "00"
              READ PARMAVISO
                  NOT AT END
                      IF PERC-ALERTA-PARM NUMERIC AND
                         PERC-ALERTA-PARM GREATER THAN 0
                         MOVE PERC-ALERTA-PARM TO PERC-ALERTA
                      END-IF
                      IF NOTAS-LANC-PARM NUMERIC AND
                         NOTAS-LANC-PARM GREATER THAN 0 AND
                         NOTAS-LANC-PARM LESS THAN 5
                         MOVE NOTAS-LANC-PARM TO NOTAS-LANC
                      END-IF
              END-READ
              CLOSE PARMAVISO
           END-IF.

       CARREGA-FREQUENCIA.
           OPEN INPUT FREQALU.
           IF WS-STATUS-FREQ EQUAL "00"
              PERFORM LER-FREQ
              PERFORM GUARDA-FREQ UNTIL FIM-ARQ EQUAL "S"
              CLOSE FREQALU
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FREQ.
           READ FREQALU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FREQ.
           IF QTD-FREQ LESS THAN 2000
              ADD 1 TO QTD-FREQ
              MOVE TURMA-FREQ  TO TAB-TURMA-FREQ(QTD-FREQ)
              MOVE CODIGO-FREQ TO TAB-CODIGO-FREQ(QTD-FREQ)
              MOVE AULAS-FREQ  TO TAB-AULAS-FREQ(QTD-FREQ)
              MOVE FALTAS-FREQ TO TAB-FALTAS-FREQ(QTD-FREQ)
           END-IF.
           PERFORM LER-FREQ.

       CARREGA-NOTAS.
           OPEN INPUT NOTADISC.
           IF WS-STATUS-NOTA EQUAL "00"
              PERFORM LER-NOTA
              PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTADISC
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-NOTA.
           READ NOTADISC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTA.
           IF QTD-NOTA LESS THAN 5000
              ADD 1 TO QTD-NOTA
              MOVE TURMA-NOTA    TO TAB-TURMA-NOTA(QTD-NOTA)
              MOVE CODIGO-NOTA   TO TAB-CODIGO-NOTA(QTD-NOTA)
              MOVE DISC-NOTA     TO TAB-DISC-NOTA(QTD-NOTA)
              MOVE NOTAS-NOTA(1) TO TAB-NOTAS-NOTA(QTD-NOTA, 1)
              MOVE NOTAS-NOTA(2) TO TAB-NOTAS-NOTA(QTD-NOTA, 2)
              MOVE NOTAS-NOTA(3) TO TAB-NOTAS-NOTA(QTD-NOTA, 3)
              MOVE NOTAS-NOTA(4) TO TAB-NOTAS-NOTA(QTD-NOTA, 4)
           END-IF.
           PERFORM LER-NOTA.

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
              MOVE COD-DISC  TO TAB-COD-DISC(QTD-DISC)
              MOVE NOME-DISC TO TAB-NOME-DISC(QTD-DISC)
           END-IF.
           PERFORM LER-DISCIPLINA.

       CARREGA-ENVIADOS.
           OPEN INPUT AVISOENV.
           IF WS-STATUS-ENV EQUAL "00"
              PERFORM LER-ENVIADO
              PERFORM GUARDA-ENVIADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE AVISOENV
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ENVIADO.
           READ AVISOENV AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ENVIADO.
           IF QTD-ENV LESS THAN 10000
              ADD 1 TO QTD-ENV
              MOVE TURMA-ENV  TO TAB-TURMA-ENV(QTD-ENV)
              MOVE CODIGO-ENV TO TAB-CODIGO-ENV(QTD-ENV)
              MOVE TIPO-ENV   TO TAB-TIPO-ENV(QTD-ENV)
              MOVE DISC-ENV   TO TAB-DISC-ENV(QTD-ENV)
           ELSE
              DISPLAY "AVISOENV.DAT EXCEDE A TABELA DE AVISOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ENVIADO.

       EMITE-AVISOS SECTION.
           OPEN EXTEND AVISOENV.
           IF WS-STATUS-ENV EQUAL "35"
              OPEN OUTPUT AVISOENV
           END-IF.
           OPEN OUTPUT REL-AVISO REL-COORD.
           MOVE DATA-HOJE(7:2) TO DIA-ED.
           MOVE DATA-HOJE(5:2) TO MES-ED.
           MOVE DATA-HOJE(1:4) TO ANO-ED.
           MOVE DATA-EDITADA   TO DATA-CARTA.
           PERFORM LEITURA-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           IF TEM-TURMA EQUAL "S"
              PERFORM FECHA-TURMA
           END-IF.
           PERFORM TOTAL-GERAL.
           CLOSE AVISOENV REL-AVISO REL-COORD.

       ROTINAS-AVISO SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-ALUNOS
           END-IF.

       PRINCIPAL.
           IF TEM-TURMA EQUAL "N" OR TURMA-TRAB NOT EQUAL TURMA-ATUAL
              IF TEM-TURMA EQUAL "S"
                 PERFORM FECHA-TURMA
              END-IF
              MOVE TURMA-TRAB TO TURMA-ATUAL
              MOVE "S" TO TEM-TURMA
              MOVE 0 TO CT-AVISOS-TURMA
              MOVE 41 TO CT-LIN
              PERFORM PESQUISA-CORTE
           END-IF.
           MOVE 0 TO QTD-AVI.
           PERFORM APURA-FALTAS.
           MOVE 1 TO IND-NOTA.
           PERFORM APURA-NOTAS UNTIL IND-NOTA GREATER THAN QTD-NOTA.
           IF QTD-AVI GREATER THAN 0
              PERFORM IMPRIME-CARTA
              MOVE 1 TO IND-AVI
              PERFORM REGISTRA-AVISO UNTIL IND-AVI GREATER THAN
                      QTD-AVI
              ADD 1 TO CT-CARTAS
           END-IF.
           PERFORM LEITURA-TRAB.

       PESQUISA-CORTE.
           MOVE 7,00 TO NOTA-CORTE.
           MOVE 1 TO IND-PARM.
           PERFORM TESTA-CORTE UNTIL IND-PARM GREATER THAN
                   QTD-NOTA-PARM.

       TESTA-CORTE.
           IF TURMA-NOTA-PARM(IND-PARM) EQUAL TURMA-ATUAL
              MOVE CORTE-NOTA-PARM(IND-PARM) TO NOTA-CORTE
           END-IF.
           ADD 1 TO IND-PARM.

       APURA-FALTAS.
           MOVE "N" TO ACHEI.
           MOVE 0 TO PERC-FALTA.
           MOVE 1 TO IND-FREQ.
           PERFORM TESTA-FREQUENCIA UNTIL IND-FREQ GREATER THAN
                   QTD-FREQ OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FREQ
              IF TAB-AULAS-FREQ(IND-FREQ) GREATER THAN 0
                 COMPUTE PERC-FALTA ROUNDED =
                         TAB-FALTAS-FREQ(IND-FREQ) * 100 /
                         TAB-AULAS-FREQ(IND-FREQ)
              END-IF
           END-IF.
           IF PERC-FALTA NOT LESS THAN PERC-ALERTA
              MOVE "F"         TO TIPO-W
              MOVE 0           TO DISC-W
              MOVE PERC-FALTA  TO VALOR-W
              MOVE PERC-LIMITE TO LIMITE-W
              MOVE SPACES      TO NOME-DISC-W
              PERFORM INCLUI-AVISO
           END-IF.

       TESTA-FREQUENCIA.
           IF TAB-TURMA-FREQ(IND-FREQ) EQUAL TURMA-TRAB AND
              TAB-CODIGO-FREQ(IND-FREQ) EQUAL CODIGO-TRAB
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FREQ.

       APURA-NOTAS.
           IF TAB-TURMA-NOTA(IND-NOTA) EQUAL TURMA-TRAB AND
              TAB-CODIGO-NOTA(IND-NOTA) EQUAL CODIGO-TRAB
              MOVE 0 TO SOMA-NOTAS
              MOVE 1 TO IND-N
              PERFORM SOMA-NOTA UNTIL IND-N GREATER THAN NOTAS-LANC
              COMPUTE MEDIA-PARCIAL ROUNDED = SOMA-NOTAS / NOTAS-LANC
              IF MEDIA-PARCIAL LESS THAN NOTA-CORTE
                 MOVE "N"                     TO TIPO-W
                 MOVE TAB-DISC-NOTA(IND-NOTA) TO DISC-W
                 MOVE MEDIA-PARCIAL           TO VALOR-W
                 MOVE NOTA-CORTE              TO LIMITE-W
                 PERFORM PESQUISA-DISCIPLINA
                 PERFORM INCLUI-AVISO
              END-IF
           END-IF.
           ADD 1 TO IND-NOTA.

       SOMA-NOTA.
           ADD TAB-NOTAS-NOTA(IND-NOTA, IND-N) TO SOMA-NOTAS.
           ADD 1 TO IND-N.

       PESQUISA-DISCIPLINA.
           MOVE "NAO CADASTRADA" TO NOME-DISC-W.
           MOVE 1 TO IND-DISC.
           PERFORM TESTA-DISCIPLINA UNTIL IND-DISC GREATER THAN
                   QTD-DISC.

       TESTA-DISCIPLINA.
           IF TAB-COD-DISC(IND-DISC) EQUAL DISC-W
              MOVE TAB-NOME-DISC(IND-DISC) TO NOME-DISC-W
           END-IF.
           ADD 1 TO IND-DISC.

       INCLUI-AVISO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ENV.
           PERFORM TESTA-ENVIADO UNTIL IND-ENV GREATER THAN QTD-ENV
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              ADD 1 TO CT-REPETIDOS
           ELSE
              IF QTD-AVI LESS THAN 20
                 ADD 1 TO QTD-AVI
                 MOVE TIPO-W      TO TAB-TIPO-AVI(QTD-AVI)
                 MOVE DISC-W      TO TAB-DISC-AVI(QTD-AVI)
                 MOVE NOME-DISC-W TO TAB-NOME-AVI(QTD-AVI)
                 MOVE VALOR-W     TO TAB-VALOR-AVI(QTD-AVI)
                 MOVE LIMITE-W    TO TAB-LIMITE-AVI(QTD-AVI)
              END-IF
           END-IF.

       TESTA-ENVIADO.
           IF TAB-TURMA-ENV(IND-ENV) EQUAL TURMA-TRAB AND
              TAB-CODIGO-ENV(IND-ENV) EQUAL CODIGO-TRAB AND
              TAB-TIPO-ENV(IND-ENV) EQUAL TIPO-W AND
              TAB-DISC-ENV(IND-ENV) EQUAL DISC-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ENV.

       IMPRIME-CARTA.
           MOVE NOME-TRAB   TO NOME-CARTA.
           MOVE CODIGO-TRAB TO CODIGO-CARTA.
           MOVE TURMA-TRAB  TO TURMA-CARTA.
           MOVE SPACES TO REG-AVI.
           WRITE REG-AVI AFTER ADVANCING PAGE.
           WRITE REG-AVI FROM CARTA-01 AFTER ADVANCING 1 LINE.
           WRITE REG-AVI FROM CARTA-02 AFTER ADVANCING 3 LINES.
           WRITE REG-AVI FROM CARTA-03 AFTER ADVANCING 1 LINE.
           WRITE REG-AVI FROM CARTA-04 AFTER ADVANCING 2 LINES.
           WRITE REG-AVI FROM CARTA-05 AFTER ADVANCING 1 LINE.
           MOVE 1 TO IND-AVI.
           PERFORM IMPRIME-SITUACAO UNTIL IND-AVI GREATER THAN
                   QTD-AVI.
           WRITE REG-AVI FROM CARTA-06 AFTER ADVANCING 2 LINES.
           WRITE REG-AVI FROM CARTA-07 AFTER ADVANCING 3 LINES.

       IMPRIME-SITUACAO.
           IF AVISO-FALTA(IND-AVI)
              MOVE TAB-VALOR-AVI(IND-AVI)  TO PERC-CARTA
              MOVE TAB-LIMITE-AVI(IND-AVI) TO LIM-CARTA
              WRITE REG-AVI FROM CARTA-FALTA AFTER ADVANCING 1 LINE
           ELSE
              MOVE TAB-VALOR-AVI(IND-AVI)  TO MEDIA-CARTA
              MOVE TAB-DISC-AVI(IND-AVI)   TO DISC-CARTA
              MOVE TAB-NOME-AVI(IND-AVI)   TO NDISC-CARTA
              MOVE TAB-LIMITE-AVI(IND-AVI) TO CORTE-CARTA
              WRITE REG-AVI FROM CARTA-NOTA AFTER ADVANCING 1 LINE
           END-IF.
           ADD 1 TO IND-AVI.

       REGISTRA-AVISO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-TRAB TO CODIGO-REL.
           MOVE NOME-TRAB   TO NOME-REL.
           IF AVISO-FALTA(IND-AVI)
              MOVE "FALTAS" TO MOTIVO-REL
              MOVE SPACES   TO DISC-REL
           ELSE
              MOVE "NOTA"   TO MOTIVO-REL
              MOVE TAB-NOME-AVI(IND-AVI) TO DISC-REL
           END-IF.
           MOVE TAB-VALOR-AVI(IND-AVI)  TO VALOR-REL.
           MOVE TAB-LIMITE-AVI(IND-AVI) TO LIMITE-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE TURMA-TRAB             TO TURMA-ENV.
           MOVE CODIGO-TRAB            TO CODIGO-ENV.
           MOVE TAB-TIPO-AVI(IND-AVI)  TO TIPO-ENV.
           MOVE TAB-DISC-AVI(IND-AVI)  TO DISC-ENV.
           MOVE DATA-HOJE              TO DATA-ENV.
           MOVE TAB-VALOR-AVI(IND-AVI) TO VALOR-ENV.
           WRITE REG-ENV.
           ADD 1 TO CT-AVISOS.
           ADD 1 TO CT-AVISOS-TURMA.
           ADD 1 TO IND-AVI.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE TURMA-ATUAL TO TURMA-CAB.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FECHA-TURMA.
           IF CT-AVISOS-TURMA GREATER THAN 0
              MOVE "AVISOS EMITIDOS NA TURMA" TO DESCR-QTD
              MOVE CT-AVISOS-TURMA TO VALOR-QTD
              WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES
           END-IF.

       TOTAL-GERAL.
           IF CT-PAG EQUAL 0 OR CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "ALUNOS ANALISADOS" TO DESCR-QTD.
           MOVE CT-ALUNOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "CARTAS AOS RESPONSAVEIS" TO DESCR-QTD.
           MOVE CT-CARTAS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "AVISOS NOVOS EMITIDOS" TO DESCR-QTD.
           MOVE CT-AVISOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "AVISOS JA ENVIADOS ANTES" TO DESCR-QTD.
           MOVE CT-REPETIDOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "ALUNOS ANALISADOS    : " CT-ALUNOS.
           DISPLAY "CARTAS EMITIDAS      : " CT-CARTAS.
           DISPLAY "AVISOS NOVOS         : " CT-AVISOS.
           DISPLAY "AVISOS JA ENVIADOS   : " CT-REPETIDOS.
