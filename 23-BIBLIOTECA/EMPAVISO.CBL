       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EMPAVISO.
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
           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT CAD-USU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-USU.
           SELECT CADLIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIV.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RES.
           SELECT PARMREN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REN.
           SELECT PARMAVI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT AVISOEMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AVI.
           SELECT REL-AVISO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD EMPABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPABERTO.DAT".
       01 REG-EMP.
           02 COD-USU-EMP  PIC 9(04).
           02 COD-LIV-EMP  PIC 9(05).
           02 NR-EXE-EMP   PIC 9(02).
           02 DATA-EMP     PIC 9(08).
           02 DATA-PREV    PIC 9(08).
           02 NR-RENOV-EMP PIC 9(02).

       FD CAD-USU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.DAT".
       01 REG-USU.
           02 COD-USU PIC 9(04).
           02 NOM-USU PIC X(30).
           02 REG-DATA.
               03 DIA PIC 9(02).
               03 MES PIC 9(02).
               03 ANO PIC 9(04).
           02 SIT-USU PIC 9(01).
               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 FILLER  PIC X(08).

       FD CADLIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADLIV.DAT".
       01 REG-LIV.
           02 COD-LIV      PIC 9(05).
           02 NR-EXE       PIC 9(02).
           02 TIT-LIV      PIC X(40).
           02 AUT-LIV      PIC X(30).
           02 CLASSE-LIV   PIC X(01).

       FD RESERVAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01 REG-RES.
           02 COD-LIV-RES  PIC 9(05).
           02 COD-USU-RES  PIC 9(04).
           02 DATA-RES     PIC 9(08).
           02 SIT-RES      PIC X(01).
           02 DATA-HOLD-RES PIC 9(08).

       FD PARMREN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREN.DAT".
       01 REG-PARM-REN.
           02 MAX-RENOV-PARM PIC 9(02).

       FD PARMAVI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAVI.DAT".
       01 REG-PARM-AVI.
           02 DIAS-AVISO-PARM PIC 9(02).

       FD AVISOEMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOEMP.DAT".
       01 REG-AVI.
           02 COD-USU-AVI  PIC 9(04).
           02 COD-LIV-AVI  PIC 9(05).
           02 NR-EXE-AVI   PIC 9(02).
           02 DATA-EMP-AVI PIC 9(08).
           02 DATA-AVI     PIC 9(08).

       FD REL-AVISO
           LABEL RECORD IS OMITTED.
       01 REG-CARTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-EMP  PIC X(02).
           77 WS-STATUS-USU  PIC X(02).
           77 WS-STATUS-LIV  PIC X(02).
           77 WS-STATUS-RES  PIC X(02).
           77 WS-STATUS-REN  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-AVI  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DATA-LIMITE    PIC 9(08) VALUE ZEROES.
           77 DIAS-AVISO     PIC 9(02) VALUE 3.
           77 DIAS-SOMA      PIC 9(03) VALUE ZEROES.
           77 MAX-RENOV      PIC 9(02) VALUE 2.
           77 RESULTADO-SOMA PIC X(02) VALUE SPACES.
           77 QTD-USU        PIC 9(04) VALUE ZEROES.
           77 IND-USU        PIC 9(04) VALUE ZEROES.
           77 QTD-TIT        PIC 9(04) VALUE ZEROES.
           77 IND-TIT        PIC 9(04) VALUE ZEROES.
           77 QTD-SEL        PIC 9(04) VALUE ZEROES.
           77 IND-SEL        PIC 9(04) VALUE ZEROES.
           77 IND-ITEM       PIC 9(04) VALUE ZEROES.
           77 QTD-ENV        PIC 9(04) VALUE ZEROES.
           77 IND-ENV        PIC 9(04) VALUE ZEROES.
           77 COD-USU-PESQ   PIC 9(04) VALUE ZEROES.
           77 COD-LIV-PESQ   PIC 9(05) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 ACHEI-TIT      PIC X(01) VALUE "N".
           77 ACHEI-ENV      PIC X(01) VALUE "N".
           77 TEM-RESERVA    PIC X(01) VALUE "N".
           77 RENOV-REST     PIC 9(02) VALUE ZEROES.
           77 CT-ABERTOS     PIC 9(05) VALUE ZEROES.
           77 CT-JA-AVISADOS PIC 9(05) VALUE ZEROES.
           77 CT-ITENS       PIC 9(05) VALUE ZEROES.
           77 CT-CARTAS      PIC 9(05) VALUE ZEROES.
           77 CT-RESERVADOS  PIC 9(05) VALUE ZEROES.

       01 TABELA-USUARIOS.
           02 TAB-USU OCCURS 500 TIMES.
               03 TAB-COD-USU PIC 9(04).
               03 TAB-NOM-USU PIC X(30).

       01 TABELA-TITULOS.
           02 TAB-TIT OCCURS 500 TIMES.
               03 TAB-COD-LIV   PIC 9(05).
               03 TAB-TIT-LIV   PIC X(40).
               03 TAB-RESERVADO PIC X(01).

       01 TABELA-SELECIONADOS.
           02 TAB-SEL OCCURS 1000 TIMES.
               03 TAB-SEL-USU   PIC 9(04).
               03 TAB-SEL-LIV   PIC 9(05).
               03 TAB-SEL-EXE   PIC 9(02).
               03 TAB-SEL-EMP   PIC 9(08).
               03 TAB-SEL-PREV  PIC 9(08).
               03 TAB-SEL-RENOV PIC 9(02).
               03 TAB-SEL-FEITO PIC X(01).

       01 TABELA-ENVIADOS.
           02 TAB-ENV OCCURS 2000 TIMES.
               03 TAB-ENV-USU   PIC 9(04).
               03 TAB-ENV-LIV   PIC 9(05).
               03 TAB-ENV-EXE   PIC 9(02).
               03 TAB-ENV-EMP   PIC 9(08).
               03 TAB-ENV-DATA  PIC 9(08).
               03 TAB-ENV-VIVO  PIC X(01).

       01 CARTA-01.
           02 FILLER      PIC X(48) VALUE SPACES.
           02 FILLER      PIC X(11) VALUE "SAO PAULO, ".
           02 DIA-CARTA   PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-CARTA   PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-CARTA   PIC 9999.
           02 FILLER      PIC X(11) VALUE SPACES.
       01 CARTA-02.
           02 FILLER      PIC X(22) VALUE "PREZADO(A) USUARIO(A) ".
           02 NOME-CARTA  PIC X(30).
           02 FILLER      PIC X(09) VALUE " - CODIGO".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 COD-CARTA   PIC 9(04).
           02 FILLER      PIC X(14) VALUE SPACES.
       01 CARTA-03.
           02 FILLER      PIC X(49) VALUE
                  "LEMBRAMOS QUE OS LIVROS ABAIXO DEVEM SER DEVOLVID".
           02 FILLER      PIC X(25) VALUE
                  "OS ATE A DATA INDICADA:".
           02 FILLER      PIC X(06) VALUE SPACES.
       01 CARTA-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "LIVRO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(40) VALUE "TITULO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DEVOLUCAO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "RENOVACOES".
       01 CARTA-ITEM.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 LIV-ITEM    PIC 9(05).
           02 FILLER      PIC X(01) VALUE "-".
           02 EXE-ITEM    PIC 99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TIT-ITEM    PIC X(40).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIA-ITEM    PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-ITEM    PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-ITEM    PIC 9999.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 OBS-ITEM    PIC X(15).
       01 CARTA-05.
           02 FILLER      PIC X(48) VALUE
                  "AS RENOVACOES RESTANTES PODEM SER SOLICITADAS NO".
           02 FILLER      PIC X(32) VALUE
                  " BALCAO ATE A DATA DE DEVOLUCAO.".
       01 CARTA-06.
           02 FILLER      PIC X(48) VALUE
                  "OS LIVROS MARCADOS COMO RESERVADO ESTAO RESERVAD".
           02 FILLER      PIC X(32) VALUE
                  "OS POR OUTRO USUARIO E NAO PODEM".
       01 CARTA-07.
           02 FILLER      PIC X(48) VALUE
                  "SER RENOVADOS. PEDIMOS DEVOLVE-LOS NO PRAZO.".
           02 FILLER      PIC X(32) VALUE SPACES.
       01 CARTA-08.
           02 FILLER      PIC X(17) VALUE "ATENCIOSAMENTE,".
           02 FILLER      PIC X(63) VALUE SPACES.
       01 CARTA-09.
           02 FILLER      PIC X(12) VALUE "A BIBLIOTECA".
           02 FILLER      PIC X(68) VALUE SPACES.

       01 OBS-RENOV.
           02 QTD-OBS     PIC Z9.
           02 FILLER      PIC X(13) VALUE " RESTANTE(S)".

       PROCEDURE DIVISION.
       PGM-EMPAVISO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-USUARIOS.
           PERFORM CARREGA-TITULOS.
           PERFORM CARREGA-RESERVAS.
           PERFORM CARREGA-ENVIADOS.
           PERFORM SELECIONA-EMPRESTIMOS.
           OPEN OUTPUT REL-AVISO.
           MOVE 1 TO IND-SEL.
           PERFORM TRATA-SELECIONADO UNTIL IND-SEL GREATER THAN
                   QTD-SEL.
           CLOSE REL-AVISO.
           PERFORM GRAVA-ENVIADOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMAVI.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMAVI
                  NOT AT END
                      IF DIAS-AVISO-PARM NUMERIC
                         MOVE DIAS-AVISO-PARM TO DIAS-AVISO
                      END-IF
              END-READ
              CLOSE PARMAVI
           END-IF.
           OPEN INPUT PARMREN.
           IF WS-STATUS-REN EQUAL "00"
              READ PARMREN
                  NOT AT END
                      MOVE MAX-RENOV-PARM TO MAX-RENOV
              END-READ
              CLOSE PARMREN
           END-IF.
           MOVE DIAS-AVISO TO DIAS-SOMA.
           CALL "DATASOMA" USING DATA-HOJE DIAS-SOMA
                                 DATA-LIMITE RESULTADO-SOMA.
           IF RESULTADO-SOMA NOT EQUAL "00"
              MOVE DATA-HOJE TO DATA-LIMITE
           END-IF.

       CARREGA-USUARIOS.
           OPEN INPUT CAD-USU.
           IF WS-STATUS-USU NOT EQUAL "00"
              DISPLAY "CAD-USU.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-USUARIO.
           PERFORM GUARDA-USUARIO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CAD-USU.

       LER-USUARIO.
           READ CAD-USU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-USUARIO.
           IF QTD-USU LESS THAN 500
              ADD 1 TO QTD-USU
              MOVE COD-USU TO TAB-COD-USU(QTD-USU)
              MOVE NOM-USU TO TAB-NOM-USU(QTD-USU)
           END-IF.
           PERFORM LER-USUARIO.

       CARREGA-TITULOS.
           OPEN INPUT CADLIV.
           IF WS-STATUS-LIV NOT EQUAL "00"
              DISPLAY "CADLIV.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-LIVRO.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CADLIV.

       LER-LIVRO.
           READ CADLIV AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           MOVE COD-LIV TO COD-LIV-PESQ.
           PERFORM PESQUISA-TITULO.
           IF ACHEI-TIT EQUAL "N" AND QTD-TIT LESS THAN 500
              ADD 1 TO QTD-TIT
              MOVE COD-LIV TO TAB-COD-LIV(QTD-TIT)
              MOVE TIT-LIV TO TAB-TIT-LIV(QTD-TIT)
              MOVE "N"     TO TAB-RESERVADO(QTD-TIT)
           END-IF.
           PERFORM LER-LIVRO.

       CARREGA-RESERVAS.
           OPEN INPUT RESERVAS.
           IF WS-STATUS-RES EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-RESERVA
              PERFORM MARCA-RESERVA UNTIL FIM-ARQ EQUAL "S"
              CLOSE RESERVAS
           END-IF.

       LER-RESERVA.
           READ RESERVAS AT END MOVE "S" TO FIM-ARQ.

       MARCA-RESERVA.
           MOVE COD-LIV-RES TO COD-LIV-PESQ.
           PERFORM PESQUISA-TITULO.
           IF ACHEI-TIT EQUAL "S"
              MOVE "S" TO TAB-RESERVADO(IND-TIT)
           END-IF.
           PERFORM LER-RESERVA.

       CARREGA-ENVIADOS.
           OPEN INPUT AVISOEMP.
           IF WS-STATUS-AVI EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-ENVIADO
              PERFORM GUARDA-ENVIADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE AVISOEMP
           END-IF.

       LER-ENVIADO.
           READ AVISOEMP AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ENVIADO.
           IF QTD-ENV LESS THAN 2000
              ADD 1 TO QTD-ENV
              MOVE COD-USU-AVI   TO TAB-ENV-USU(QTD-ENV)
              MOVE COD-LIV-AVI   TO TAB-ENV-LIV(QTD-ENV)
              MOVE NR-EXE-AVI    TO TAB-ENV-EXE(QTD-ENV)
              MOVE DATA-EMP-AVI TO TAB-ENV-EMP(QTD-ENV)
              MOVE DATA-AVI      TO TAB-ENV-DATA(QTD-ENV)
              MOVE "N"           TO TAB-ENV-VIVO(QTD-ENV)
           ELSE
              DISPLAY "AVISOEMP.DAT EXCEDE A TABELA DE AVISOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ENVIADO.

       SELECIONA-EMPRESTIMOS.
           OPEN INPUT EMPABERTO.
           IF WS-STATUS-EMP NOT EQUAL "00"
              DISPLAY "EMPABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-EMPRESTIMO.
           PERFORM AVALIA-EMPRESTIMO UNTIL FIM-ARQ EQUAL "S".
           CLOSE EMPABERTO.

       LER-EMPRESTIMO.
           READ EMPABERTO AT END MOVE "S" TO FIM-ARQ.

       AVALIA-EMPRESTIMO.
           ADD 1 TO CT-ABERTOS.
           PERFORM PESQUISA-ENVIADO.
           IF ACHEI-ENV EQUAL "S"
              MOVE "S" TO TAB-ENV-VIVO(IND-ENV)
              ADD 1 TO CT-JA-AVISADOS
           ELSE
              IF DATA-PREV NOT LESS THAN DATA-HOJE AND
                 DATA-PREV NOT GREATER THAN DATA-LIMITE
                 PERFORM GUARDA-SELECIONADO
              END-IF
           END-IF.
           PERFORM LER-EMPRESTIMO.

       GUARDA-SELECIONADO.
           IF QTD-SEL LESS THAN 1000
              ADD 1 TO QTD-SEL
              MOVE COD-USU-EMP  TO TAB-SEL-USU(QTD-SEL)
              MOVE COD-LIV-EMP  TO TAB-SEL-LIV(QTD-SEL)
              MOVE NR-EXE-EMP   TO TAB-SEL-EXE(QTD-SEL)
              MOVE DATA-EMP     TO TAB-SEL-EMP(QTD-SEL)
              MOVE DATA-PREV    TO TAB-SEL-PREV(QTD-SEL)
              MOVE NR-RENOV-EMP TO TAB-SEL-RENOV(QTD-SEL)
              MOVE "N"          TO TAB-SEL-FEITO(QTD-SEL)
           END-IF.

       PESQUISA-ENVIADO.
           MOVE "N" TO ACHEI-ENV.
           MOVE 1 TO IND-ENV.
           PERFORM TESTA-ENVIADO UNTIL IND-ENV GREATER THAN QTD-ENV
                   OR ACHEI-ENV EQUAL "S".
           IF ACHEI-ENV EQUAL "S"
              SUBTRACT 1 FROM IND-ENV
           END-IF.

       TESTA-ENVIADO.
           IF TAB-ENV-USU(IND-ENV)  EQUAL COD-USU-EMP AND
              TAB-ENV-LIV(IND-ENV)  EQUAL COD-LIV-EMP AND
              TAB-ENV-EXE(IND-ENV)  EQUAL NR-EXE-EMP AND
              TAB-ENV-EMP(IND-ENV)  EQUAL DATA-EMP
              MOVE "S" TO ACHEI-ENV
           END-IF.
           ADD 1 TO IND-ENV.

       PESQUISA-USUARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-USU.
           PERFORM TESTA-USUARIO UNTIL IND-USU GREATER THAN QTD-USU
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-USU
           END-IF.

       TESTA-USUARIO.
           IF TAB-COD-USU(IND-USU) EQUAL COD-USU-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-USU.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI-TIT.
           MOVE 1 TO IND-TIT.
           PERFORM TESTA-TITULO UNTIL IND-TIT GREATER THAN QTD-TIT
                   OR ACHEI-TIT EQUAL "S".
           IF ACHEI-TIT EQUAL "S"
              SUBTRACT 1 FROM IND-TIT
           END-IF.

       TESTA-TITULO.
           IF TAB-COD-LIV(IND-TIT) EQUAL COD-LIV-PESQ
              MOVE "S" TO ACHEI-TIT
           END-IF.
           ADD 1 TO IND-TIT.

       TRATA-SELECIONADO.
           IF TAB-SEL-FEITO(IND-SEL) EQUAL "N"
              PERFORM EMITE-CARTA
           END-IF.
           ADD 1 TO IND-SEL.

       EMITE-CARTA.
           MOVE TAB-SEL-USU(IND-SEL) TO COD-USU-PESQ.
           PERFORM PESQUISA-USUARIO.
           IF ACHEI EQUAL "S"
              MOVE TAB-NOM-USU(IND-USU) TO NOME-CARTA
           ELSE
              MOVE "USUARIO NAO CADASTRADO" TO NOME-CARTA
           END-IF.
           MOVE COD-USU-PESQ TO COD-CARTA.
           MOVE DATA-HOJE(7:2) TO DIA-CARTA.
           MOVE DATA-HOJE(5:2) TO MES-CARTA.
           MOVE DATA-HOJE(1:4) TO ANO-CARTA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA AFTER ADVANCING PAGE.
           WRITE REG-CARTA FROM CARTA-01 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-02 AFTER ADVANCING 3 LINES.
           WRITE REG-CARTA FROM CARTA-03 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-04 AFTER ADVANCING 2 LINES.
           MOVE "N" TO TEM-RESERVA.
           MOVE IND-SEL TO IND-ITEM.
           PERFORM IMPRIME-ITEM UNTIL IND-ITEM GREATER THAN QTD-SEL.
           WRITE REG-CARTA FROM CARTA-05 AFTER ADVANCING 2 LINES.
           IF TEM-RESERVA EQUAL "S"
              WRITE REG-CARTA FROM CARTA-06 AFTER ADVANCING 2 LINES
              WRITE REG-CARTA FROM CARTA-07 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE REG-CARTA FROM CARTA-08 AFTER ADVANCING 3 LINES.
           WRITE REG-CARTA FROM CARTA-09 AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-CARTAS.

       IMPRIME-ITEM.
           IF TAB-SEL-FEITO(IND-ITEM) EQUAL "N" AND
              TAB-SEL-USU(IND-ITEM) EQUAL COD-USU-PESQ
              PERFORM IMPRIME-LINHA-ITEM
              PERFORM REGISTRA-ENVIO
              MOVE "S" TO TAB-SEL-FEITO(IND-ITEM)
           END-IF.
           ADD 1 TO IND-ITEM.

       IMPRIME-LINHA-ITEM.
           MOVE TAB-SEL-LIV(IND-ITEM) TO LIV-ITEM COD-LIV-PESQ.
           MOVE TAB-SEL-EXE(IND-ITEM) TO EXE-ITEM.
           PERFORM PESQUISA-TITULO.
           IF ACHEI-TIT EQUAL "S"
              MOVE TAB-TIT-LIV(IND-TIT) TO TIT-ITEM
           ELSE
              MOVE "LIVRO NAO CADASTRADO" TO TIT-ITEM
           END-IF.
           MOVE TAB-SEL-PREV(IND-ITEM)(7:2) TO DIA-ITEM.
           MOVE TAB-SEL-PREV(IND-ITEM)(5:2) TO MES-ITEM.
           MOVE TAB-SEL-PREV(IND-ITEM)(1:4) TO ANO-ITEM.
           IF ACHEI-TIT EQUAL "S" AND
              TAB-RESERVADO(IND-TIT) EQUAL "S"
              MOVE "RESERVADO" TO OBS-ITEM
              MOVE "S" TO TEM-RESERVA
              ADD 1 TO CT-RESERVADOS
           ELSE
              IF TAB-SEL-RENOV(IND-ITEM) LESS THAN MAX-RENOV
                 SUBTRACT TAB-SEL-RENOV(IND-ITEM) FROM MAX-RENOV
                          GIVING RENOV-REST
              ELSE
                 MOVE ZEROES TO RENOV-REST
              END-IF
              MOVE RENOV-REST TO QTD-OBS
              MOVE OBS-RENOV TO OBS-ITEM
           END-IF.
           WRITE REG-CARTA FROM CARTA-ITEM AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-ITENS.

       REGISTRA-ENVIO.
           IF QTD-ENV LESS THAN 2000
              ADD 1 TO QTD-ENV
              MOVE TAB-SEL-USU(IND-ITEM)  TO TAB-ENV-USU(QTD-ENV)
              MOVE TAB-SEL-LIV(IND-ITEM)  TO TAB-ENV-LIV(QTD-ENV)
              MOVE TAB-SEL-EXE(IND-ITEM)  TO TAB-ENV-EXE(QTD-ENV)
              MOVE TAB-SEL-EMP(IND-ITEM)  TO TAB-ENV-EMP(QTD-ENV)
              MOVE DATA-HOJE              TO TAB-ENV-DATA(QTD-ENV)
              MOVE "S"                    TO TAB-ENV-VIVO(QTD-ENV)
           END-IF.

       GRAVA-ENVIADOS.
           OPEN OUTPUT AVISOEMP.
           MOVE 1 TO IND-ENV.
           PERFORM GRAVA-ENVIADO UNTIL IND-ENV GREATER THAN QTD-ENV.
           CLOSE AVISOEMP.

       GRAVA-ENVIADO.
           IF TAB-ENV-VIVO(IND-ENV) EQUAL "S"
              MOVE TAB-ENV-USU(IND-ENV)  TO COD-USU-AVI
              MOVE TAB-ENV-LIV(IND-ENV)  TO COD-LIV-AVI
              MOVE TAB-ENV-EXE(IND-ENV)  TO NR-EXE-AVI
              MOVE TAB-ENV-EMP(IND-ENV) TO DATA-EMP-AVI
              MOVE TAB-ENV-DATA(IND-ENV) TO DATA-AVI
              WRITE REG-AVI
           END-IF.
           ADD 1 TO IND-ENV.

       FIM.
           DISPLAY "EMPRESTIMOS EM ABERTO LIDOS : " CT-ABERTOS.
           DISPLAY "JA AVISADOS ANTERIORMENTE   : " CT-JA-AVISADOS.
           DISPLAY "LIVROS AVISADOS             : " CT-ITENS.
           DISPLAY "COM RESERVA (SEM RENOVACAO) : " CT-RESERVADOS.
           DISPLAY "CARTAS EMITIDAS             : " CT-CARTAS.
