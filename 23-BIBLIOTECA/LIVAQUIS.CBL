       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIVAQUIS.
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
           SELECT CADLIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIV.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RES.
           SELECT EMPHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIS.
           SELECT PARMAQUI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT SUGAQUI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SUG.
           SELECT PEDCOMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PED.
           SELECT REL-AQUIS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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

       FD EMPHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPHIST.DAT".
       01 REG-EMP-HIS.
           02 COD-USU-HIS  PIC 9(04).
           02 COD-LIV-HIS  PIC 9(05).
           02 NR-EXE-HIS   PIC 9(02).
           02 TIPO-HIS     PIC X(01).
           02 DATA-MVTO-HIS PIC 9(08).
           02 DATA-EMP-HIS PIC 9(08).
           02 DATA-PREV-HIS PIC 9(08).

       FD PARMAQUI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAQUI.DAT".
       01 REG-PARM-AQUI.
           02 FILA-EXE-PARM   PIC 9(02).
           02 ESPERA-MAX-PARM PIC 9(03).
           02 JANELA-PARM     PIC 9(03).
           02 GIRO-EXE-PARM   PIC 9(02).
           02 MAX-EXTRA-PARM  PIC 9(02).

       FD SUGAQUI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SUGAQUI.DAT".
       01 REG-SUG.
           02 COD-LIV-SUG  PIC 9(05).
           02 TIT-LIV-SUG  PIC X(40).
           02 EXE-SUG      PIC 9(02).
           02 PEDIDOS-SUG  PIC 9(02).
           02 FILA-SUG     PIC 9(03).
           02 ESPERA-SUG   PIC 9(03).
           02 CIRC-SUG     PIC 9(04).
           02 QTD-SUG      PIC 9(02).
           02 APROV-SUG    PIC X(01).
               88 SUGESTAO-APROVADA VALUE "S".
           02 QTD-APROV-SUG PIC 9(02).

       FD PEDCOMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REG-PED.
           02 NR-PED       PIC 9(06).
           02 COD-LIV-PED  PIC 9(05).
           02 TIT-LIV-PED  PIC X(40).
           02 AUT-LIV-PED  PIC X(30).
           02 CLASSE-PED   PIC X(01).
           02 QTD-PED      PIC 9(02).
           02 QTD-RECEB-PED PIC 9(02).
           02 DATA-PED     PIC 9(08).
           02 DATA-FECH-PED PIC 9(08).
           02 SIT-PED      PIC X(01).
               88 PEDIDO-ABERTO  VALUE "A".
               88 PEDIDO-FECHADO VALUE "F".

       FD REL-AQUIS
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-LIV   PIC X(02).
           77 WS-STATUS-RES   PIC X(02).
           77 WS-STATUS-HIS   PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-SUG   PIC X(02).
           77 WS-STATUS-PED   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 FILA-EXE        PIC 9(02) VALUE 2.
           77 ESPERA-MAX      PIC 9(03) VALUE 15.
           77 JANELA          PIC 9(03) VALUE 90.
           77 GIRO-EXE        PIC 9(02) VALUE 6.
           77 MAX-EXTRA       PIC 9(02) VALUE 5.
           77 DIAS-W          PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 QTD-TIT         PIC 9(04) VALUE ZEROES.
           77 IND-TIT         PIC 9(04) VALUE ZEROES.
           77 QTD-PEDIDOS     PIC 9(04) VALUE ZEROES.
           77 IND-PED         PIC 9(04) VALUE ZEROES.
           77 ULTIMO-PED      PIC 9(06) VALUE ZEROES.
           77 COD-PESQ        PIC 9(05) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 COPIAS-TOTAL    PIC 9(03) VALUE ZEROES.
           77 NECESSARIO      PIC 9(03) VALUE ZEROES.
           77 RESTO-W         PIC 9(03) VALUE ZEROES.
           77 EXTRA           PIC 9(03) VALUE ZEROES.
           77 ESPERA-MEDIA    PIC 9(03) VALUE ZEROES.
           77 GIRO            PIC 9(04) VALUE ZEROES.
           77 LIMITE-EXE      PIC 9(03) VALUE ZEROES.
           77 CT-TITULOS      PIC 9(05) VALUE ZEROES.
           77 CT-SUGERIDOS    PIC 9(05) VALUE ZEROES.
           77 CT-EXTRAS       PIC 9(05) VALUE ZEROES.
           77 CT-APROVADOS    PIC 9(05) VALUE ZEROES.
           77 CT-APROV-REJ    PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-TITULOS.
           02 TAB-TIT OCCURS 500 TIMES.
               03 TAB-COD-TIT     PIC 9(05).
               03 TAB-NOME-TIT    PIC X(40).
               03 TAB-AUT-TIT     PIC X(30).
               03 TAB-CLASSE-TIT  PIC X(01).
               03 TAB-EXE-TIT     PIC 9(03).
               03 TAB-PEDIDOS-TIT PIC 9(03).
               03 TAB-FILA-TIT    PIC 9(03).
               03 TAB-ESPERA-TIT  PIC 9(07).
               03 TAB-CIRC-TIT    PIC 9(04).

       01 TABELA-PEDIDOS.
           02 TAB-PED OCCURS 1000 TIMES.
               03 TAB-REG-PED.
                   04 TAB-NR-PED     PIC 9(06).
                   04 TAB-COD-PED    PIC 9(05).
                   04 TAB-TIT-PED    PIC X(40).
                   04 TAB-AUT-PED    PIC X(30).
                   04 TAB-CLASSE-PED PIC X(01).
                   04 TAB-QTD-PED    PIC 9(02).
                   04 TAB-RECEB-PED  PIC 9(02).
                   04 TAB-DATA-PED   PIC 9(08).
                   04 TAB-FECH-PED   PIC 9(08).
                   04 TAB-SIT-PED    PIC X(01).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(46) VALUE
                     "SUGESTOES DE AQUISICAO POR DEMANDA DE RESERVAS".
           02 FILLER PIC X(22) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(05) VALUE "COD.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(40) VALUE "TITULO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "EXE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "PED".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "FILA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ESPER".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "EMPR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SUGER".
           02 FILLER PIC X(06) VALUE SPACES.

       01 DETALHE.
           02 COD-REL     PIC 9(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TIT-REL     PIC X(40).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 EXE-REL     PIC ZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PED-REL     PIC ZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 FILA-REL    PIC ZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 ESPERA-REL  PIC ZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CIRC-REL    PIC ZZZ9.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 SUG-REL     PIC ZZ9.
           02 FILLER      PIC X(06) VALUE SPACES.

       01 DETALHE-PEDIDO.
           02 FILLER      PIC X(07) VALUE "PEDIDO ".
           02 NR-PED-REL  PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 COD-PED-REL PIC 9(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 TIT-PED-REL PIC X(40).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 QTD-PED-REL PIC Z9.
           02 FILLER      PIC X(24) VALUE " EXEMPLAR(ES) APROVADOS".

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-LIVAQUIS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-TITULOS.
           PERFORM CARREGA-PEDIDOS.
           OPEN OUTPUT REL-AQUIS.
           PERFORM PROCESSA-APROVACOES.
           PERFORM APURA-RESERVAS.
           PERFORM APURA-CIRCULACAO.
           PERFORM GERA-SUGESTOES.
           PERFORM GRAVA-PEDIDOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMAQUI.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMAQUI
                  NOT AT END
                      IF FILA-EXE-PARM NUMERIC AND
                         FILA-EXE-PARM GREATER THAN 0
                         MOVE FILA-EXE-PARM TO FILA-EXE
                      END-IF
                      IF ESPERA-MAX-PARM NUMERIC AND
                         ESPERA-MAX-PARM GREATER THAN 0
                         MOVE ESPERA-MAX-PARM TO ESPERA-MAX
                      END-IF
                      IF JANELA-PARM NUMERIC AND
                         JANELA-PARM GREATER THAN 0
                         MOVE JANELA-PARM TO JANELA
                      END-IF
                      IF GIRO-EXE-PARM NUMERIC AND
                         GIRO-EXE-PARM GREATER THAN 0
                         MOVE GIRO-EXE-PARM TO GIRO-EXE
                      END-IF
                      IF MAX-EXTRA-PARM NUMERIC AND
                         MAX-EXTRA-PARM GREATER THAN 0
                         MOVE MAX-EXTRA-PARM TO MAX-EXTRA
                      END-IF
              END-READ
              CLOSE PARMAQUI
           END-IF.

       CARREGA-TITULOS.
           OPEN INPUT CADLIV.
           IF WS-STATUS-LIV NOT EQUAL "00"
              DISPLAY "CADLIV.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-LIVRO.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CADLIV.
           MOVE "N" TO FIM-ARQ.

       LER-LIVRO.
           READ CADLIV AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           MOVE COD-LIV TO COD-PESQ.
           PERFORM PESQUISA-TITULO.
           IF ACHEI EQUAL "N"
              IF QTD-TIT LESS THAN 500
                 ADD 1 TO QTD-TIT
                 MOVE QTD-TIT    TO IND-TIT
                 MOVE COD-LIV    TO TAB-COD-TIT(IND-TIT)
                 MOVE TIT-LIV    TO TAB-NOME-TIT(IND-TIT)
                 MOVE AUT-LIV    TO TAB-AUT-TIT(IND-TIT)
                 MOVE CLASSE-LIV TO TAB-CLASSE-TIT(IND-TIT)
                 MOVE 0 TO TAB-EXE-TIT(IND-TIT)
                           TAB-PEDIDOS-TIT(IND-TIT)
                           TAB-FILA-TIT(IND-TIT)
                           TAB-ESPERA-TIT(IND-TIT)
                           TAB-CIRC-TIT(IND-TIT)
                 MOVE "S" TO ACHEI
              ELSE
                 DISPLAY "CADLIV.DAT EXCEDE A TABELA DE TITULOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ADD 1 TO TAB-EXE-TIT(IND-TIT).
           PERFORM LER-LIVRO.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-TIT.
           PERFORM TESTA-TITULO UNTIL IND-TIT GREATER THAN QTD-TIT
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-TIT
           END-IF.

       TESTA-TITULO.
           IF TAB-COD-TIT(IND-TIT) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-TIT.

       CARREGA-PEDIDOS.
           OPEN INPUT PEDCOMP.
           IF WS-STATUS-PED EQUAL "00"
              PERFORM LER-PEDIDO
              PERFORM GUARDA-PEDIDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PEDCOMP
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PEDIDO.
           READ PEDCOMP AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PEDIDO.
           IF QTD-PEDIDOS LESS THAN 1000
              ADD 1 TO QTD-PEDIDOS
              MOVE REG-PED TO TAB-REG-PED(QTD-PEDIDOS)
              IF NR-PED GREATER THAN ULTIMO-PED
                 MOVE NR-PED TO ULTIMO-PED
              END-IF
              IF PEDIDO-ABERTO
                 MOVE COD-LIV-PED TO COD-PESQ
                 PERFORM PESQUISA-TITULO
                 IF ACHEI EQUAL "S"
                    ADD QTD-PED TO TAB-PEDIDOS-TIT(IND-TIT)
                    SUBTRACT QTD-RECEB-PED
                        FROM TAB-PEDIDOS-TIT(IND-TIT)
                 END-IF
              END-IF
           ELSE
              DISPLAY "PEDCOMP.DAT EXCEDE A TABELA DE PEDIDOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PEDIDO.

       PROCESSA-APROVACOES.
           OPEN INPUT SUGAQUI.
           IF WS-STATUS-SUG EQUAL "00"
              PERFORM LER-SUGESTAO
              PERFORM TRATA-SUGESTAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE SUGAQUI
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-SUGESTAO.
           READ SUGAQUI AT END MOVE "S" TO FIM-ARQ.

       TRATA-SUGESTAO.
           IF SUGESTAO-APROVADA
              MOVE COD-LIV-SUG TO COD-PESQ
              PERFORM PESQUISA-TITULO
              IF ACHEI EQUAL "N" OR QTD-PEDIDOS NOT LESS THAN 1000
                 DISPLAY "APROVACAO IGNORADA - TITULO NAO CADASTRADO: "
                         COD-LIV-SUG
                 ADD 1 TO CT-APROV-REJ
              ELSE
                 PERFORM INCLUI-PEDIDO
              END-IF
           END-IF.
           PERFORM LER-SUGESTAO.

       INCLUI-PEDIDO.
           ADD 1 TO QTD-PEDIDOS.
           ADD 1 TO ULTIMO-PED.
           MOVE ULTIMO-PED TO TAB-NR-PED(QTD-PEDIDOS).
           MOVE COD-LIV-SUG TO TAB-COD-PED(QTD-PEDIDOS).
           MOVE TAB-NOME-TIT(IND-TIT)   TO TAB-TIT-PED(QTD-PEDIDOS).
           MOVE TAB-AUT-TIT(IND-TIT)    TO TAB-AUT-PED(QTD-PEDIDOS).
           MOVE TAB-CLASSE-TIT(IND-TIT) TO TAB-CLASSE-PED(QTD-PEDIDOS).
           IF QTD-APROV-SUG NUMERIC AND QTD-APROV-SUG GREATER THAN 0
              MOVE QTD-APROV-SUG TO TAB-QTD-PED(QTD-PEDIDOS)
           ELSE
              MOVE QTD-SUG TO TAB-QTD-PED(QTD-PEDIDOS)
           END-IF.
           MOVE 0         TO TAB-RECEB-PED(QTD-PEDIDOS).
           MOVE DATA-HOJE TO TAB-DATA-PED(QTD-PEDIDOS).
           MOVE 0         TO TAB-FECH-PED(QTD-PEDIDOS).
           MOVE "A"       TO TAB-SIT-PED(QTD-PEDIDOS).
           ADD TAB-QTD-PED(QTD-PEDIDOS) TO TAB-PEDIDOS-TIT(IND-TIT).
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-NR-PED(QTD-PEDIDOS)  TO NR-PED-REL.
           MOVE TAB-COD-PED(QTD-PEDIDOS) TO COD-PED-REL.
           MOVE TAB-TIT-PED(QTD-PEDIDOS) TO TIT-PED-REL.
           MOVE TAB-QTD-PED(QTD-PEDIDOS) TO QTD-PED-REL.
           WRITE REG-ATR FROM DETALHE-PEDIDO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-APROVADOS.

       APURA-RESERVAS.
           OPEN INPUT RESERVAS.
           IF WS-STATUS-RES EQUAL "00"
              PERFORM LER-RESERVA
              PERFORM CONTA-RESERVA UNTIL FIM-ARQ EQUAL "S"
              CLOSE RESERVAS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-RESERVA.
           READ RESERVAS AT END MOVE "S" TO FIM-ARQ.

       CONTA-RESERVA.
           MOVE COD-LIV-RES TO COD-PESQ.
           PERFORM PESQUISA-TITULO.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-FILA-TIT(IND-TIT)
              CALL "DATADIF" USING DATA-RES DATA-HOJE
                                   DIAS-W RESULTADO-DIF
              IF RESULTADO-DIF EQUAL "00" AND DIAS-W GREATER THAN 0
                 ADD DIAS-W TO TAB-ESPERA-TIT(IND-TIT)
              END-IF
           END-IF.
           PERFORM LER-RESERVA.

       APURA-CIRCULACAO.
           OPEN INPUT EMPHIST.
           IF WS-STATUS-HIS EQUAL "00"
              PERFORM LER-HISTORICO
              PERFORM CONTA-EMPRESTIMO UNTIL FIM-ARQ EQUAL "S"
              CLOSE EMPHIST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-HISTORICO.
           READ EMPHIST AT END MOVE "S" TO FIM-ARQ.

       CONTA-EMPRESTIMO.
           IF TIPO-HIS EQUAL "E"
              CALL "DATADIF" USING DATA-MVTO-HIS DATA-HOJE
                                   DIAS-W RESULTADO-DIF
              IF RESULTADO-DIF EQUAL "00" AND
                 DIAS-W NOT GREATER THAN JANELA
                 MOVE COD-LIV-HIS TO COD-PESQ
                 PERFORM PESQUISA-TITULO
                 IF ACHEI EQUAL "S"
                    ADD 1 TO TAB-CIRC-TIT(IND-TIT)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       GERA-SUGESTOES.
           OPEN OUTPUT SUGAQUI.
           MOVE 41 TO CT-LIN.
           MOVE 1 TO IND-TIT.
           PERFORM AVALIA-TITULO UNTIL IND-TIT GREATER THAN QTD-TIT.
           CLOSE SUGAQUI.

       AVALIA-TITULO.
           ADD 1 TO CT-TITULOS.
           MOVE 0 TO EXTRA ESPERA-MEDIA GIRO.
           IF TAB-FILA-TIT(IND-TIT) GREATER THAN 0
              DIVIDE TAB-ESPERA-TIT(IND-TIT) BY TAB-FILA-TIT(IND-TIT)
                     GIVING ESPERA-MEDIA
              DIVIDE TAB-CIRC-TIT(IND-TIT) BY TAB-EXE-TIT(IND-TIT)
                     GIVING GIRO
              PERFORM CALCULA-EXTRA
           END-IF.
           IF EXTRA GREATER THAN 0
              PERFORM GRAVA-SUGESTAO
           END-IF.
           ADD 1 TO IND-TIT.

       CALCULA-EXTRA.
           MOVE TAB-EXE-TIT(IND-TIT) TO COPIAS-TOTAL.
           ADD TAB-PEDIDOS-TIT(IND-TIT) TO COPIAS-TOTAL.
           DIVIDE TAB-FILA-TIT(IND-TIT) BY FILA-EXE
                  GIVING NECESSARIO REMAINDER RESTO-W.
           IF RESTO-W GREATER THAN 0
              ADD 1 TO NECESSARIO
           END-IF.
           IF NECESSARIO GREATER THAN COPIAS-TOTAL
              COMPUTE EXTRA = NECESSARIO - COPIAS-TOTAL
           END-IF.
           IF EXTRA EQUAL 0 AND TAB-PEDIDOS-TIT(IND-TIT) EQUAL 0
              IF ESPERA-MEDIA GREATER THAN ESPERA-MAX OR
                 GIRO GREATER THAN GIRO-EXE
                 MOVE 1 TO EXTRA
              END-IF
           END-IF.
           IF EXTRA GREATER THAN MAX-EXTRA
              MOVE MAX-EXTRA TO EXTRA
           END-IF.
           IF COPIAS-TOTAL NOT LESS THAN 99
              MOVE 0 TO EXTRA
           ELSE
              COMPUTE LIMITE-EXE = 99 - COPIAS-TOTAL
              IF EXTRA GREATER THAN LIMITE-EXE
                 MOVE LIMITE-EXE TO EXTRA
              END-IF
           END-IF.

       GRAVA-SUGESTAO.
           MOVE SPACES TO REG-SUG.
           MOVE TAB-COD-TIT(IND-TIT)     TO COD-LIV-SUG.
           MOVE TAB-NOME-TIT(IND-TIT)    TO TIT-LIV-SUG.
           MOVE TAB-EXE-TIT(IND-TIT)     TO EXE-SUG.
           MOVE TAB-PEDIDOS-TIT(IND-TIT) TO PEDIDOS-SUG.
           MOVE TAB-FILA-TIT(IND-TIT)    TO FILA-SUG.
           MOVE ESPERA-MEDIA             TO ESPERA-SUG.
           MOVE TAB-CIRC-TIT(IND-TIT)    TO CIRC-SUG.
           MOVE EXTRA                    TO QTD-SUG.
           MOVE "N"                      TO APROV-SUG.
           MOVE 0                        TO QTD-APROV-SUG.
           WRITE REG-SUG.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-COD-TIT(IND-TIT)     TO COD-REL.
           MOVE TAB-NOME-TIT(IND-TIT)    TO TIT-REL.
           MOVE TAB-EXE-TIT(IND-TIT)     TO EXE-REL.
           MOVE TAB-PEDIDOS-TIT(IND-TIT) TO PED-REL.
           MOVE TAB-FILA-TIT(IND-TIT)    TO FILA-REL.
           MOVE ESPERA-MEDIA             TO ESPERA-REL.
           MOVE TAB-CIRC-TIT(IND-TIT)    TO CIRC-REL.
           MOVE EXTRA                    TO SUG-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-SUGERIDOS.
           ADD EXTRA TO CT-EXTRAS.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       GRAVA-PEDIDOS.
           IF QTD-PEDIDOS GREATER THAN 0
              OPEN OUTPUT PEDCOMP
              MOVE 1 TO IND-PED
              PERFORM GRAVA-PEDIDO UNTIL IND-PED GREATER THAN
                      QTD-PEDIDOS
              CLOSE PEDCOMP
           END-IF.

       GRAVA-PEDIDO.
           WRITE REG-PED FROM TAB-REG-PED(IND-PED).
           ADD 1 TO IND-PED.

       FIM.
           IF CT-PAG EQUAL 0 OR CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "TITULOS AVALIADOS" TO DESCR-QTD.
           MOVE CT-TITULOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "TITULOS COM SUGESTAO" TO DESCR-QTD.
           MOVE CT-SUGERIDOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "EXEMPLARES SUGERIDOS" TO DESCR-QTD.
           MOVE CT-EXTRAS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "PEDIDOS DE COMPRA GERADOS" TO DESCR-QTD.
           MOVE CT-APROVADOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           DISPLAY "TITULOS AVALIADOS    : " CT-TITULOS.
           DISPLAY "TITULOS COM SUGESTAO : " CT-SUGERIDOS.
           DISPLAY "PEDIDOS GERADOS      : " CT-APROVADOS.
           DISPLAY "APROVACOES IGNORADAS : " CT-APROV-REJ.
           CLOSE REL-AQUIS.
