       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIVCONS.
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
           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT RESERVAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RES.
           SELECT LIVBAIXA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BXA.
           SELECT CAD-USU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-USU.
           SELECT RESMVTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RMVT.

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

       FD RESERVAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01 REG-RES.
           02 COD-LIV-RES  PIC 9(05).
           02 COD-USU-RES  PIC 9(04).
           02 DATA-RES     PIC 9(08).
           02 SIT-RES      PIC X(01).
           02 DATA-HOLD-RES PIC 9(08).

       FD LIVBAIXA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIVBAIXA.DAT".
       01 REG-BAIXA.
           02 COD-LIV-BXA  PIC 9(05).
           02 NR-EXE-BXA   PIC 9(02).
           02 SIT-BXA      PIC X(01).
           02 DATA-BXA     PIC 9(08).
           02 COD-USU-BXA  PIC 9(04).
           02 VALOR-BXA    PIC 9(05)V99.

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
           02 DATA-VALID-USU PIC 9(08).

       FD RESMVTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESMVTO.DAT".
       01 REG-RES-MVTO.
           02 COD-USU-RMV PIC 9(04).
           02 COD-LIV-RMV PIC 9(05).
           02 DATA-RMV    PIC 9(08).

       WORKING-STORAGE SECTION.
           77 OPCAO         PIC 9(01) VALUE 0.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 WS-STATUS-LIV PIC X(02).
           77 WS-STATUS-EMP PIC X(02).
           77 WS-STATUS-RES PIC X(02).
           77 WS-STATUS-BXA PIC X(02).
           77 WS-STATUS-USU PIC X(02).
           77 WS-STATUS-RMVT PIC X(02).
           77 CH-ERRO       PIC X(01) VALUE "N".
           77 CONFIRMA      PIC X(01) VALUE "N".
           77 TIPO-PESQ     PIC 9(01) VALUE 0.
           77 FRAG-INF      PIC X(40) VALUE SPACES.
           77 TAM-FRAG      PIC 9(02) VALUE ZEROES.
           77 POS-FRAG      PIC 9(02) VALUE ZEROES.
           77 POS-MAX       PIC 9(02) VALUE ZEROES.
           77 CAMPO-PESQ    PIC X(40) VALUE SPACES.
           77 CONFERE       PIC X(01) VALUE "N".
           77 MOSTRA-TIT    PIC X(01) VALUE "N".
           77 COD-ANT       PIC 9(05) VALUE ZEROES.
           77 COD-LIV-INF   PIC 9(05) VALUE ZEROES.
           77 COD-USU-INF   PIC 9(04) VALUE ZEROES.
           77 QTD-EXE       PIC 9(04) VALUE ZEROES.
           77 IND-EXE       PIC 9(04) VALUE ZEROES.
           77 QTD-EMP       PIC 9(04) VALUE ZEROES.
           77 IND-EMP       PIC 9(04) VALUE ZEROES.
           77 QTD-RES       PIC 9(04) VALUE ZEROES.
           77 IND-RES       PIC 9(04) VALUE ZEROES.
           77 QTD-USU       PIC 9(04) VALUE ZEROES.
           77 IND-USU       PIC 9(04) VALUE ZEROES.
           77 IND-BXA       PIC 9(04) VALUE ZEROES.
           77 ACHEI         PIC X(01) VALUE "N".
           77 ACHEI-EMP     PIC X(01) VALUE "N".
           77 ACHEI-RES     PIC X(01) VALUE "N".
           77 QTD-FILA      PIC 9(03) VALUE ZEROES.
           77 QTD-HOLD      PIC 9(03) VALUE ZEROES.
           77 QTD-ESTANTE   PIC 9(03) VALUE ZEROES.
           77 CT-TITULOS    PIC 9(04) VALUE ZEROES.
           77 SIT-TEXTO     PIC X(40) VALUE SPACES.
           77 PROGRAMA-W    PIC X(08) VALUE "LIVCONS".
           77 OPERADOR      PIC X(04) VALUE SPACES.
           77 NOME-OPERADOR PIC X(30) VALUE SPACES.
           77 PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           77 RESULTADO-SIGN PIC X(02) VALUE SPACES.
           77 FUNCAO-W      PIC X(10) VALUE SPACES.
           77 CHAVE-W       PIC X(10) VALUE SPACES.
           77 DATA-HOJE     PIC 9(08) VALUE ZEROES.

       01 TABELA-EXEMPLARES.
           02 TAB-EXE OCCURS 2000 TIMES.
               03 TAB-COD-LIV   PIC 9(05).
               03 TAB-NR-EXE    PIC 9(02).
               03 TAB-TIT-LIV   PIC X(40).
               03 TAB-AUT-LIV   PIC X(30).
               03 TAB-CLASSE    PIC X(01).
               03 TAB-SIT-EXE   PIC X(01).

       01 TABELA-EMPRESTIMOS.
           02 TAB-EMP OCCURS 1000 TIMES.
               03 TAB-EMP-LIV   PIC 9(05).
               03 TAB-EMP-EXE   PIC 9(02).
               03 TAB-EMP-PREV  PIC 9(08).

       01 TABELA-RESERVAS.
           02 TAB-RES OCCURS 300 TIMES.
               03 TAB-RES-LIV   PIC 9(05).
               03 TAB-RES-USU   PIC 9(04).
               03 TAB-RES-SIT   PIC X(01).

       01 TABELA-USUARIOS.
           02 TAB-USU OCCURS 500 TIMES.
               03 TAB-COD-USU   PIC 9(04).
               03 TAB-NOM-USU   PIC X(30).
               03 TAB-SIT-USU   PIC 9(01).
               03 TAB-VALID-USU PIC 9(08).

       01 LINHA-TITULO.
           02 FILLER       PIC X(06) VALUE "LIVRO ".
           02 COD-LIN      PIC 9(05).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TIT-LIN      PIC X(40).
           02 FILLER       PIC X(08) VALUE " CLASSE ".
           02 CLASSE-LIN   PIC X(01).
       01 LINHA-AUTOR.
           02 FILLER       PIC X(12) VALUE "      AUTOR ".
           02 AUT-LIN      PIC X(30).
           02 FILLER       PIC X(19) VALUE " FILA DE RESERVAS: ".
           02 FILA-LIN     PIC ZZ9.
       01 LINHA-EXEMPLAR.
           02 FILLER       PIC X(10) VALUE "      EXE ".
           02 EXE-LIN      PIC 99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 SIT-LIN      PIC X(40).
       01 TEXTO-EMPRESTADO.
           02 FILLER       PIC X(15) VALUE "EMPRESTADO ATE ".
           02 DIA-PREV-LIN PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-PREV-LIN PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-PREV-LIN PIC 9999.
           02 FILLER       PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-LIVCONS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           IF RESULTADO-SIGN NOT EQUAL "00"
              DISPLAY "ACESSO NAO AUTORIZADO - ENCERRANDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-EXEMPLARES.
           PERFORM CARREGA-EMPRESTIMOS.
           PERFORM CARREGA-RESERVAS.
           PERFORM CARREGA-RESMVTO.
           PERFORM CARREGA-BAIXAS.
           PERFORM CARREGA-USUARIOS.
           PERFORM EXIBE-MENU.
           PERFORM TRATA-OPCAO UNTIL OPCAO EQUAL 9.
           STOP RUN.

       CARREGA-EXEMPLARES.
           OPEN INPUT CADLIV.
           IF WS-STATUS-LIV NOT EQUAL "00"
              DISPLAY "CADLIV.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-LIVRO.
           PERFORM GUARDA-EXEMPLAR UNTIL FIM-ARQ EQUAL "S".
           CLOSE CADLIV.

       LER-LIVRO.
           READ CADLIV AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EXEMPLAR.
           IF QTD-EXE LESS THAN 2000
              ADD 1 TO QTD-EXE
              MOVE COD-LIV    TO TAB-COD-LIV(QTD-EXE)
              MOVE NR-EXE     TO TAB-NR-EXE(QTD-EXE)
              MOVE TIT-LIV    TO TAB-TIT-LIV(QTD-EXE)
              MOVE AUT-LIV    TO TAB-AUT-LIV(QTD-EXE)
              MOVE CLASSE-LIV TO TAB-CLASSE(QTD-EXE)
              MOVE SPACES     TO TAB-SIT-EXE(QTD-EXE)
           END-IF.
           PERFORM LER-LIVRO.

       CARREGA-EMPRESTIMOS.
           OPEN INPUT EMPABERTO.
           IF WS-STATUS-EMP EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-EMPRESTIMO
              PERFORM GUARDA-EMPRESTIMO UNTIL FIM-ARQ EQUAL "S"
              CLOSE EMPABERTO
           END-IF.

       LER-EMPRESTIMO.
           READ EMPABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EMPRESTIMO.
           IF QTD-EMP LESS THAN 1000
              ADD 1 TO QTD-EMP
              MOVE COD-LIV-EMP TO TAB-EMP-LIV(QTD-EMP)
              MOVE NR-EXE-EMP  TO TAB-EMP-EXE(QTD-EMP)
              MOVE DATA-PREV   TO TAB-EMP-PREV(QTD-EMP)
           END-IF.
           PERFORM LER-EMPRESTIMO.

       CARREGA-RESERVAS.
           OPEN INPUT RESERVAS.
           IF WS-STATUS-RES EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-RESERVA
              PERFORM GUARDA-RESERVA UNTIL FIM-ARQ EQUAL "S"
              CLOSE RESERVAS
           END-IF.

       LER-RESERVA.
           READ RESERVAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-RESERVA.
           IF QTD-RES LESS THAN 300
              ADD 1 TO QTD-RES
              MOVE COD-LIV-RES TO TAB-RES-LIV(QTD-RES)
              MOVE COD-USU-RES TO TAB-RES-USU(QTD-RES)
              MOVE SIT-RES     TO TAB-RES-SIT(QTD-RES)
           END-IF.
           PERFORM LER-RESERVA.

       CARREGA-RESMVTO.
           OPEN INPUT RESMVTO.
           IF WS-STATUS-RMVT EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-RES-MVTO
              PERFORM GUARDA-RES-MVTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE RESMVTO
           END-IF.

       LER-RES-MVTO.
           READ RESMVTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-RES-MVTO.
           IF QTD-RES LESS THAN 300
              ADD 1 TO QTD-RES
              MOVE COD-LIV-RMV TO TAB-RES-LIV(QTD-RES)
              MOVE COD-USU-RMV TO TAB-RES-USU(QTD-RES)
              MOVE "P"         TO TAB-RES-SIT(QTD-RES)
           END-IF.
           PERFORM LER-RES-MVTO.

       CARREGA-BAIXAS.
           OPEN INPUT LIVBAIXA.
           IF WS-STATUS-BXA EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-BAIXA
              PERFORM APLICA-BAIXA UNTIL FIM-ARQ EQUAL "S"
              CLOSE LIVBAIXA
           END-IF.

       LER-BAIXA.
           READ LIVBAIXA AT END MOVE "S" TO FIM-ARQ.

       APLICA-BAIXA.
           MOVE 1 TO IND-BXA.
           PERFORM TESTA-BAIXA UNTIL IND-BXA GREATER THAN QTD-EXE.
           PERFORM LER-BAIXA.

       TESTA-BAIXA.
           IF TAB-COD-LIV(IND-BXA) EQUAL COD-LIV-BXA AND
              TAB-NR-EXE(IND-BXA) EQUAL NR-EXE-BXA
              IF SIT-BXA EQUAL "V"
                 MOVE SPACES TO TAB-SIT-EXE(IND-BXA)
              ELSE
                 MOVE SIT-BXA TO TAB-SIT-EXE(IND-BXA)
              END-IF
           END-IF.
           ADD 1 TO IND-BXA.

       CARREGA-USUARIOS.
           OPEN INPUT CAD-USU.
           IF WS-STATUS-USU EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-USUARIO
              PERFORM GUARDA-USUARIO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CAD-USU
           END-IF.

       LER-USUARIO.
           READ CAD-USU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-USUARIO.
           IF QTD-USU LESS THAN 500
              ADD 1 TO QTD-USU
              MOVE COD-USU TO TAB-COD-USU(QTD-USU)
              MOVE NOM-USU TO TAB-NOM-USU(QTD-USU)
              MOVE SIT-USU TO TAB-SIT-USU(QTD-USU)
              IF DATA-VALID-USU NUMERIC
                 MOVE DATA-VALID-USU TO TAB-VALID-USU(QTD-USU)
              ELSE
                 MOVE ZEROES TO TAB-VALID-USU(QTD-USU)
              END-IF
           END-IF.
           PERFORM LER-USUARIO.

       EXIBE-MENU.
           DISPLAY "==========================================".
           DISPLAY "  CONSULTA AO ACERVO DA BIBLIOTECA".
           DISPLAY "==========================================".
           DISPLAY " 1 - PESQUISAR POR TITULO".
           DISPLAY " 2 - PESQUISAR POR AUTOR".
           DISPLAY " 3 - PESQUISAR POR CLASSE".
           IF PERFIL-OPERADOR EQUAL "O" OR PERFIL-OPERADOR EQUAL "A"
              DISPLAY " 4 - RESERVAR TITULO PARA USUARIO"
           END-IF.
           DISPLAY " 9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.

       TRATA-OPCAO.
           EVALUATE OPCAO
              WHEN 1 WHEN 2 WHEN 3
                     PERFORM PESQUISA
              WHEN 4 IF PERFIL-OPERADOR EQUAL "O" OR
                        PERFIL-OPERADOR EQUAL "A"
                        PERFORM RESERVA
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 9 DISPLAY "ENCERRANDO."
              WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           IF OPCAO NOT EQUAL 9
              PERFORM EXIBE-MENU
           END-IF.

       RECUSA-PERFIL.
           DISPLAY "FUNCAO NAO AUTORIZADA PARA O PERFIL DO "
                   "OPERADOR.".
           MOVE "RECUSADO" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           PERFORM AUDITA-ACAO.

       AUDITA-ACAO.
           CALL "OPERAUD" USING OPERADOR PROGRAMA-W
                                FUNCAO-W CHAVE-W.

       PESQUISA.
           MOVE OPCAO TO TIPO-PESQ.
           MOVE SPACES TO FRAG-INF.
           EVALUATE TIPO-PESQ
              WHEN 1 DISPLAY "PARTE DO TITULO: " WITH NO ADVANCING
              WHEN 2 DISPLAY "PARTE DO NOME DO AUTOR: "
                             WITH NO ADVANCING
              WHEN 3 DISPLAY "CLASSE DO LIVRO: " WITH NO ADVANCING
           END-EVALUATE.
           ACCEPT FRAG-INF.
           INSPECT FRAG-INF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 40 TO TAM-FRAG.
           PERFORM MEDE-FRAGMENTO UNTIL TAM-FRAG EQUAL 0 OR
                   FRAG-INF(TAM-FRAG:1) NOT EQUAL SPACE.
           IF TAM-FRAG EQUAL 0
              DISPLAY "ARGUMENTO DE PESQUISA NAO INFORMADO."
           ELSE
              PERFORM LISTA-ACERVO
              MOVE "CONSULTA" TO FUNCAO-W
              MOVE FRAG-INF(1:10) TO CHAVE-W
              PERFORM AUDITA-ACAO
           END-IF.

       MEDE-FRAGMENTO.
           SUBTRACT 1 FROM TAM-FRAG.

       LISTA-ACERVO.
           MOVE ZEROES TO CT-TITULOS.
           MOVE 99999 TO COD-ANT.
           MOVE "N" TO MOSTRA-TIT.
           MOVE 1 TO IND-EXE.
           PERFORM TESTA-EXEMPLAR UNTIL IND-EXE GREATER THAN QTD-EXE.
           IF CT-TITULOS EQUAL 0
              DISPLAY "NENHUM TITULO ENCONTRADO."
           ELSE
              DISPLAY "TITULOS ENCONTRADOS: " CT-TITULOS
           END-IF.

       TESTA-EXEMPLAR.
           IF TAB-COD-LIV(IND-EXE) NOT EQUAL COD-ANT
              MOVE TAB-COD-LIV(IND-EXE) TO COD-ANT
              PERFORM CONFERE-TITULO
              MOVE CONFERE TO MOSTRA-TIT
              IF MOSTRA-TIT EQUAL "S"
                 PERFORM MOSTRA-TITULO
              END-IF
           END-IF.
           IF MOSTRA-TIT EQUAL "S"
              PERFORM MOSTRA-EXEMPLAR
           END-IF.
           ADD 1 TO IND-EXE.

       CONFERE-TITULO.
           MOVE "N" TO CONFERE.
           EVALUATE TIPO-PESQ
              WHEN 1
                 MOVE TAB-TIT-LIV(IND-EXE) TO CAMPO-PESQ
                 MOVE 40 TO POS-MAX
              WHEN 2
                 MOVE TAB-AUT-LIV(IND-EXE) TO CAMPO-PESQ
                 MOVE 30 TO POS-MAX
              WHEN 3
                 IF TAB-CLASSE(IND-EXE) EQUAL FRAG-INF(1:1)
                    MOVE "S" TO CONFERE
                 END-IF
           END-EVALUATE.
           IF TIPO-PESQ NOT EQUAL 3 AND
              TAM-FRAG NOT GREATER THAN POS-MAX
              SUBTRACT TAM-FRAG FROM POS-MAX
              ADD 1 TO POS-MAX
              MOVE 1 TO POS-FRAG
              PERFORM TESTA-FRAGMENTO UNTIL POS-FRAG GREATER THAN
                      POS-MAX OR CONFERE EQUAL "S"
           END-IF.

       TESTA-FRAGMENTO.
           IF CAMPO-PESQ(POS-FRAG:TAM-FRAG) EQUAL
              FRAG-INF(1:TAM-FRAG)
              MOVE "S" TO CONFERE
           END-IF.
           ADD 1 TO POS-FRAG.

       MOSTRA-TITULO.
           ADD 1 TO CT-TITULOS.
           MOVE TAB-COD-LIV(IND-EXE) TO COD-LIV-INF.
           PERFORM CONTA-FILA.
           PERFORM CONTA-ESTANTE.
           MOVE TAB-COD-LIV(IND-EXE) TO COD-LIN.
           MOVE TAB-TIT-LIV(IND-EXE) TO TIT-LIN.
           MOVE TAB-CLASSE(IND-EXE)  TO CLASSE-LIN.
           MOVE TAB-AUT-LIV(IND-EXE) TO AUT-LIN.
           MOVE QTD-FILA TO FILA-LIN.
           DISPLAY " ".
           DISPLAY LINHA-TITULO.
           DISPLAY LINHA-AUTOR.

       CONTA-FILA.
           MOVE ZEROES TO QTD-FILA QTD-HOLD.
           MOVE 1 TO IND-RES.
           PERFORM TESTA-FILA UNTIL IND-RES GREATER THAN QTD-RES.

       TESTA-FILA.
           IF TAB-RES-LIV(IND-RES) EQUAL COD-LIV-INF
              IF TAB-RES-SIT(IND-RES) EQUAL "H"
                 ADD 1 TO QTD-HOLD
              ELSE
                 ADD 1 TO QTD-FILA
              END-IF
           END-IF.
           ADD 1 TO IND-RES.

       CONTA-ESTANTE.
           MOVE ZEROES TO QTD-ESTANTE.
           MOVE 1 TO IND-BXA.
           PERFORM TESTA-ESTANTE UNTIL IND-BXA GREATER THAN QTD-EXE.

       TESTA-ESTANTE.
           IF TAB-COD-LIV(IND-BXA) EQUAL COD-LIV-INF AND
              TAB-SIT-EXE(IND-BXA) EQUAL SPACES
              MOVE TAB-COD-LIV(IND-BXA) TO COD-LIV-EMP
              MOVE TAB-NR-EXE(IND-BXA)  TO NR-EXE-EMP
              PERFORM PESQUISA-EMPRESTIMO
              IF ACHEI-EMP EQUAL "N"
                 ADD 1 TO QTD-ESTANTE
              END-IF
           END-IF.
           ADD 1 TO IND-BXA.

       PESQUISA-EMPRESTIMO.
           MOVE "N" TO ACHEI-EMP.
           MOVE 1 TO IND-EMP.
           PERFORM TESTA-EMPRESTIMO UNTIL IND-EMP GREATER THAN QTD-EMP
                   OR ACHEI-EMP EQUAL "S".
           IF ACHEI-EMP EQUAL "S"
              SUBTRACT 1 FROM IND-EMP
           END-IF.

       TESTA-EMPRESTIMO.
           IF TAB-EMP-LIV(IND-EMP) EQUAL COD-LIV-EMP AND
              TAB-EMP-EXE(IND-EMP) EQUAL NR-EXE-EMP
              MOVE "S" TO ACHEI-EMP
           END-IF.
           ADD 1 TO IND-EMP.

       MOSTRA-EXEMPLAR.
           MOVE TAB-COD-LIV(IND-EXE) TO COD-LIV-EMP.
           MOVE TAB-NR-EXE(IND-EXE)  TO NR-EXE-EMP.
           EVALUATE TRUE
              WHEN TAB-SIT-EXE(IND-EXE) EQUAL "P"
                 MOVE "PERDIDO" TO SIT-TEXTO
              WHEN TAB-SIT-EXE(IND-EXE) EQUAL "R"
                 MOVE "EM REPARO" TO SIT-TEXTO
              WHEN OTHER
                 PERFORM PESQUISA-EMPRESTIMO
                 IF ACHEI-EMP EQUAL "S"
                    MOVE TAB-EMP-PREV(IND-EMP)(7:2) TO DIA-PREV-LIN
                    MOVE TAB-EMP-PREV(IND-EMP)(5:2) TO MES-PREV-LIN
                    MOVE TAB-EMP-PREV(IND-EMP)(1:4) TO ANO-PREV-LIN
                    MOVE TEXTO-EMPRESTADO TO SIT-TEXTO
                 ELSE
                    IF QTD-HOLD GREATER THAN 0
                       MOVE "RESERVADO - AGUARDANDO RETIRADA"
                            TO SIT-TEXTO
                       SUBTRACT 1 FROM QTD-HOLD
                    ELSE
                       MOVE "NA ESTANTE" TO SIT-TEXTO
                    END-IF
                 END-IF
           END-EVALUATE.
           MOVE TAB-NR-EXE(IND-EXE) TO EXE-LIN.
           MOVE SIT-TEXTO TO SIT-LIN.
           DISPLAY LINHA-EXEMPLAR.

       RESERVA.
           MOVE "N" TO CH-ERRO.
           DISPLAY "CODIGO DO LIVRO: " WITH NO ADVANCING.
           ACCEPT COD-LIV-INF.
           DISPLAY "CODIGO DO USUARIO: " WITH NO ADVANCING.
           ACCEPT COD-USU-INF.
           PERFORM VALIDA-RESERVA.
           IF CH-ERRO EQUAL "N"
              DISPLAY "RESERVAR O LIVRO " COD-LIV-INF " PARA "
                      TAB-NOM-USU(IND-USU)
              DISPLAY "CONFIRMA (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM GRAVA-RESERVA
              ELSE
                 DISPLAY "RESERVA ABANDONADA."
              END-IF
           END-IF.

       VALIDA-RESERVA.
           MOVE 1 TO IND-EXE.
           MOVE "N" TO ACHEI.
           PERFORM TESTA-LIVRO UNTIL IND-EXE GREATER THAN QTD-EXE
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              DISPLAY "LIVRO NAO CADASTRADO."
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-USUARIO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "USUARIO NAO CADASTRADO."
              ELSE
                 IF TAB-SIT-USU(IND-USU) NOT EQUAL 1
                    MOVE "S" TO CH-ERRO
                    DISPLAY "USUARIO NAO ESTA ATIVO."
                 ELSE
                    IF TAB-VALID-USU(IND-USU) GREATER THAN 0 AND
                       TAB-VALID-USU(IND-USU) LESS THAN DATA-HOJE
                       MOVE "S" TO CH-ERRO
                       DISPLAY "CADASTRO DO USUARIO VENCIDO."
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-RESERVA-USUARIO
              IF ACHEI-RES EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "RESERVA JA REGISTRADA PARA ESTE USUARIO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM CONTA-FILA
              PERFORM CONTA-ESTANTE
              IF QTD-ESTANTE GREATER THAN QTD-HOLD
                 MOVE "S" TO CH-ERRO
                 DISPLAY "HA EXEMPLAR NA ESTANTE - EMPRESTE "
                         "DIRETAMENTE."
              END-IF
           END-IF.

       TESTA-LIVRO.
           IF TAB-COD-LIV(IND-EXE) EQUAL COD-LIV-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EXE.

       PESQUISA-USUARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-USU.
           PERFORM TESTA-USUARIO UNTIL IND-USU GREATER THAN QTD-USU
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-USU
           END-IF.

       TESTA-USUARIO.
           IF TAB-COD-USU(IND-USU) EQUAL COD-USU-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-USU.

       PESQUISA-RESERVA-USUARIO.
           MOVE "N" TO ACHEI-RES.
           MOVE 1 TO IND-RES.
           PERFORM TESTA-RESERVA-USUARIO UNTIL IND-RES GREATER THAN
                   QTD-RES OR ACHEI-RES EQUAL "S".

       TESTA-RESERVA-USUARIO.
           IF TAB-RES-LIV(IND-RES) EQUAL COD-LIV-INF AND
              TAB-RES-USU(IND-RES) EQUAL COD-USU-INF
              MOVE "S" TO ACHEI-RES
           END-IF.
           ADD 1 TO IND-RES.

       GRAVA-RESERVA.
           OPEN EXTEND RESMVTO.
           IF WS-STATUS-RMVT EQUAL "35"
              OPEN OUTPUT RESMVTO
           END-IF.
           MOVE COD-USU-INF TO COD-USU-RMV.
           MOVE COD-LIV-INF TO COD-LIV-RMV.
           MOVE DATA-HOJE   TO DATA-RMV.
           WRITE REG-RES-MVTO.
           CLOSE RESMVTO.
           IF QTD-RES LESS THAN 300
              ADD 1 TO QTD-RES
              MOVE COD-LIV-INF TO TAB-RES-LIV(QTD-RES)
              MOVE COD-USU-INF TO TAB-RES-USU(QTD-RES)
              MOVE "P"         TO TAB-RES-SIT(QTD-RES)
           END-IF.
           DISPLAY "RESERVA REGISTRADA - SERA PROCESSADA NO PROXIMO "
                   "MOVIMENTO.".
           MOVE "RESERVA" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           MOVE COD-LIV-INF TO CHAVE-W(1:5).
           MOVE COD-USU-INF TO CHAVE-W(6:4).
           PERFORM AUDITA-ACAO.
