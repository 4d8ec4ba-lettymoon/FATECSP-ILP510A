       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APROVMAN.
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
           SELECT APROVPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APR.
           SELECT FOLHALIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.

       DATA DIVISION.
       FILE SECTION.

       FD APROVPEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVPEN.DAT".
       01 REG-APR.
           02 NR-APR       PIC 9(06).
           02 TIPO-APR     PIC X(01).
               88 APR-LIBERA-FOLHA VALUE "L".
               88 APR-FECHA-PERIODO VALUE "F".
               88 APR-ABRE-PERIODO VALUE "A".
           02 COMPET-APR   PIC 9(06).
           02 SIT-APR      PIC X(01).
               88 APR-PENDENTE  VALUE "P".
               88 APR-APROVADA  VALUE "A".
               88 APR-REJEITADA VALUE "R".
               88 APR-EXPIRADA  VALUE "E".
               88 APR-EXECUTADA VALUE "X".
           02 OPER-SOL-APR PIC X(04).
           02 DATA-SOL-APR PIC 9(08).
           02 HORA-SOL-APR PIC 9(08).
           02 OPER-DEC-APR PIC X(04).
           02 DATA-DEC-APR PIC 9(08).
           02 HORA-DEC-APR PIC 9(08).

       FD FOLHALIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIB.DAT".
       01 REG-LIB.
           02 LIBERADO-LIB PIC X(01).
           02 DATA-LIB     PIC 9(08).

       FD PERIODOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODOS.DAT".
       01 REG-PER.
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).
               88 PERIODO-ABERTO  VALUE "A".
               88 PERIODO-FECHADO VALUE "F".

       WORKING-STORAGE SECTION.
           77 OPCAO           PIC 9(01) VALUE 0.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-APR   PIC X(02).
           77 WS-STATUS-LIB   PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 CH-ERRO         PIC X(01) VALUE "N".
           77 CONFIRMA        PIC X(01) VALUE "N".
           77 ACHEI           PIC X(01) VALUE "N".
           77 PROGRAMA-W      PIC X(08) VALUE "APROVMAN".
           77 OPERADOR        PIC X(04) VALUE SPACES.
           77 NOME-OPERADOR   PIC X(30) VALUE SPACES.
           77 PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           77 RESULTADO-SIGN  PIC X(02) VALUE SPACES.
           77 FUNCAO-W        PIC X(10) VALUE SPACES.
           77 CHAVE-W         PIC X(10) VALUE SPACES.
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA      PIC 9(08) VALUE ZEROES.
           77 NR-INF          PIC 9(06) VALUE ZEROES.
           77 MES-INF         PIC 9(02) VALUE ZEROES.
           77 ANO-INF         PIC 9(04) VALUE ZEROES.
           77 COMPET-INF      PIC 9(06) VALUE ZEROES.
           77 TIPO-INF        PIC X(01) VALUE SPACES.
           77 LIBERADO        PIC X(01) VALUE SPACES.
           77 COMPET-LIB      PIC 9(06) VALUE ZEROES.
           77 DATA-LIB-W      PIC 9(08) VALUE ZEROES.
           77 SIT-PERIODO     PIC X(01) VALUE SPACES.
           77 QTD-APR         PIC 9(04) VALUE ZEROES.
           77 IND-APR         PIC 9(04) VALUE ZEROES.
           77 ULTIMO-NR       PIC 9(06) VALUE ZEROES.
           77 CT-PENDENTES    PIC 9(04) VALUE ZEROES.
           77 CT-EXPIRADAS    PIC 9(04) VALUE ZEROES.
           77 DESCR-TIPO      PIC X(25) VALUE SPACES.

       01 TABELA-SOLICITACOES.
           02 TAB-APR OCCURS 1000 TIMES.
               03 TAB-REG-APR PIC X(54).

       PROCEDURE DIVISION.
       PGM-APROVMAN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           IF RESULTADO-SIGN NOT EQUAL "00"
              DISPLAY "ACESSO NAO AUTORIZADO - ENCERRANDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-SOLICITACOES.
           PERFORM EXPIRA-SOLICITACOES.
           PERFORM EXIBE-MENU.
           PERFORM TRATA-OPCAO UNTIL OPCAO EQUAL 9.
           STOP RUN.

       CARREGA-SOLICITACOES.
           MOVE 0 TO QTD-APR.
           MOVE 0 TO ULTIMO-NR.
           OPEN INPUT APROVPEN.
           IF WS-STATUS-APR EQUAL "00"
              PERFORM LER-SOLICITACAO
              PERFORM GUARDA-SOLICITACAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE APROVPEN
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-SOLICITACAO.
           READ APROVPEN AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SOLICITACAO.
           IF QTD-APR LESS THAN 1000
              ADD 1 TO QTD-APR
              MOVE REG-APR TO TAB-REG-APR(QTD-APR)
              IF NR-APR GREATER THAN ULTIMO-NR
                 MOVE NR-APR TO ULTIMO-NR
              END-IF
           ELSE
              DISPLAY "APROVPEN.DAT EXCEDE A TABELA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-SOLICITACAO.

       GRAVA-SOLICITACOES.
           OPEN OUTPUT APROVPEN.
           MOVE 1 TO IND-APR.
           PERFORM GRAVA-SOLICITACAO UNTIL IND-APR GREATER THAN
                   QTD-APR.
           CLOSE APROVPEN.

       GRAVA-SOLICITACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           WRITE REG-APR.
           ADD 1 TO IND-APR.

       EXPIRA-SOLICITACOES.
           MOVE 0 TO CT-EXPIRADAS.
           MOVE 1 TO IND-APR.
           PERFORM TESTA-EXPIRACAO UNTIL IND-APR GREATER THAN
                   QTD-APR.
           IF CT-EXPIRADAS GREATER THAN 0
              PERFORM GRAVA-SOLICITACOES
              DISPLAY CT-EXPIRADAS " SOLICITACAO(OES) NAO APROVADA(S) "
                      "NO DIA - EXPIRADA(S)."
           END-IF.

       TESTA-EXPIRACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           IF APR-PENDENTE AND DATA-SOL-APR LESS THAN DATA-HOJE
              ACCEPT HORA-AGORA FROM TIME
              MOVE "E"        TO SIT-APR
              MOVE SPACES     TO OPER-DEC-APR
              MOVE DATA-HOJE  TO DATA-DEC-APR
              MOVE HORA-AGORA TO HORA-DEC-APR
              MOVE REG-APR    TO TAB-REG-APR(IND-APR)
              ADD 1 TO CT-EXPIRADAS
              MOVE NR-APR     TO NR-INF
              MOVE "EXPIRACAO" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           END-IF.
           ADD 1 TO IND-APR.

       EXIBE-MENU.
           DISPLAY "==========================================".
           DISPLAY "  APROVACAO DE LIBERACOES E FECHAMENTOS".
           DISPLAY "==========================================".
           DISPLAY " 1 - CONSULTAR SOLICITACOES PENDENTES".
           IF PERFIL-OPERADOR NOT EQUAL "C"
              DISPLAY " 2 - SOLICITAR LIBERACAO DA FOLHA"
              DISPLAY " 3 - SOLICITAR FECHAMENTO DE COMPETENCIA"
              DISPLAY " 4 - SOLICITAR REABERTURA DE COMPETENCIA"
           END-IF.
           IF PERFIL-OPERADOR EQUAL "A"
              DISPLAY " 5 - APROVAR SOLICITACAO"
              DISPLAY " 6 - REJEITAR SOLICITACAO"
           END-IF.
           DISPLAY " 9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.

       TRATA-OPCAO.
           EVALUATE OPCAO
              WHEN 1 PERFORM CONSULTA
              WHEN 2 MOVE "L" TO TIPO-INF
                     PERFORM VERIFICA-SOLICITANTE
              WHEN 3 MOVE "F" TO TIPO-INF
                     PERFORM VERIFICA-SOLICITANTE
              WHEN 4 MOVE "A" TO TIPO-INF
                     PERFORM VERIFICA-SOLICITANTE
              WHEN 5 IF PERFIL-OPERADOR EQUAL "A"
                        PERFORM APROVACAO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 6 IF PERFIL-OPERADOR EQUAL "A"
                        PERFORM REJEICAO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 9 DISPLAY "ENCERRANDO."
              WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           IF OPCAO NOT EQUAL 9
              PERFORM EXIBE-MENU
           END-IF.

       VERIFICA-SOLICITANTE.
           IF PERFIL-OPERADOR EQUAL "C"
              PERFORM RECUSA-PERFIL
           ELSE
              PERFORM SOLICITACAO
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

       AUDITA-CHAVE.
           MOVE SPACES TO CHAVE-W.
           MOVE NR-INF TO CHAVE-W(1:6).
           PERFORM AUDITA-ACAO.

       DESCREVE-TIPO.
           IF TIPO-APR EQUAL "L"
              MOVE "LIBERACAO DA FOLHA" TO DESCR-TIPO
           ELSE
              IF TIPO-APR EQUAL "F"
                 MOVE "FECHAMENTO DE COMPETENCIA" TO DESCR-TIPO
              ELSE
                 MOVE "REABERTURA DE COMPETENCIA" TO DESCR-TIPO
              END-IF
           END-IF.

       CONSULTA.
           MOVE 0 TO CT-PENDENTES.
           MOVE 1 TO IND-APR.
           PERFORM MOSTRA-SOLICITACAO UNTIL IND-APR GREATER THAN
                   QTD-APR.
           IF CT-PENDENTES EQUAL 0
              DISPLAY "NENHUMA SOLICITACAO PENDENTE."
           END-IF.
           MOVE "CONSULTA" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           PERFORM AUDITA-ACAO.

       MOSTRA-SOLICITACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           IF APR-PENDENTE
              ADD 1 TO CT-PENDENTES
              PERFORM DESCREVE-TIPO
              DISPLAY "SOLICITACAO " NR-APR " - " DESCR-TIPO
                      " COMPET. " COMPET-APR(5:2) "/" COMPET-APR(1:4)
              DISPLAY "   SOLICITADA POR " OPER-SOL-APR " EM "
                      DATA-SOL-APR(7:2) "/" DATA-SOL-APR(5:2) "/"
                      DATA-SOL-APR(1:4) " AS " HORA-SOL-APR(1:2) ":"
                      HORA-SOL-APR(3:2)
           END-IF.
           ADD 1 TO IND-APR.

       LE-LIBERACAO.
           MOVE SPACES TO LIBERADO.
           MOVE ZEROES TO COMPET-LIB.
           MOVE ZEROES TO DATA-LIB-W.
           OPEN INPUT FOLHALIB.
           IF WS-STATUS-LIB EQUAL "00"
              READ FOLHALIB
                  NOT AT END
                      MOVE LIBERADO-LIB  TO LIBERADO
                      MOVE DATA-LIB      TO DATA-LIB-W
                      MOVE DATA-LIB(1:6) TO COMPET-LIB
              END-READ
              CLOSE FOLHALIB
           END-IF.

       LE-PERIODO.
           MOVE "A" TO SIT-PERIODO.
           OPEN INPUT PERIODOS.
           IF WS-STATUS-PER EQUAL "00"
              PERFORM LER-PERIODO
              PERFORM TESTA-PERIODO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PERIODOS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PERIODO.
           READ PERIODOS AT END MOVE "S" TO FIM-ARQ.

       TESTA-PERIODO.
           IF COMPET-PER EQUAL COMPET-INF
              MOVE SIT-PER TO SIT-PERIODO
           END-IF.
           PERFORM LER-PERIODO.

       PESQUISA-PENDENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-APR.
           PERFORM TESTA-PENDENTE UNTIL IND-APR GREATER THAN
                   QTD-APR OR ACHEI EQUAL "S".

       TESTA-PENDENTE.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           IF TIPO-APR EQUAL TIPO-INF AND COMPET-APR EQUAL COMPET-INF
              AND (APR-PENDENTE OR APR-APROVADA)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-APR.

       SOLICITACAO.
           MOVE "N" TO CH-ERRO.
           DISPLAY "COMPETENCIA - MES (MM): " WITH NO ADVANCING.
           ACCEPT MES-INF.
           DISPLAY "COMPETENCIA - ANO (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-INF.
           IF MES-INF LESS THAN 1 OR MES-INF GREATER THAN 12 OR
              ANO-INF LESS THAN 1900
              MOVE "S" TO CH-ERRO
              DISPLAY "COMPETENCIA INVALIDA."
           ELSE
              COMPUTE COMPET-INF = ANO-INF * 100 + MES-INF
              PERFORM CONFERE-SITUACAO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-PENDENTE
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "JA EXISTE SOLICITACAO " NR-APR
                         " EM ABERTO PARA ESTA COMPETENCIA."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND QTD-APR NOT LESS THAN 1000
              MOVE "S" TO CH-ERRO
              DISPLAY "ARQUIVO DE SOLICITACOES CHEIO - RECUSADO."
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA SOLICITACAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM GUARDA-SOLICITACAO-NOVA
              ELSE
                 DISPLAY "SOLICITACAO ABANDONADA."
              END-IF
           END-IF.

       CONFERE-SITUACAO.
           IF TIPO-INF EQUAL "L"
              PERFORM LE-LIBERACAO
              IF LIBERADO NOT EQUAL "V" OR
                 COMPET-LIB NOT EQUAL COMPET-INF
                 MOVE "S" TO CH-ERRO
                 DISPLAY "FOLHA DA COMPETENCIA NAO CONFERIDA PELA "
                         "VERIFICACAO - RECUSADO."
              END-IF
           ELSE
              PERFORM LE-PERIODO
              IF TIPO-INF EQUAL "F" AND SIT-PERIODO EQUAL "F"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "COMPETENCIA JA FECHADA - RECUSADO."
              END-IF
              IF TIPO-INF EQUAL "A" AND SIT-PERIODO NOT EQUAL "F"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "COMPETENCIA NAO ESTA FECHADA - RECUSADO."
              END-IF
           END-IF.

       GUARDA-SOLICITACAO-NOVA.
           ACCEPT HORA-AGORA FROM TIME.
           ADD 1 TO ULTIMO-NR.
           MOVE ULTIMO-NR  TO NR-INF.
           MOVE ULTIMO-NR  TO NR-APR.
           MOVE TIPO-INF   TO TIPO-APR.
           MOVE COMPET-INF TO COMPET-APR.
           MOVE "P"        TO SIT-APR.
           MOVE OPERADOR   TO OPER-SOL-APR.
           MOVE DATA-HOJE  TO DATA-SOL-APR.
           MOVE HORA-AGORA TO HORA-SOL-APR.
           MOVE SPACES     TO OPER-DEC-APR.
           MOVE ZEROES     TO DATA-DEC-APR.
           MOVE ZEROES     TO HORA-DEC-APR.
           ADD 1 TO QTD-APR.
           MOVE REG-APR TO TAB-REG-APR(QTD-APR).
           PERFORM GRAVA-SOLICITACOES.
           DISPLAY "SOLICITACAO " NR-INF " REGISTRADA - AGUARDANDO "
                   "APROVACAO ATE O FIM DO DIA.".
           MOVE "SOLICITA" TO FUNCAO-W.
           PERFORM AUDITA-CHAVE.

       LOCALIZA-SOLICITACAO.
           DISPLAY "NUMERO DA SOLICITACAO: " WITH NO ADVANCING.
           ACCEPT NR-INF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-APR.
           PERFORM TESTA-SOLICITACAO UNTIL IND-APR GREATER THAN
                   QTD-APR OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-APR
           END-IF.

       TESTA-SOLICITACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           IF NR-APR EQUAL NR-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-APR.

       CONFERE-SOLICITACAO.
           MOVE "N" TO CH-ERRO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              DISPLAY "SOLICITACAO NAO ENCONTRADA."
           ELSE
              MOVE TAB-REG-APR(IND-APR) TO REG-APR
              PERFORM DESCREVE-TIPO
              DISPLAY DESCR-TIPO " COMPET. " COMPET-APR(5:2) "/"
                      COMPET-APR(1:4) " SOLICITADA POR "
                      OPER-SOL-APR
              IF NOT APR-PENDENTE
                 MOVE "S" TO CH-ERRO
                 DISPLAY "SOLICITACAO NAO ESTA PENDENTE."
              ELSE
                 IF OPER-SOL-APR EQUAL OPERADOR
                    MOVE "S" TO CH-ERRO
                    DISPLAY "APROVADOR DEVE SER DIFERENTE DE QUEM "
                            "SOLICITOU."
                 END-IF
              END-IF
           END-IF.

       APROVACAO.
           PERFORM LOCALIZA-SOLICITACAO.
           PERFORM CONFERE-SOLICITACAO.
           IF CH-ERRO EQUAL "N"
              MOVE TIPO-APR   TO TIPO-INF
              MOVE COMPET-APR TO COMPET-INF
              PERFORM CONFERE-SITUACAO
              IF CH-ERRO EQUAL "S"
                 DISPLAY "SITUACAO MUDOU DESDE A SOLICITACAO - "
                         "REJEITE A SOLICITACAO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA APROVACAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 IF TIPO-INF EQUAL "L"
                    PERFORM LIBERA-FOLHA
                    MOVE "X" TO SIT-APR
                    DISPLAY "SOLICITACAO " NR-INF " APROVADA - "
                            "FOLHA LIBERADA PARA REMESSA."
                 ELSE
                    MOVE "A" TO SIT-APR
                    DISPLAY "SOLICITACAO " NR-INF " APROVADA - "
                            "EXECUTE PERFECHA."
                 END-IF
                 PERFORM MARCA-SOLICITACAO
                 MOVE "APROVACAO" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "APROVACAO ABANDONADA."
              END-IF
           END-IF.

       REJEICAO.
           PERFORM LOCALIZA-SOLICITACAO.
           PERFORM CONFERE-SOLICITACAO.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA REJEICAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 MOVE "R" TO SIT-APR
                 PERFORM MARCA-SOLICITACAO
                 DISPLAY "SOLICITACAO " NR-INF " REJEITADA."
                 MOVE "REJEICAO" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "REJEICAO ABANDONADA."
              END-IF
           END-IF.

       MARCA-SOLICITACAO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE OPERADOR   TO OPER-DEC-APR.
           MOVE DATA-HOJE  TO DATA-DEC-APR.
           MOVE HORA-AGORA TO HORA-DEC-APR.
           MOVE REG-APR    TO TAB-REG-APR(IND-APR).
           PERFORM GRAVA-SOLICITACOES.

       LIBERA-FOLHA.
           OPEN OUTPUT FOLHALIB.
           MOVE "S"        TO LIBERADO-LIB.
           MOVE DATA-LIB-W TO DATA-LIB.
           WRITE REG-LIB.
           CLOSE FOLHALIB.
