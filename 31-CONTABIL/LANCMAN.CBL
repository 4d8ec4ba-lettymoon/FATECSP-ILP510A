       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LANCMAN.
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
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.
           SELECT LANCPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PEND.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.

       DATA DIVISION.
       FILE SECTION.

       FD PLANOCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANO.
           02 HIST-PLANO  PIC X(10).
           02 CONTA-PLANO PIC 9(05).
           02 NOME-PLANO  PIC X(30).

       FD PERIODOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODOS.DAT".
       01 REG-PER.
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).
               88 PERIODO-ABERTO  VALUE "A".
               88 PERIODO-FECHADO VALUE "F".

       FD LANCPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LANCPEND.DAT".
       01 REG-PEND.
           02 NR-PEND       PIC 9(06).
           02 SEQ-PEND      PIC 9(02).
           02 COMPET-PEND   PIC 9(06).
           02 TEXTO-PEND    PIC X(40).
           02 NATUREZA-PEND PIC X(01).
           02 CONTA-PEND    PIC 9(05).
           02 HIST-PEND     PIC X(10).
           02 VALOR-PEND    PIC 9(13)V99.
           02 SIT-PEND      PIC X(01).
               88 LANC-PENDENTE  VALUE "P".
               88 LANC-APROVADO  VALUE "A".
               88 LANC-REJEITADO VALUE "R".
           02 OPER-INC-PEND PIC X(04).
           02 DATA-INC-PEND PIC 9(08).
           02 OPER-APR-PEND PIC X(04).
           02 DATA-APR-PEND PIC 9(08).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       WORKING-STORAGE SECTION.
           77 OPCAO           PIC 9(01) VALUE 0.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PLANO PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 WS-STATUS-PEND  PIC X(02).
           77 WS-STATUS-CONT  PIC X(02).
           77 CH-ERRO         PIC X(01) VALUE "N".
           77 CONFIRMA        PIC X(01) VALUE "N".
           77 ACHEI           PIC X(01) VALUE "N".
           77 PROGRAMA-W      PIC X(08) VALUE "LANCMAN".
           77 OPERADOR        PIC X(04) VALUE SPACES.
           77 NOME-OPERADOR   PIC X(30) VALUE SPACES.
           77 PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           77 RESULTADO-SIGN  PIC X(02) VALUE SPACES.
           77 FUNCAO-W        PIC X(10) VALUE SPACES.
           77 CHAVE-W         PIC X(10) VALUE SPACES.
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 NR-INF          PIC 9(06) VALUE ZEROES.
           77 MES-INF         PIC 9(02) VALUE ZEROES.
           77 ANO-INF         PIC 9(04) VALUE ZEROES.
           77 COMPET-INF      PIC 9(06) VALUE ZEROES.
           77 TEXTO-INF       PIC X(40) VALUE SPACES.
           77 NAT-INF         PIC X(01) VALUE SPACES.
           77 CONTA-INF       PIC 9(05) VALUE ZEROES.
           77 VALOR-INF       PIC 9(11)V99 VALUE ZEROES.
           77 FIM-LINHAS      PIC X(01) VALUE "N".
           77 QTD-PLANO       PIC 9(03) VALUE ZEROES.
           77 IND-PLANO       PIC 9(03) VALUE ZEROES.
           77 QTD-PER         PIC 9(03) VALUE ZEROES.
           77 IND-PER         PIC 9(03) VALUE ZEROES.
           77 QTD-PEND        PIC 9(04) VALUE ZEROES.
           77 IND-PEND        PIC 9(04) VALUE ZEROES.
           77 QTD-LIN         PIC 9(02) VALUE ZEROES.
           77 IND-LIN         PIC 9(02) VALUE ZEROES.
           77 ULTIMO-NR       PIC 9(06) VALUE ZEROES.
           77 SIT-LANC        PIC X(01) VALUE SPACES.
           77 OPER-INC-LANC   PIC X(04) VALUE SPACES.
           77 COMPET-LANC     PIC 9(06) VALUE ZEROES.
           77 CT-LINHAS-LANC  PIC 9(02) VALUE ZEROES.
           77 CT-PENDENTES    PIC 9(04) VALUE ZEROES.
           77 TOT-DEBITOS     PIC 9(13)V99 VALUE ZEROES.
           77 TOT-CREDITOS    PIC 9(13)V99 VALUE ZEROES.
           77 VALOR-EDITADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 TABELA-PLANO.
           02 TAB-PLANO OCCURS 100 TIMES.
               03 TAB-HIST-PLANO  PIC X(10).
               03 TAB-CONTA-PLANO PIC 9(05).
               03 TAB-NOME-PLANO  PIC X(30).

       01 TABELA-PERIODOS.
           02 TAB-PER OCCURS 200 TIMES.
               03 TAB-COMPET-PER PIC 9(06).
               03 TAB-SIT-PER    PIC X(01).

       01 TABELA-PENDENTES.
           02 TAB-PEND OCCURS 1000 TIMES.
               03 TAB-REG-PEND   PIC X(110).

       01 TABELA-LINHAS.
           02 TAB-LIN OCCURS 20 TIMES.
               03 TAB-NAT-LIN   PIC X(01).
               03 TAB-CONTA-LIN PIC 9(05).
               03 TAB-HIST-LIN  PIC X(10).
               03 TAB-VALOR-LIN PIC 9(13)V99.

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 ORIGEM-CONT      PIC X(02) VALUE "MN".
           02 NATUREZA-CONT    PIC X(01).
           02 HISTORICO-CONT   PIC X(10).
           02 VALOR-CONT       PIC 9(13)V99.
           02 FILLER           PIC X(05) VALUE SPACES.

       01 CONT-TRAILER.
           02 TIPO-CONT-T      PIC 9(01) VALUE 9.
           02 QTD-CONT         PIC 9(04).
           02 SINAL-CONT       PIC X(01).
           02 VALOR-LIQ-CONT   PIC 9(13)V99.
           02 FILLER           PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-LANCMAN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           IF RESULTADO-SIGN NOT EQUAL "00"
              DISPLAY "ACESSO NAO AUTORIZADO - ENCERRANDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-PENDENTES.
           PERFORM EXIBE-MENU.
           PERFORM TRATA-OPCAO UNTIL OPCAO EQUAL 9.
           STOP RUN.

       CARREGA-PLANO.
           OPEN INPUT PLANOCTA.
           IF WS-STATUS-PLANO NOT EQUAL "00"
              DISPLAY "PLANOCTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PLANO.
           PERFORM GUARDA-PLANO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PLANOCTA.
           MOVE "N" TO FIM-ARQ.

       LER-PLANO.
           READ PLANOCTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PLANO.
           IF QTD-PLANO LESS THAN 100
              ADD 1 TO QTD-PLANO
              MOVE HIST-PLANO  TO TAB-HIST-PLANO(QTD-PLANO)
              MOVE CONTA-PLANO TO TAB-CONTA-PLANO(QTD-PLANO)
              MOVE NOME-PLANO  TO TAB-NOME-PLANO(QTD-PLANO)
           END-IF.
           PERFORM LER-PLANO.

       CARREGA-PERIODOS.
           MOVE 0 TO QTD-PER.
           OPEN INPUT PERIODOS.
           IF WS-STATUS-PER EQUAL "00"
              PERFORM LER-PERIODO
              PERFORM GUARDA-PERIODO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PERIODOS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PERIODO.
           READ PERIODOS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PERIODO.
           IF QTD-PER LESS THAN 200
              ADD 1 TO QTD-PER
              MOVE COMPET-PER TO TAB-COMPET-PER(QTD-PER)
              MOVE SIT-PER    TO TAB-SIT-PER(QTD-PER)
           END-IF.
           PERFORM LER-PERIODO.

       CARREGA-PENDENTES.
           MOVE 0 TO QTD-PEND.
           MOVE 0 TO ULTIMO-NR.
           OPEN INPUT LANCPEND.
           IF WS-STATUS-PEND EQUAL "00"
              PERFORM LER-PENDENTE
              PERFORM GUARDA-PENDENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE LANCPEND
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PENDENTE.
           READ LANCPEND AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PENDENTE.
           IF QTD-PEND LESS THAN 1000
              ADD 1 TO QTD-PEND
              MOVE REG-PEND TO TAB-REG-PEND(QTD-PEND)
              IF NR-PEND GREATER THAN ULTIMO-NR
                 MOVE NR-PEND TO ULTIMO-NR
              END-IF
           ELSE
              DISPLAY "LANCPEND.DAT EXCEDE A TABELA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PENDENTE.

       GRAVA-PENDENTES.
           OPEN OUTPUT LANCPEND.
           MOVE 1 TO IND-PEND.
           PERFORM GRAVA-PENDENTE UNTIL IND-PEND GREATER THAN
                   QTD-PEND.
           CLOSE LANCPEND.

       GRAVA-PENDENTE.
           MOVE TAB-REG-PEND(IND-PEND) TO REG-PEND.
           WRITE REG-PEND.
           ADD 1 TO IND-PEND.

       EXIBE-MENU.
           DISPLAY "==========================================".
           DISPLAY "  LANCAMENTOS CONTABEIS MANUAIS".
           DISPLAY "==========================================".
           DISPLAY " 1 - CONSULTAR LANCAMENTOS PENDENTES".
           IF PERFIL-OPERADOR EQUAL "O" OR PERFIL-OPERADOR EQUAL "A"
              DISPLAY " 2 - INCLUIR LANCAMENTO"
           END-IF.
           IF PERFIL-OPERADOR EQUAL "P"
              DISPLAY " 3 - APROVAR LANCAMENTO"
              DISPLAY " 4 - REJEITAR LANCAMENTO"
           END-IF.
           DISPLAY " 9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.

       TRATA-OPCAO.
           EVALUATE OPCAO
              WHEN 1 PERFORM CONSULTA
              WHEN 2 IF PERFIL-OPERADOR EQUAL "O" OR
                        PERFIL-OPERADOR EQUAL "A"
                        PERFORM INCLUSAO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 3 IF PERFIL-OPERADOR EQUAL "P"
                        PERFORM APROVACAO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 4 IF PERFIL-OPERADOR EQUAL "P"
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

       CONSULTA.
           MOVE 0 TO CT-PENDENTES.
           MOVE 1 TO IND-PEND.
           PERFORM MOSTRA-PENDENTE UNTIL IND-PEND GREATER THAN
                   QTD-PEND.
           IF CT-PENDENTES EQUAL 0
              DISPLAY "NENHUM LANCAMENTO PENDENTE."
           END-IF.
           MOVE "CONSULTA" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           PERFORM AUDITA-ACAO.

       MOSTRA-PENDENTE.
           MOVE TAB-REG-PEND(IND-PEND) TO REG-PEND.
           IF LANC-PENDENTE
              IF SEQ-PEND EQUAL 1
                 ADD 1 TO CT-PENDENTES
                 DISPLAY "LANCAMENTO " NR-PEND " COMPET. "
                         COMPET-PEND(5:2) "/" COMPET-PEND(1:4)
                         " INCLUIDO POR " OPER-INC-PEND " EM "
                         DATA-INC-PEND(7:2) "/" DATA-INC-PEND(5:2)
                         "/" DATA-INC-PEND(1:4)
                 DISPLAY "   " TEXTO-PEND
              END-IF
              MOVE VALOR-PEND TO VALOR-EDITADO
              DISPLAY "   " NATUREZA-PEND " " CONTA-PEND " "
                      HIST-PEND " " VALOR-EDITADO
           END-IF.
           ADD 1 TO IND-PEND.

       PESQUISA-CONTA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PLANO.
           PERFORM TESTA-CONTA UNTIL IND-PLANO GREATER THAN
                   QTD-PLANO OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PLANO
           END-IF.

       TESTA-CONTA.
           IF TAB-CONTA-PLANO(IND-PLANO) EQUAL CONTA-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PLANO.

       PESQUISA-PERIODO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PER.
           PERFORM TESTA-PERIODO UNTIL IND-PER GREATER THAN
                   QTD-PER.

       TESTA-PERIODO.
           IF TAB-COMPET-PER(IND-PER) EQUAL COMPET-INF
              IF TAB-SIT-PER(IND-PER) EQUAL "F"
                 MOVE "S" TO ACHEI
              ELSE
                 MOVE "N" TO ACHEI
              END-IF
           END-IF.
           ADD 1 TO IND-PER.

       INCLUSAO.
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
              PERFORM CARREGA-PERIODOS
              PERFORM PESQUISA-PERIODO
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "COMPETENCIA JA FECHADA EM PERIODOS - "
                         "LANCAMENTO RECUSADO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "HISTORICO DO LANCAMENTO: " WITH NO ADVANCING
              ACCEPT TEXTO-INF
              IF TEXTO-INF EQUAL SPACES
                 MOVE "S" TO CH-ERRO
                 DISPLAY "HISTORICO NAO INFORMADO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE 0 TO QTD-LIN
              MOVE 0 TO TOT-DEBITOS
              MOVE 0 TO TOT-CREDITOS
              MOVE "N" TO FIM-LINHAS
              DISPLAY "INFORME AS PARTIDAS (NATUREZA EM BRANCO "
                      "ENCERRA)"
              PERFORM PEDE-LINHA UNTIL FIM-LINHAS EQUAL "S"
              PERFORM CONFERE-PARTIDAS
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TOT-DEBITOS TO VALOR-EDITADO
              DISPLAY "TOTAL DEBITOS = TOTAL CREDITOS = "
                      VALOR-EDITADO
              DISPLAY "CONFIRMA INCLUSAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM GUARDA-LANCAMENTO
              ELSE
                 DISPLAY "INCLUSAO ABANDONADA."
              END-IF
           END-IF.

       PEDE-LINHA.
           MOVE SPACES TO NAT-INF.
           COMPUTE IND-LIN = QTD-LIN + 1.
           DISPLAY "PARTIDA " IND-LIN " - NATUREZA (D/C): "
                   WITH NO ADVANCING.
           ACCEPT NAT-INF.
           IF NAT-INF EQUAL "d"
              MOVE "D" TO NAT-INF
           END-IF.
           IF NAT-INF EQUAL "c"
              MOVE "C" TO NAT-INF
           END-IF.
           IF NAT-INF EQUAL SPACES
              MOVE "S" TO FIM-LINHAS
           ELSE
              IF NAT-INF NOT EQUAL "D" AND NAT-INF NOT EQUAL "C"
                 DISPLAY "NATUREZA INVALIDA - PARTIDA IGNORADA."
              ELSE
                 PERFORM PEDE-CONTA-VALOR
              END-IF
           END-IF.

       PEDE-CONTA-VALOR.
           DISPLAY "   CONTA: " WITH NO ADVANCING.
           ACCEPT CONTA-INF.
           PERFORM PESQUISA-CONTA.
           IF ACHEI EQUAL "N"
              DISPLAY "   CONTA NAO CADASTRADA EM PLANOCTA - "
                      "PARTIDA IGNORADA."
           ELSE
              DISPLAY "   " TAB-NOME-PLANO(IND-PLANO)
              DISPLAY "   VALOR (99999999999,99): "
                      WITH NO ADVANCING
              ACCEPT VALOR-INF
              IF VALOR-INF EQUAL ZEROES
                 DISPLAY "   VALOR INVALIDO - PARTIDA IGNORADA."
              ELSE
                 ADD 1 TO QTD-LIN
                 MOVE NAT-INF   TO TAB-NAT-LIN(QTD-LIN)
                 MOVE CONTA-INF TO TAB-CONTA-LIN(QTD-LIN)
                 MOVE TAB-HIST-PLANO(IND-PLANO)
                      TO TAB-HIST-LIN(QTD-LIN)
                 MOVE VALOR-INF TO TAB-VALOR-LIN(QTD-LIN)
                 IF NAT-INF EQUAL "D"
                    ADD VALOR-INF TO TOT-DEBITOS
                 ELSE
                    ADD VALOR-INF TO TOT-CREDITOS
                 END-IF
                 IF QTD-LIN EQUAL 20
                    DISPLAY "LIMITE DE 20 PARTIDAS ATINGIDO."
                    MOVE "S" TO FIM-LINHAS
                 END-IF
              END-IF
           END-IF.

       CONFERE-PARTIDAS.
           IF TOT-DEBITOS EQUAL 0 OR TOT-CREDITOS EQUAL 0
              MOVE "S" TO CH-ERRO
              DISPLAY "LANCAMENTO EXIGE DEBITO E CREDITO - "
                      "RECUSADO."
           ELSE
              IF TOT-DEBITOS NOT EQUAL TOT-CREDITOS
                 MOVE "S" TO CH-ERRO
                 MOVE TOT-DEBITOS TO VALOR-EDITADO
                 DISPLAY "DEBITOS : " VALOR-EDITADO
                 MOVE TOT-CREDITOS TO VALOR-EDITADO
                 DISPLAY "CREDITOS: " VALOR-EDITADO
                 DISPLAY "LANCAMENTO FORA DE BALANCO - RECUSADO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND QTD-PEND + QTD-LIN GREATER
              THAN 1000
              MOVE "S" TO CH-ERRO
              DISPLAY "ARQUIVO DE PENDENTES CHEIO - RECUSADO."
           END-IF.

       GUARDA-LANCAMENTO.
           ADD 1 TO ULTIMO-NR.
           MOVE ULTIMO-NR TO NR-INF.
           MOVE 1 TO IND-LIN.
           PERFORM GUARDA-LINHA UNTIL IND-LIN GREATER THAN QTD-LIN.
           PERFORM GRAVA-PENDENTES.
           DISPLAY "LANCAMENTO " NR-INF " INCLUIDO - AGUARDANDO "
                   "APROVACAO.".
           MOVE "INCLUSAO" TO FUNCAO-W.
           PERFORM AUDITA-CHAVE.

       GUARDA-LINHA.
           MOVE NR-INF                 TO NR-PEND.
           MOVE IND-LIN                TO SEQ-PEND.
           MOVE COMPET-INF             TO COMPET-PEND.
           MOVE TEXTO-INF              TO TEXTO-PEND.
           MOVE TAB-NAT-LIN(IND-LIN)   TO NATUREZA-PEND.
           MOVE TAB-CONTA-LIN(IND-LIN) TO CONTA-PEND.
           MOVE TAB-HIST-LIN(IND-LIN)  TO HIST-PEND.
           MOVE TAB-VALOR-LIN(IND-LIN) TO VALOR-PEND.
           MOVE "P"                    TO SIT-PEND.
           MOVE OPERADOR               TO OPER-INC-PEND.
           MOVE DATA-HOJE              TO DATA-INC-PEND.
           MOVE SPACES                 TO OPER-APR-PEND.
           MOVE ZEROES                 TO DATA-APR-PEND.
           ADD 1 TO QTD-PEND.
           MOVE REG-PEND TO TAB-REG-PEND(QTD-PEND).
           ADD 1 TO IND-LIN.

       LOCALIZA-LANCAMENTO.
           DISPLAY "NUMERO DO LANCAMENTO: " WITH NO ADVANCING.
           ACCEPT NR-INF.
           MOVE 0 TO CT-LINHAS-LANC.
           MOVE SPACES TO SIT-LANC.
           MOVE 1 TO IND-PEND.
           PERFORM TESTA-LANCAMENTO UNTIL IND-PEND GREATER THAN
                   QTD-PEND.

       TESTA-LANCAMENTO.
           MOVE TAB-REG-PEND(IND-PEND) TO REG-PEND.
           IF NR-PEND EQUAL NR-INF
              ADD 1 TO CT-LINHAS-LANC
              MOVE SIT-PEND      TO SIT-LANC
              MOVE OPER-INC-PEND TO OPER-INC-LANC
              MOVE COMPET-PEND   TO COMPET-LANC
              IF SEQ-PEND EQUAL 1
                 DISPLAY "COMPET. " COMPET-PEND(5:2) "/"
                         COMPET-PEND(1:4) " - " TEXTO-PEND
              END-IF
              MOVE VALOR-PEND TO VALOR-EDITADO
              DISPLAY "   " NATUREZA-PEND " " CONTA-PEND " "
                      HIST-PEND " " VALOR-EDITADO
           END-IF.
           ADD 1 TO IND-PEND.

       CONFERE-LANCAMENTO.
           MOVE "N" TO CH-ERRO.
           IF CT-LINHAS-LANC EQUAL 0
              MOVE "S" TO CH-ERRO
              DISPLAY "LANCAMENTO NAO ENCONTRADO."
           ELSE
              IF SIT-LANC NOT EQUAL "P"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "LANCAMENTO NAO ESTA PENDENTE."
              ELSE
                 IF OPER-INC-LANC EQUAL OPERADOR
                    MOVE "S" TO CH-ERRO
                    DISPLAY "APROVADOR DEVE SER DIFERENTE DE QUEM "
                            "INCLUIU O LANCAMENTO."
                 END-IF
              END-IF
           END-IF.

       APROVACAO.
           PERFORM LOCALIZA-LANCAMENTO.
           PERFORM CONFERE-LANCAMENTO.
           IF CH-ERRO EQUAL "N"
              MOVE COMPET-LANC TO COMPET-INF
              PERFORM CARREGA-PERIODOS
              PERFORM PESQUISA-PERIODO
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "COMPETENCIA FECHADA DEPOIS DA INCLUSAO - "
                         "REJEITE O LANCAMENTO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA APROVACAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM GRAVA-CONTABIL
                 MOVE "A" TO SIT-LANC
                 PERFORM MARCA-LANCAMENTO
                 DISPLAY "LANCAMENTO " NR-INF " APROVADO E GRAVADO "
                         "EM CONTABIL.DAT."
                 MOVE "APROVACAO" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "APROVACAO ABANDONADA."
              END-IF
           END-IF.

       REJEICAO.
           PERFORM LOCALIZA-LANCAMENTO.
           PERFORM CONFERE-LANCAMENTO.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA REJEICAO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 MOVE "R" TO SIT-LANC
                 PERFORM MARCA-LANCAMENTO
                 DISPLAY "LANCAMENTO " NR-INF " REJEITADO."
                 MOVE "REJEICAO" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "REJEICAO ABANDONADA."
              END-IF
           END-IF.

       MARCA-LANCAMENTO.
           MOVE 1 TO IND-PEND.
           PERFORM MARCA-LINHA UNTIL IND-PEND GREATER THAN QTD-PEND.
           PERFORM GRAVA-PENDENTES.

       MARCA-LINHA.
           MOVE TAB-REG-PEND(IND-PEND) TO REG-PEND.
           IF NR-PEND EQUAL NR-INF
              MOVE SIT-LANC  TO SIT-PEND
              MOVE OPERADOR  TO OPER-APR-PEND
              MOVE DATA-HOJE TO DATA-APR-PEND
              MOVE REG-PEND  TO TAB-REG-PEND(IND-PEND)
           END-IF.
           ADD 1 TO IND-PEND.

       GRAVA-CONTABIL.
           OPEN EXTEND CONTABIL.
           IF WS-STATUS-CONT EQUAL "35"
              OPEN OUTPUT CONTABIL
           END-IF.
           MOVE COMPET-LANC(5:2) TO MES-COMPET.
           MOVE COMPET-LANC(1:4) TO ANO-COMPET.
           WRITE REG-CONT FROM CONT-HEADER.
           MOVE 0 TO TOT-DEBITOS.
           MOVE 1 TO IND-PEND.
           PERFORM GRAVA-PARTIDA UNTIL IND-PEND GREATER THAN
                   QTD-PEND.
           MOVE CT-LINHAS-LANC TO QTD-CONT.
           MOVE "+" TO SINAL-CONT.
           MOVE TOT-DEBITOS TO VALOR-LIQ-CONT.
           WRITE REG-CONT FROM CONT-TRAILER.
           CLOSE CONTABIL.

       GRAVA-PARTIDA.
           MOVE TAB-REG-PEND(IND-PEND) TO REG-PEND.
           IF NR-PEND EQUAL NR-INF
              MOVE NATUREZA-PEND TO NATUREZA-CONT
              MOVE HIST-PEND     TO HISTORICO-CONT
              MOVE VALOR-PEND    TO VALOR-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              IF NATUREZA-PEND EQUAL "D"
                 ADD VALOR-PEND TO TOT-DEBITOS
              END-IF
           END-IF.
           ADD 1 TO IND-PEND.
