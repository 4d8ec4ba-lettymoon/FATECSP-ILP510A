       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCIDMAN.
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
           SELECT INCIDENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INC.

       DATA DIVISION.
       FILE SECTION.

       FD INCIDENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENT.DAT".
       01 REG-INC.
           02 NR-INC        PIC 9(06).
           02 DATA-INC      PIC 9(08).
           02 HORA-INC      PIC 9(08).
           02 JOB-INC       PIC X(08).
           02 PASSO-INC     PIC 9(02).
           02 RC-INC        PIC 9(04).
           02 EVENTO-INC    PIC X(10).
           02 DETALHE-INC   PIC X(20).
           02 HORA-CTRL-INC PIC 9(08).
           02 SIT-INC       PIC X(01).
               88 INC-ABERTO    VALUE "A".
               88 INC-RESOLVIDO VALUE "R".
           02 CAUSA-INC     PIC X(40).
           02 ACAO-INC      PIC X(40).
           02 OPER-RES-INC  PIC X(04).
           02 DATA-RES-INC  PIC 9(08).
           02 HORA-RES-INC  PIC 9(08).

       WORKING-STORAGE SECTION.
           77 OPCAO           PIC 9(01) VALUE 0.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-INC   PIC X(02).
           77 CH-ERRO         PIC X(01) VALUE "N".
           77 CONFIRMA        PIC X(01) VALUE "N".
           77 ACHEI           PIC X(01) VALUE "N".
           77 PROGRAMA-W      PIC X(08) VALUE "INCIDMAN".
           77 OPERADOR        PIC X(04) VALUE SPACES.
           77 NOME-OPERADOR   PIC X(30) VALUE SPACES.
           77 PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           77 RESULTADO-SIGN  PIC X(02) VALUE SPACES.
           77 FUNCAO-W        PIC X(10) VALUE SPACES.
           77 CHAVE-W         PIC X(10) VALUE SPACES.
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA      PIC 9(08) VALUE ZEROES.
           77 NR-INF          PIC 9(06) VALUE ZEROES.
           77 CAUSA-INF       PIC X(40) VALUE SPACES.
           77 ACAO-INF        PIC X(40) VALUE SPACES.
           77 DATA-RES-INF    PIC 9(08) VALUE ZEROES.
           77 HORA-RES-INF    PIC 9(04) VALUE ZEROES.
           77 DIAS-DIF        PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 QTD-INC         PIC 9(04) VALUE ZEROES.
           77 IND-INC         PIC 9(04) VALUE ZEROES.
           77 CT-ABERTOS      PIC 9(04) VALUE ZEROES.

       01 TABELA-INCIDENTES.
           02 TAB-INC OCCURS 1000 TIMES.
               03 TAB-REG-INC PIC X(175).

       PROCEDURE DIVISION.
       PGM-INCIDMAN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           IF RESULTADO-SIGN NOT EQUAL "00"
              DISPLAY "ACESSO NAO AUTORIZADO - ENCERRANDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CALL "INCIDGER"
               ON EXCEPTION
                  DISPLAY "INCIDGER NAO DISPONIVEL - RUNLOG NAO "
                          "VARRIDO"
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           PERFORM CARREGA-INCIDENTES.
           PERFORM EXIBE-MENU.
           PERFORM TRATA-OPCAO UNTIL OPCAO EQUAL 9.
           STOP RUN.

       CARREGA-INCIDENTES.
           MOVE 0 TO QTD-INC.
           OPEN INPUT INCIDENT.
           IF WS-STATUS-INC EQUAL "00"
              PERFORM LER-INCIDENTE
              PERFORM GUARDA-INCIDENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE INCIDENT
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-INCIDENTE.
           READ INCIDENT AT END MOVE "S" TO FIM-ARQ.

       GUARDA-INCIDENTE.
           IF QTD-INC LESS THAN 1000
              ADD 1 TO QTD-INC
              MOVE REG-INC TO TAB-REG-INC(QTD-INC)
           ELSE
              DISPLAY "INCIDENT.DAT EXCEDE A TABELA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-INCIDENTE.

       GRAVA-INCIDENTES.
           OPEN OUTPUT INCIDENT.
           MOVE 1 TO IND-INC.
           PERFORM GRAVA-INCIDENTE UNTIL IND-INC GREATER THAN QTD-INC.
           CLOSE INCIDENT.

       GRAVA-INCIDENTE.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           WRITE REG-INC.
           ADD 1 TO IND-INC.

       EXIBE-MENU.
           DISPLAY "==========================================".
           DISPLAY "  INCIDENTES DA PRODUCAO BATCH".
           DISPLAY "==========================================".
           DISPLAY " 1 - CONSULTAR INCIDENTES ABERTOS".
           DISPLAY " 2 - CONSULTAR INCIDENTE".
           IF PERFIL-OPERADOR NOT EQUAL "C"
              DISPLAY " 3 - REGISTRAR CAUSA E ACAO TOMADA"
              DISPLAY " 4 - ENCERRAR INCIDENTE"
           END-IF.
           DISPLAY " 9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.

       TRATA-OPCAO.
           EVALUATE OPCAO
              WHEN 1 PERFORM CONSULTA
              WHEN 2 PERFORM CONSULTA-INCIDENTE
              WHEN 3 IF PERFIL-OPERADOR NOT EQUAL "C"
                        PERFORM ANALISE
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 4 IF PERFIL-OPERADOR NOT EQUAL "C"
                        PERFORM ENCERRAMENTO
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
           MOVE 0 TO CT-ABERTOS.
           MOVE 1 TO IND-INC.
           PERFORM MOSTRA-ABERTO UNTIL IND-INC GREATER THAN QTD-INC.
           IF CT-ABERTOS EQUAL 0
              DISPLAY "NENHUM INCIDENTE EM ABERTO."
           ELSE
              DISPLAY CT-ABERTOS " INCIDENTE(S) EM ABERTO."
           END-IF.
           MOVE "CONSULTA" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           PERFORM AUDITA-ACAO.

       MOSTRA-ABERTO.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           IF INC-ABERTO
              ADD 1 TO CT-ABERTOS
              DISPLAY "INCIDENTE " NR-INC " - " JOB-INC " PASSO "
                      PASSO-INC " RC " RC-INC " EM "
                      DATA-INC(7:2) "/" DATA-INC(5:2) "/"
                      DATA-INC(1:4) " AS " HORA-INC(1:2) ":"
                      HORA-INC(3:2)
              DISPLAY "   " EVENTO-INC " " DETALHE-INC
              IF CAUSA-INC NOT EQUAL SPACES
                 DISPLAY "   CAUSA: " CAUSA-INC
              END-IF
           END-IF.
           ADD 1 TO IND-INC.

       LOCALIZA-INCIDENTE.
           DISPLAY "NUMERO DO INCIDENTE: " WITH NO ADVANCING.
           ACCEPT NR-INF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-INC.
           PERFORM TESTA-INCIDENTE UNTIL IND-INC GREATER THAN
                   QTD-INC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-INC
              MOVE TAB-REG-INC(IND-INC) TO REG-INC
           ELSE
              DISPLAY "INCIDENTE NAO ENCONTRADO."
           END-IF.

       TESTA-INCIDENTE.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           IF NR-INC EQUAL NR-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-INC.

       MOSTRA-INCIDENTE.
           DISPLAY "INCIDENTE " NR-INC " - JOB " JOB-INC " PASSO "
                   PASSO-INC " RC " RC-INC.
           DISPLAY "   OCORRIDO EM " DATA-INC(7:2) "/" DATA-INC(5:2)
                   "/" DATA-INC(1:4) " AS " HORA-INC(1:2) ":"
                   HORA-INC(3:2) ":" HORA-INC(5:2).
           DISPLAY "   EVENTO  : " EVENTO-INC " " DETALHE-INC.
           DISPLAY "   CAUSA   : " CAUSA-INC.
           DISPLAY "   ACAO    : " ACAO-INC.
           IF INC-RESOLVIDO
              DISPLAY "   RESOLVIDO POR " OPER-RES-INC " EM "
                      DATA-RES-INC(7:2) "/" DATA-RES-INC(5:2) "/"
                      DATA-RES-INC(1:4) " AS " HORA-RES-INC(1:2) ":"
                      HORA-RES-INC(3:2)
           ELSE
              DISPLAY "   SITUACAO: EM ABERTO"
           END-IF.

       CONSULTA-INCIDENTE.
           PERFORM LOCALIZA-INCIDENTE.
           IF ACHEI EQUAL "S"
              PERFORM MOSTRA-INCIDENTE
              MOVE "CONSULTA" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           END-IF.

       CONFERE-INCIDENTE.
           MOVE "N" TO CH-ERRO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
           ELSE
              PERFORM MOSTRA-INCIDENTE
              IF NOT INC-ABERTO
                 MOVE "S" TO CH-ERRO
                 DISPLAY "INCIDENTE JA ENCERRADO."
              END-IF
           END-IF.

       ANALISE.
           PERFORM LOCALIZA-INCIDENTE.
           PERFORM CONFERE-INCIDENTE.
           IF CH-ERRO EQUAL "N"
              PERFORM INFORMA-ANALISE
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA REGISTRO (S/N)? " WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 MOVE CAUSA-INF TO CAUSA-INC
                 MOVE ACAO-INF  TO ACAO-INC
                 MOVE REG-INC   TO TAB-REG-INC(IND-INC)
                 PERFORM GRAVA-INCIDENTES
                 DISPLAY "ANALISE DO INCIDENTE " NR-INF
                         " REGISTRADA."
                 MOVE "ANALISE" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "REGISTRO ABANDONADO."
              END-IF
           END-IF.

       INFORMA-ANALISE.
           DISPLAY "CAUSA (ENTER MANTEM A ATUAL): " WITH NO ADVANCING.
           MOVE SPACES TO CAUSA-INF.
           ACCEPT CAUSA-INF.
           IF CAUSA-INF EQUAL SPACES
              MOVE CAUSA-INC TO CAUSA-INF
           END-IF.
           DISPLAY "ACAO TOMADA (ENTER MANTEM A ATUAL): "
                   WITH NO ADVANCING.
           MOVE SPACES TO ACAO-INF.
           ACCEPT ACAO-INF.
           IF ACAO-INF EQUAL SPACES
              MOVE ACAO-INC TO ACAO-INF
           END-IF.
           IF CAUSA-INF EQUAL SPACES AND ACAO-INF EQUAL SPACES
              MOVE "S" TO CH-ERRO
              DISPLAY "CAUSA E ACAO EM BRANCO - NADA A REGISTRAR."
           END-IF.

       ENCERRAMENTO.
           PERFORM LOCALIZA-INCIDENTE.
           PERFORM CONFERE-INCIDENTE.
           IF CH-ERRO EQUAL "N"
              PERFORM INFORMA-ANALISE
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (CAUSA-INF EQUAL SPACES OR ACAO-INF EQUAL SPACES)
              MOVE "S" TO CH-ERRO
              DISPLAY "INFORME CAUSA E ACAO ANTES DE ENCERRAR."
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM INFORMA-SOLUCAO
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA ENCERRAMENTO (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 MOVE CAUSA-INF    TO CAUSA-INC
                 MOVE ACAO-INF     TO ACAO-INC
                 MOVE "R"          TO SIT-INC
                 MOVE OPERADOR     TO OPER-RES-INC
                 MOVE DATA-RES-INF TO DATA-RES-INC
                 MOVE ZEROES       TO HORA-RES-INC
                 MOVE HORA-RES-INF TO HORA-RES-INC(1:4)
                 MOVE REG-INC      TO TAB-REG-INC(IND-INC)
                 PERFORM GRAVA-INCIDENTES
                 DISPLAY "INCIDENTE " NR-INF " ENCERRADO."
                 MOVE "ENCERRA" TO FUNCAO-W
                 PERFORM AUDITA-CHAVE
              ELSE
                 DISPLAY "ENCERRAMENTO ABANDONADO."
              END-IF
           END-IF.

       INFORMA-SOLUCAO.
           DISPLAY "DATA DA SOLUCAO (AAAAMMDD, 0 = AGORA): "
                   WITH NO ADVANCING.
           ACCEPT DATA-RES-INF.
           DISPLAY "HORA DA SOLUCAO (HHMM, 0 = AGORA): "
                   WITH NO ADVANCING.
           ACCEPT HORA-RES-INF.
           IF DATA-RES-INF EQUAL 0
              MOVE DATA-HOJE TO DATA-RES-INF
           END-IF.
           IF HORA-RES-INF EQUAL 0
              ACCEPT HORA-AGORA FROM TIME
              MOVE HORA-AGORA(1:4) TO HORA-RES-INF
           END-IF.
           CALL "DATADIF" USING DATA-INC DATA-RES-INF
                                DIAS-DIF RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00"
              MOVE "S" TO CH-ERRO
              DISPLAY "DATA DA SOLUCAO INVALIDA."
           ELSE
              IF DIAS-DIF LESS THAN 0 OR DATA-RES-INF GREATER THAN
                 DATA-HOJE
                 MOVE "S" TO CH-ERRO
                 DISPLAY "SOLUCAO DEVE ESTAR ENTRE A OCORRENCIA E "
                         "HOJE."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (HORA-RES-INF(1:2) GREATER THAN "23" OR
               HORA-RES-INF(3:2) GREATER THAN "59")
              MOVE "S" TO CH-ERRO
              DISPLAY "HORA DA SOLUCAO INVALIDA."
           END-IF.
           IF CH-ERRO EQUAL "N" AND DIAS-DIF EQUAL 0 AND
              HORA-RES-INF LESS THAN HORA-INC(1:4)
              MOVE "S" TO CH-ERRO
              DISPLAY "SOLUCAO ANTERIOR A OCORRENCIA."
           END-IF.
