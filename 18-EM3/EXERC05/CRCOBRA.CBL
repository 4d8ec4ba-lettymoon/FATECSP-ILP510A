       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRCOBRA.
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
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT PARMCOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT COBHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CARTACOB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01 REG-CR.
           02 NR-NOTA-CR   PIC 9(04).
           02 NR-VEND-CR   PIC 9(05).
           02 UF-CR        PIC X(02).
           02 DATA-EMIS-CR PIC 9(08).
           02 DATA-VENC-CR PIC 9(08).
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-MEST-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 CIDADE-CLI PIC X(30).
           02 TEL-CLI    PIC 9(10).
           02 DATA-CLI   PIC 9(08).
           02 EMAIL-CLI  PIC X(30).
           02 ORIGEM-CLI PIC X(04).
           02 LIMITE-CLI PIC 9(07)V99.
           02 COND-CLI   PIC 9(02).
           02 CLASSE-CLI PIC X(01).
           02 FILLER     PIC X(207).

       FD PARMCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCOB.DAT".
       01 REG-PARM-COB.
           02 DIAS-NIVEL1-PARM  PIC 9(03).
           02 DIAS-NIVEL2-PARM  PIC 9(03).
           02 DIAS-NIVEL3-PARM  PIC 9(03).
           02 INTERVALO-PARM    PIC 9(03).

       FD COBHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBHIST.DAT".
       01 REG-HCOB.
           02 NR-NOTA-HCOB  PIC 9(04).
           02 COD-CLI-HCOB  PIC 9(05).
           02 NIVEL-HCOB    PIC 9(01).
           02 DATA-HCOB     PIC 9(08).
           02 DIAS-HCOB     PIC 9(05).
           02 SALDO-HCOB    PIC 9(07)V99.
           02 PARCELA-HCOB  PIC 9(02).

       FD CARTACOB
           LABEL RECORD IS OMITTED.
       01 REG-CARTA PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-CR   PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-HIST PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DIAS-NIVEL1    PIC 9(03) VALUE 1.
           77 DIAS-NIVEL2    PIC 9(03) VALUE 30.
           77 DIAS-NIVEL3    PIC 9(03) VALUE 60.
           77 INTERVALO-COB  PIC 9(03) VALUE 15.
           77 DIAS-ATRASO    PIC S9(05) VALUE ZEROES.
           77 DIAS-ULTIMO    PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF  PIC X(02) VALUE SPACES.
           77 SALDO-CR       PIC S9(07)V99 VALUE ZEROES.
           77 NIVEL-DIAS     PIC 9(01) VALUE ZEROES.
           77 NIVEL-ANTERIOR PIC 9(01) VALUE ZEROES.
           77 NIVEL-ENVIO    PIC 9(01) VALUE ZEROES.
           77 DATA-ANTERIOR  PIC 9(08) VALUE ZEROES.
           77 QTD-HCOB       PIC 9(04) VALUE ZEROES.
           77 IND-HCOB       PIC 9(04) VALUE ZEROES.
           77 ACHEI-HCOB     PIC X(01) VALUE "N".
           77 NOTA-PESQ      PIC 9(04) VALUE ZEROES.
           77 PARC-PESQ      PIC 9(02) VALUE ZEROES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 ACHEI-CLI      PIC X(01) VALUE "N".
           77 CT-TITULOS     PIC 9(05) VALUE ZEROES.
           77 CT-VENCIDOS    PIC 9(05) VALUE ZEROES.
           77 CT-AVISOS      PIC 9(05) VALUE ZEROES.
           77 CT-NIVEL1      PIC 9(05) VALUE ZEROES.
           77 CT-NIVEL2      PIC 9(05) VALUE ZEROES.
           77 CT-NIVEL3      PIC 9(05) VALUE ZEROES.
           77 CT-AGUARDANDO  PIC 9(05) VALUE ZEROES.
           77 CT-JURIDICO    PIC 9(05) VALUE ZEROES.
           77 TOT-COBRADO    PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-HISTORICO.
           02 TAB-HCOB OCCURS 2000 TIMES.
               03 TAB-NOTA-HCOB  PIC 9(04).
               03 TAB-PARC-HCOB  PIC 9(02).
               03 TAB-NIVEL-HCOB PIC 9(01).
               03 TAB-DATA-HCOB  PIC 9(08).

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI    PIC 9(05).
               03 TAB-NOME-CLI   PIC X(30).
               03 TAB-CIDADE-CLI PIC X(30).
               03 TAB-ESTADO-CLI PIC X(02).

       01 TEXTOS-NIVEL.
           02 FILLER PIC X(40) VALUE
                      "LEMBRETE DE VENCIMENTO                  ".
           02 FILLER PIC X(40) VALUE
                      "NOTIFICACAO DE DEBITO EM ATRASO         ".
           02 FILLER PIC X(40) VALUE
                      "AVISO FINAL ANTES DA COBRANCA JUDICIAL  ".
       01 TAB-TEXTOS REDEFINES TEXTOS-NIVEL.
           02 TAB-TITULO-NIVEL PIC X(40) OCCURS 3 TIMES.

       01 CARTA-01.
           02 FILLER PIC X(80) VALUE ALL "=".
       01 CARTA-02.
           02 FILLER     PIC X(10) VALUE "EMITENTE: ".
           02 FILLER     PIC X(30) VALUE "TURISMAR TURISMOS LTDA".
           02 FILLER     PIC X(16) VALUE SPACES.
           02 FILLER     PIC X(10) VALUE "SAO PAULO,".
           02 FILLER     PIC X(01) VALUE SPACES.
           02 DIA-CARTA  PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-CARTA  PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-CARTA  PIC 9999.
           02 FILLER     PIC X(03) VALUE SPACES.
       01 CARTA-03.
           02 FILLER       PIC X(10) VALUE SPACES.
           02 TITULO-CARTA PIC X(40).
           02 FILLER       PIC X(10) VALUE " - NIVEL ".
           02 NIVEL-CARTA  PIC 9.
           02 FILLER       PIC X(19) VALUE SPACES.
       01 CARTA-04.
           02 FILLER       PIC X(04) VALUE "AO: ".
           02 NOME-CARTA   PIC X(30).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(09) VALUE "CLIENTE: ".
           02 CLI-CARTA    PIC 9(05).
           02 FILLER       PIC X(30) VALUE SPACES.
       01 CARTA-05.
           02 FILLER       PIC X(04) VALUE SPACES.
           02 CIDADE-CARTA PIC X(30).
           02 FILLER       PIC X(03) VALUE " - ".
           02 UF-CARTA     PIC X(02).
           02 FILLER       PIC X(41) VALUE SPACES.
       01 CARTA-06.
           02 FILLER        PIC X(14) VALUE "NOTA FISCAL : ".
           02 NOTA-CARTA    PIC 9(04).
           02 FILLER        PIC X(01) VALUE "/".
           02 PARC-CARTA    PIC 99.
           02 FILLER        PIC X(12) VALUE "  EMISSAO : ".
           02 DIA-E-CARTA   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-E-CARTA   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-E-CARTA   PIC 9999.
           02 FILLER        PIC X(15) VALUE "  VENCIMENTO : ".
           02 DIA-V-CARTA   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 MES-V-CARTA   PIC 99.
           02 FILLER        PIC X(01) VALUE "/".
           02 ANO-V-CARTA   PIC 9999.
           02 FILLER        PIC X(11) VALUE SPACES.
       01 CARTA-07.
           02 FILLER        PIC X(18) VALUE "VALOR EM ABERTO : ".
           02 SALDO-CARTA   PIC Z.ZZZ.ZZ9,99.
           02 FILLER        PIC X(20) VALUE "   DIAS DE ATRASO : ".
           02 DIAS-CARTA    PIC ZZZZ9.
           02 FILLER        PIC X(25) VALUE SPACES.
       01 CARTA-08.
           02 TEXTO-CARTA   PIC X(80).

       PROCEDURE DIVISION.
       PGM-CRCOBRA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-CLIENTES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCOB.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMCOB
                  NOT AT END
                      MOVE DIAS-NIVEL1-PARM TO DIAS-NIVEL1
                      MOVE DIAS-NIVEL2-PARM TO DIAS-NIVEL2
                      MOVE DIAS-NIVEL3-PARM TO DIAS-NIVEL3
                      MOVE INTERVALO-PARM   TO INTERVALO-COB
              END-READ
              CLOSE PARMCOB
           END-IF.
           IF DIAS-NIVEL1 EQUAL 0
              MOVE 1 TO DIAS-NIVEL1
           END-IF.
           IF DIAS-NIVEL2 NOT GREATER THAN DIAS-NIVEL1 OR
              DIAS-NIVEL3 NOT GREATER THAN DIAS-NIVEL2
              DISPLAY "FAIXAS DE PARMCOB.DAT FORA DE ORDEM - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       CARREGA-HISTORICO.
           OPEN INPUT COBHIST.
           IF WS-STATUS-HIST EQUAL "00"
              PERFORM LER-HISTORICO
              PERFORM GUARDA-HISTORICO UNTIL FIM-ARQ EQUAL "S"
              CLOSE COBHIST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-HISTORICO.
           READ COBHIST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-HISTORICO.
           MOVE NR-NOTA-HCOB TO NOTA-PESQ.
           MOVE PARCELA-HCOB TO PARC-PESQ.
           PERFORM PESQUISA-HISTORICO.
           IF ACHEI-HCOB EQUAL "S"
              IF NIVEL-HCOB GREATER THAN TAB-NIVEL-HCOB(IND-HCOB)
                 MOVE NIVEL-HCOB TO TAB-NIVEL-HCOB(IND-HCOB)
              END-IF
              IF DATA-HCOB GREATER THAN TAB-DATA-HCOB(IND-HCOB)
                 MOVE DATA-HCOB TO TAB-DATA-HCOB(IND-HCOB)
              END-IF
           ELSE
              IF QTD-HCOB LESS THAN 2000
                 ADD 1 TO QTD-HCOB
                 MOVE NR-NOTA-HCOB TO TAB-NOTA-HCOB(QTD-HCOB)
                 MOVE PARCELA-HCOB TO TAB-PARC-HCOB(QTD-HCOB)
                 MOVE NIVEL-HCOB   TO TAB-NIVEL-HCOB(QTD-HCOB)
                 MOVE DATA-HCOB    TO TAB-DATA-HCOB(QTD-HCOB)
              ELSE
                 DISPLAY "COBHIST.DAT EXCEDE A TABELA DE "
                         "HISTORICO - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       PESQUISA-HISTORICO.
           MOVE "N" TO ACHEI-HCOB.
           MOVE 1 TO IND-HCOB.
           PERFORM TESTA-HISTORICO UNTIL IND-HCOB GREATER THAN
                   QTD-HCOB OR ACHEI-HCOB EQUAL "S".
           IF ACHEI-HCOB EQUAL "S"
              SUBTRACT 1 FROM IND-HCOB
           END-IF.

       TESTA-HISTORICO.
           IF TAB-NOTA-HCOB(IND-HCOB) EQUAL NOTA-PESQ AND
              TAB-PARC-HCOB(IND-HCOB) EQUAL PARC-PESQ
              MOVE "S" TO ACHEI-HCOB
           END-IF.
           ADD 1 TO IND-HCOB.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI EQUAL "00"
              PERFORM LER-CLIENTE
              PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           ELSE
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - CARTAS SEM "
                      "ENDERECO"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI    TO TAB-COD-CLI(QTD-CLI)
              MOVE NOME-CLI   TO TAB-NOME-CLI(QTD-CLI)
              MOVE CIDADE-CLI TO TAB-CIDADE-CLI(QTD-CLI)
              MOVE ESTADO-CLI TO TAB-ESTADO-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI-CLI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI-CLI EQUAL "S".
           IF ACHEI-CLI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-CR
              MOVE "S" TO ACHEI-CLI
           END-IF.
           ADD 1 TO IND-CLI.

       INICIO.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND COBHIST.
           IF WS-STATUS-HIST EQUAL "35"
              OPEN OUTPUT COBHIST
           END-IF.
           OPEN OUTPUT CARTACOB.
           PERFORM LEITURA.

       LEITURA.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TITULOS
           END-IF.

       PRINCIPAL.
           IF SIT-CR EQUAL "A"
              COMPUTE SALDO-CR = VALOR-CR - RECEBIDO-CR
              IF SALDO-CR GREATER THAN 0
                 PERFORM TRATA-ABERTO
              END-IF
           END-IF.
           PERFORM LEITURA.

       TRATA-ABERTO.
           CALL "DATADIF" USING DATA-VENC-CR DATA-HOJE
                                DIAS-ATRASO RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00"
              MOVE 0 TO DIAS-ATRASO
           END-IF.
           IF DIAS-ATRASO NOT LESS THAN DIAS-NIVEL1
              ADD 1 TO CT-VENCIDOS
              PERFORM DEFINE-NIVEL
              IF NIVEL-ENVIO GREATER THAN 0
                 PERFORM EMITE-CARTA
                 PERFORM GRAVA-HISTORICO
              END-IF
           END-IF.

       DEFINE-NIVEL.
           IF DIAS-ATRASO NOT LESS THAN DIAS-NIVEL3
              MOVE 3 TO NIVEL-DIAS
           ELSE
              IF DIAS-ATRASO NOT LESS THAN DIAS-NIVEL2
                 MOVE 2 TO NIVEL-DIAS
              ELSE
                 MOVE 1 TO NIVEL-DIAS
              END-IF
           END-IF.
           MOVE NR-NOTA-CR TO NOTA-PESQ.
           MOVE PARCELA-CR TO PARC-PESQ.
           PERFORM PESQUISA-HISTORICO.
           IF ACHEI-HCOB EQUAL "N"
              MOVE NIVEL-DIAS TO NIVEL-ENVIO
           ELSE
              MOVE TAB-NIVEL-HCOB(IND-HCOB) TO NIVEL-ANTERIOR
              MOVE TAB-DATA-HCOB(IND-HCOB)  TO DATA-ANTERIOR
              PERFORM ESCALA-NIVEL
           END-IF.

       ESCALA-NIVEL.
           MOVE 0 TO NIVEL-ENVIO.
           IF NIVEL-ANTERIOR NOT LESS THAN 3
              ADD 1 TO CT-JURIDICO
           ELSE
              CALL "DATADIF" USING DATA-ANTERIOR DATA-HOJE
                                   DIAS-ULTIMO RESULTADO-DIF
              IF RESULTADO-DIF NOT EQUAL "00"
                 MOVE INTERVALO-COB TO DIAS-ULTIMO
              END-IF
              IF DIAS-ULTIMO LESS THAN INTERVALO-COB
                 ADD 1 TO CT-AGUARDANDO
              ELSE
                 IF NIVEL-DIAS GREATER THAN NIVEL-ANTERIOR
                    MOVE NIVEL-DIAS TO NIVEL-ENVIO
                 ELSE
                    ADD 1 NIVEL-ANTERIOR GIVING NIVEL-ENVIO
                 END-IF
              END-IF
           END-IF.

       EMITE-CARTA.
           PERFORM PESQUISA-CLIENTE.
           WRITE REG-CARTA FROM CARTA-01 AFTER ADVANCING PAGE.
           MOVE DATA-HOJE(7:2) TO DIA-CARTA.
           MOVE DATA-HOJE(5:2) TO MES-CARTA.
           MOVE DATA-HOJE(1:4) TO ANO-CARTA.
           WRITE REG-CARTA FROM CARTA-02 AFTER ADVANCING 1 LINE.
           MOVE TAB-TITULO-NIVEL(NIVEL-ENVIO) TO TITULO-CARTA.
           MOVE NIVEL-ENVIO TO NIVEL-CARTA.
           WRITE REG-CARTA FROM CARTA-03 AFTER ADVANCING 2 LINES.
           MOVE COD-CLI-CR TO CLI-CARTA.
           IF ACHEI-CLI EQUAL "S"
              MOVE TAB-NOME-CLI(IND-CLI)   TO NOME-CARTA
              MOVE TAB-CIDADE-CLI(IND-CLI) TO CIDADE-CARTA
              MOVE TAB-ESTADO-CLI(IND-CLI) TO UF-CARTA
           ELSE
              MOVE "CLIENTE NAO CADASTRADO" TO NOME-CARTA
              MOVE SPACES TO CIDADE-CARTA
              MOVE UF-CR  TO UF-CARTA
           END-IF.
           WRITE REG-CARTA FROM CARTA-04 AFTER ADVANCING 2 LINES.
           WRITE REG-CARTA FROM CARTA-05 AFTER ADVANCING 1 LINE.
           MOVE NR-NOTA-CR TO NOTA-CARTA.
           MOVE PARCELA-CR TO PARC-CARTA.
           MOVE DATA-EMIS-CR(7:2) TO DIA-E-CARTA.
           MOVE DATA-EMIS-CR(5:2) TO MES-E-CARTA.
           MOVE DATA-EMIS-CR(1:4) TO ANO-E-CARTA.
           MOVE DATA-VENC-CR(7:2) TO DIA-V-CARTA.
           MOVE DATA-VENC-CR(5:2) TO MES-V-CARTA.
           MOVE DATA-VENC-CR(1:4) TO ANO-V-CARTA.
           WRITE REG-CARTA FROM CARTA-06 AFTER ADVANCING 2 LINES.
           MOVE SALDO-CR    TO SALDO-CARTA.
           MOVE DIAS-ATRASO TO DIAS-CARTA.
           WRITE REG-CARTA FROM CARTA-07 AFTER ADVANCING 1 LINE.
           PERFORM IMPRIME-TEXTO.
           WRITE REG-CARTA FROM CARTA-01 AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-AVISOS.
           ADD SALDO-CR TO TOT-COBRADO.

       IMPRIME-TEXTO.
           EVALUATE NIVEL-ENVIO
              WHEN 1
                 MOVE "CONSTA EM NOSSOS REGISTROS QUE O TITULO ACIMA "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 2 LINES
                 MOVE "AINDA NAO FOI QUITADO. CASO O PAGAMENTO JA "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 MOVE "TENHA SIDO EFETUADO, DESCONSIDERE ESTE AVISO."
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-NIVEL1
              WHEN 2
                 MOVE "FICA V.SA. NOTIFICADA DO DEBITO ACIMA, VENCIDO"
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 2 LINES
                 MOVE "E NAO PAGO. SOLICITAMOS A REGULARIZACAO NO "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 MOVE "PRAZO DE 10 (DEZ) DIAS DO RECEBIMENTO DESTA."
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-NIVEL2
              WHEN OTHER
                 MOVE "ESGOTADAS AS TENTATIVAS DE COBRANCA AMIGAVEL, "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 2 LINES
                 MOVE "NAO HAVENDO PAGAMENTO EM 5 (CINCO) DIAS O "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 MOVE "DEBITO SERA ENCAMINHADO AO DEPARTAMENTO "
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 MOVE "JURIDICO PARA COBRANCA JUDICIAL."
                      TO TEXTO-CARTA
                 WRITE REG-CARTA FROM CARTA-08
                       AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-NIVEL3
           END-EVALUATE.

       GRAVA-HISTORICO.
           MOVE NR-NOTA-CR  TO NR-NOTA-HCOB.
           MOVE PARCELA-CR  TO PARCELA-HCOB.
           MOVE COD-CLI-CR  TO COD-CLI-HCOB.
           MOVE NIVEL-ENVIO TO NIVEL-HCOB.
           MOVE DATA-HOJE   TO DATA-HCOB.
           MOVE DIAS-ATRASO TO DIAS-HCOB.
           MOVE SALDO-CR    TO SALDO-HCOB.
           WRITE REG-HCOB.

       FIM.
           DISPLAY "TITULOS LIDOS          : " CT-TITULOS.
           DISPLAY "TITULOS VENCIDOS       : " CT-VENCIDOS.
           DISPLAY "AVISOS EMITIDOS        : " CT-AVISOS.
           DISPLAY "  NIVEL 1 - LEMBRETE   : " CT-NIVEL1.
           DISPLAY "  NIVEL 2 - NOTIFICACAO: " CT-NIVEL2.
           DISPLAY "  NIVEL 3 - AVISO FINAL: " CT-NIVEL3.
           DISPLAY "AGUARDANDO INTERVALO   : " CT-AGUARDANDO.
           DISPLAY "PARA O JURIDICO        : " CT-JURIDICO.
           DISPLAY "VALOR COBRADO          : " TOT-COBRADO.
           CLOSE CRABERTO COBHIST CARTACOB.
