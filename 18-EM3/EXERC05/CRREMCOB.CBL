       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRREMCOB.
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
           SELECT BOLREG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REG.
           SELECT REMCOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

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

       FD BOLREG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLREG.DAT".
       01 REG-BOL.
           02 NR-NOTA-BOL  PIC 9(04).
           02 PARCELA-BOL  PIC 9(02).
           02 DATA-BOL     PIC 9(08).
           02 VALOR-BOL    PIC 9(07)V99.

       FD REMCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMCOB.DAT".
       01 REG-REMCOB PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-CR   PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 WS-STATUS-REG  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 ACHEI-CLI      PIC X(01) VALUE "N".
           77 QTD-BOL        PIC 9(04) VALUE ZEROES.
           77 IND-BOL        PIC 9(04) VALUE ZEROES.
           77 ACHEI-BOL      PIC X(01) VALUE "N".
           77 SALDO-TITULO   PIC 9(07)V99 VALUE ZEROES.
           77 CT-LIDOS       PIC 9(05) VALUE ZEROES.
           77 CT-REGISTRADOS PIC 9(05) VALUE ZEROES.
           77 CT-SEM-CLIENTE PIC 9(05) VALUE ZEROES.
           77 CT-DETALHES    PIC 9(06) VALUE ZEROES.
           77 SOMA-VALORES   PIC 9(13)V99 VALUE ZEROES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI    PIC 9(05).
               03 TAB-CPF-CLI    PIC 9(11).
               03 TAB-NOME-CLI   PIC X(30).

       01 TABELA-BOLETOS.
           02 TAB-BOL OCCURS 2000 TIMES.
               03 TAB-NOTA-BOL   PIC 9(04).
               03 TAB-PARC-BOL   PIC 9(02).

       01 REM-HEADER.
           02 TIPO-HDR      PIC 9(01) VALUE 0.
           02 NOME-EMPRESA  PIC X(30)
                            VALUE "TURISMAR TURISMOS LTDA".
           02 SERVICO-HDR   PIC X(08) VALUE "COBRANCA".
           02 DATA-REM-HDR  PIC 9(08).
           02 FILLER        PIC X(33) VALUE SPACES.

       01 REM-DETALHE.
           02 TIPO-DET      PIC 9(01) VALUE 1.
           02 NR-NOTA-DET   PIC 9(04).
           02 PARCELA-DET   PIC 9(02).
           02 COD-CLI-DET   PIC 9(05).
           02 NOME-DET      PIC X(30).
           02 CPF-DET       PIC 9(11).
           02 VENC-DET      PIC 9(08).
           02 VALOR-DET     PIC 9(13)V99.
           02 FILLER        PIC X(04) VALUE SPACES.

       01 REM-TRAILER.
           02 TIPO-TRL      PIC 9(01) VALUE 9.
           02 QTD-TRL       PIC 9(06).
           02 SOMA-TRL      PIC 9(13)V99.
           02 FILLER        PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CRREMCOB.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-REGISTRADOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-TRAILER.
           PERFORM FIM.
           STOP RUN.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CLIENTE.
           PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE CLIMEST.
           MOVE "N" TO FIM-ARQ.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI  TO TAB-COD-CLI(QTD-CLI)
              MOVE CPF-CLI  TO TAB-CPF-CLI(QTD-CLI)
              MOVE NOME-CLI TO TAB-NOME-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-REGISTRADOS.
           OPEN INPUT BOLREG.
           IF WS-STATUS-REG EQUAL "00"
              PERFORM LER-REGISTRADO
              PERFORM GUARDA-REGISTRADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE BOLREG
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-REGISTRADO.
           READ BOLREG AT END MOVE "S" TO FIM-ARQ.

       GUARDA-REGISTRADO.
           IF QTD-BOL LESS THAN 2000
              ADD 1 TO QTD-BOL
              MOVE NR-NOTA-BOL TO TAB-NOTA-BOL(QTD-BOL)
              MOVE PARCELA-BOL TO TAB-PARC-BOL(QTD-BOL)
           ELSE
              DISPLAY "BOLREG.DAT EXCEDE A TABELA DE BOLETOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-REGISTRADO.

       INICIO.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND BOLREG.
           IF WS-STATUS-REG EQUAL "35"
              OPEN OUTPUT BOLREG
           END-IF.
           OPEN OUTPUT REMCOB.
           MOVE DATA-HOJE TO DATA-REM-HDR.
           WRITE REG-REMCOB FROM REM-HEADER.
           PERFORM LEITURA.

       LEITURA.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           IF SIT-CR EQUAL "A"
              PERFORM PESQUISA-REGISTRADO
              IF ACHEI-BOL EQUAL "S"
                 ADD 1 TO CT-REGISTRADOS
              ELSE
                 PERFORM GRAVA-DETALHE
              END-IF
           END-IF.
           PERFORM LEITURA.

       PESQUISA-REGISTRADO.
           MOVE "N" TO ACHEI-BOL.
           MOVE 1 TO IND-BOL.
           PERFORM TESTA-REGISTRADO UNTIL IND-BOL GREATER THAN QTD-BOL
                   OR ACHEI-BOL EQUAL "S".

       TESTA-REGISTRADO.
           IF TAB-NOTA-BOL(IND-BOL) EQUAL NR-NOTA-CR AND
              TAB-PARC-BOL(IND-BOL) EQUAL PARCELA-CR
              MOVE "S" TO ACHEI-BOL
           END-IF.
           ADD 1 TO IND-BOL.

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

       GRAVA-DETALHE.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI-CLI EQUAL "N"
              ADD 1 TO CT-SEM-CLIENTE
              DISPLAY "NOTA " NR-NOTA-CR " PARCELA " PARCELA-CR
                      " SEM CLIENTE CADASTRADO - NAO REMETIDA"
           ELSE
              COMPUTE SALDO-TITULO = VALOR-CR - RECEBIDO-CR
              MOVE NR-NOTA-CR   TO NR-NOTA-DET
              MOVE PARCELA-CR   TO PARCELA-DET
              MOVE COD-CLI-CR   TO COD-CLI-DET
              MOVE TAB-NOME-CLI(IND-CLI) TO NOME-DET
              MOVE TAB-CPF-CLI(IND-CLI)  TO CPF-DET
              MOVE DATA-VENC-CR TO VENC-DET
              MOVE SALDO-TITULO TO VALOR-DET
              WRITE REG-REMCOB FROM REM-DETALHE
              MOVE NR-NOTA-CR   TO NR-NOTA-BOL
              MOVE PARCELA-CR   TO PARCELA-BOL
              MOVE DATA-HOJE    TO DATA-BOL
              MOVE SALDO-TITULO TO VALOR-BOL
              WRITE REG-BOL
              ADD 1 TO CT-DETALHES
              ADD SALDO-TITULO TO SOMA-VALORES
           END-IF.

       GRAVA-TRAILER.
           MOVE CT-DETALHES  TO QTD-TRL.
           MOVE SOMA-VALORES TO SOMA-TRL.
           WRITE REG-REMCOB FROM REM-TRAILER.

       FIM.
           DISPLAY "TITULOS LIDOS               : " CT-LIDOS.
           DISPLAY "JA REGISTRADOS NO BANCO     : " CT-REGISTRADOS.
           DISPLAY "SEM CLIENTE CADASTRADO      : " CT-SEM-CLIENTE.
           DISPLAY "DETALHES GRAVADOS NA REMESSA: " CT-DETALHES.
           DISPLAY "SOMA DOS VALORES            : " SOMA-VALORES.
           CLOSE CRABERTO BOLREG REMCOB.
