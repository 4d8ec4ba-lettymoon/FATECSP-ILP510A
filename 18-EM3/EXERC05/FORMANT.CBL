       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FORMANT.
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
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORN.
           SELECT FORTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT FORATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FORNEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REG-FORN.
           02 COD-FORN      PIC 9(05).
           02 TIPO-FORN     PIC X(01).
           02 DOC-FORN      PIC 9(14).
           02 NOME-FORN     PIC X(40).
           02 BANCO-FORN    PIC 9(03).
           02 AGENCIA-FORN  PIC 9(05).
           02 CONTA-FORN    PIC X(12).
           02 SIT-FORN      PIC X(01).
           02 DATA-CAD-FORN PIC 9(08).

       FD FORTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORTRAN.DAT".
       01 REG-TRAN.
           02 ACAO-TRAN     PIC X(01).
               88 ACAO-INCLUIR  VALUE "I".
               88 ACAO-ALTERAR  VALUE "A".
               88 ACAO-EXCLUIR  VALUE "E".
           02 COD-FORN-TRAN PIC 9(05).
           02 TIPO-TRAN     PIC X(01).
               88 TRAN-FISICA   VALUE "F".
               88 TRAN-JURIDICA VALUE "J".
           02 DOC-TRAN-X    PIC X(14).
           02 DOC-TRAN-9 REDEFINES DOC-TRAN-X PIC 9(14).
           02 NOME-TRAN     PIC X(40).
           02 BANCO-TRAN-X  PIC X(03).
           02 BANCO-TRAN REDEFINES BANCO-TRAN-X PIC 9(03).
           02 AGENCIA-TRAN-X PIC X(05).
           02 AGENCIA-TRAN REDEFINES AGENCIA-TRAN-X PIC 9(05).
           02 CONTA-TRAN    PIC X(12).

       FD FORATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.ATU".
       01 REG-FORN-ATU.
           02 COD-FORN-ATU     PIC 9(05).
           02 TIPO-FORN-ATU    PIC X(01).
           02 DOC-FORN-ATU     PIC 9(14).
           02 NOME-FORN-ATU    PIC X(40).
           02 BANCO-FORN-ATU   PIC 9(03).
           02 AGENCIA-FORN-ATU PIC 9(05).
           02 CONTA-FORN-ATU   PIC X(12).
           02 SIT-FORN-ATU     PIC X(01).
           02 DATA-CAD-ATU     PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-FORN PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-FORN       PIC 9(04) VALUE ZEROES.
           77 IND-FORN       PIC 9(04) VALUE ZEROES.
           77 IND-DOC        PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 ACHEI-DOC      PIC X(01) VALUE "N".
           77 TRAN-OK        PIC X(01) VALUE "S".
           77 CT-TRANS       PIC 9(04) VALUE ZEROES.
           77 CT-INCLUIDOS   PIC 9(04) VALUE ZEROES.
           77 CT-ALTERADOS   PIC 9(04) VALUE ZEROES.
           77 CT-INATIVADOS  PIC 9(04) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(04) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(04) VALUE ZEROES.
           77 TIPO-DOC       PIC X(01) VALUE SPACES.
           77 NUMERO-DOC     PIC X(14) VALUE SPACES.
           77 RESULTADO-DOC  PIC X(02) VALUE SPACES.

       01 TABELA-FORNECEDORES.
           02 TAB-FORN OCCURS 2000 TIMES.
               03 TAB-COD-FORN     PIC 9(05).
               03 TAB-TIPO-FORN    PIC X(01).
               03 TAB-DOC-FORN     PIC 9(14).
               03 TAB-NOME-FORN    PIC X(40).
               03 TAB-BANCO-FORN   PIC 9(03).
               03 TAB-AGENCIA-FORN PIC 9(05).
               03 TAB-CONTA-FORN   PIC X(12).
               03 TAB-SIT-FORN     PIC X(01).
               03 TAB-DATA-FORN    PIC 9(08).

       PROCEDURE DIVISION.
       PGM-FORMANT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-FORNEC.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-ATUALIZADO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-FORNEC.
           OPEN INPUT FORNEC.
           IF WS-STATUS-FORN EQUAL "00"
              PERFORM LER-FORNEC
              PERFORM GUARDA-FORNEC UNTIL FIM-ARQ EQUAL "S"
              CLOSE FORNEC
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FORNEC.
           READ FORNEC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FORNEC.
           IF QTD-FORN LESS THAN 2000
              ADD 1 TO QTD-FORN
              MOVE COD-FORN      TO TAB-COD-FORN(QTD-FORN)
              MOVE TIPO-FORN     TO TAB-TIPO-FORN(QTD-FORN)
              MOVE DOC-FORN      TO TAB-DOC-FORN(QTD-FORN)
              MOVE NOME-FORN     TO TAB-NOME-FORN(QTD-FORN)
              MOVE BANCO-FORN    TO TAB-BANCO-FORN(QTD-FORN)
              MOVE AGENCIA-FORN  TO TAB-AGENCIA-FORN(QTD-FORN)
              MOVE CONTA-FORN    TO TAB-CONTA-FORN(QTD-FORN)
              MOVE SIT-FORN      TO TAB-SIT-FORN(QTD-FORN)
              MOVE DATA-CAD-FORN TO TAB-DATA-FORN(QTD-FORN)
           ELSE
              DISPLAY "FORNEC.DAT EXCEDE A TABELA DE FORNECEDORES - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FORNEC.

       INICIO.
           OPEN INPUT FORTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "FORTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ FORTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-FORNEC.
           EVALUATE TRUE
              WHEN ACAO-INCLUIR  PERFORM TRATA-INCLUSAO
              WHEN ACAO-ALTERAR  PERFORM TRATA-ALTERACAO
              WHEN ACAO-EXCLUIR  PERFORM TRATA-EXCLUSAO
              WHEN OTHER
                 DISPLAY "ACAO INVALIDA: " ACAO-TRAN " "
                         COD-FORN-TRAN
                 ADD 1 TO CT-REJEITADOS
           END-EVALUATE.
           PERFORM LEITURA.

       PESQUISA-FORNEC.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FORN.
           PERFORM TESTA-FORNEC UNTIL IND-FORN GREATER THAN QTD-FORN
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FORN
           END-IF.

       TESTA-FORNEC.
           IF TAB-COD-FORN(IND-FORN) EQUAL COD-FORN-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FORN.

       VALIDA-TRANSACAO.
           MOVE "S" TO TRAN-OK.
           IF NOT TRAN-FISICA AND NOT TRAN-JURIDICA
              DISPLAY "TIPO DE PESSOA INVALIDO - FORNECEDOR "
                      COD-FORN-TRAN
              MOVE "N" TO TRAN-OK
           ELSE
              MOVE TIPO-TRAN  TO TIPO-DOC
              MOVE DOC-TRAN-X TO NUMERO-DOC
              CALL "DOCVAL" USING TIPO-DOC NUMERO-DOC RESULTADO-DOC
              IF RESULTADO-DOC NOT EQUAL "00"
                 DISPLAY "CPF/CNPJ INVALIDO - FORNECEDOR "
                         COD-FORN-TRAN " " DOC-TRAN-X
                 MOVE "N" TO TRAN-OK
              END-IF
           END-IF.
           IF TRAN-OK EQUAL "S" AND NOME-TRAN EQUAL SPACES
              DISPLAY "NOME NAO INFORMADO - FORNECEDOR "
                      COD-FORN-TRAN
              MOVE "N" TO TRAN-OK
           END-IF.
           IF TRAN-OK EQUAL "S" AND
              (BANCO-TRAN-X NOT NUMERIC OR
               AGENCIA-TRAN-X NOT NUMERIC OR
               CONTA-TRAN EQUAL SPACES)
              DISPLAY "DADOS BANCARIOS INVALIDOS - FORNECEDOR "
                      COD-FORN-TRAN
              MOVE "N" TO TRAN-OK
           END-IF.
           IF TRAN-OK EQUAL "S"
              PERFORM PESQUISA-DOC
              IF ACHEI-DOC EQUAL "S"
                 DISPLAY "CPF/CNPJ JA CADASTRADO EM OUTRO FORNECEDOR "
                         "- " COD-FORN-TRAN " " DOC-TRAN-X
                 MOVE "N" TO TRAN-OK
              END-IF
           END-IF.

       PESQUISA-DOC.
           MOVE "N" TO ACHEI-DOC.
           MOVE 1 TO IND-DOC.
           PERFORM TESTA-DOC UNTIL IND-DOC GREATER THAN QTD-FORN
                   OR ACHEI-DOC EQUAL "S".

       TESTA-DOC.
           IF TAB-TIPO-FORN(IND-DOC) EQUAL TIPO-TRAN AND
              TAB-DOC-FORN(IND-DOC) EQUAL DOC-TRAN-9 AND
              TAB-COD-FORN(IND-DOC) NOT EQUAL COD-FORN-TRAN
              MOVE "S" TO ACHEI-DOC
           END-IF.
           ADD 1 TO IND-DOC.

       TRATA-INCLUSAO.
           IF ACHEI EQUAL "S"
              DISPLAY "FORNECEDOR JA CADASTRADO: " COD-FORN-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              PERFORM VALIDA-TRANSACAO
              IF TRAN-OK EQUAL "N"
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 IF QTD-FORN LESS THAN 2000
                    ADD 1 TO QTD-FORN
                    MOVE QTD-FORN TO IND-FORN
                    MOVE COD-FORN-TRAN TO TAB-COD-FORN(IND-FORN)
                    MOVE DATA-HOJE     TO TAB-DATA-FORN(IND-FORN)
                    PERFORM MOVE-DADOS
                    ADD 1 TO CT-INCLUIDOS
                 ELSE
                    DISPLAY "TABELA DE FORNECEDORES CHEIA - "
                            "IGNORADO: " COD-FORN-TRAN
                    ADD 1 TO CT-REJEITADOS
                 END-IF
              END-IF
           END-IF.

       TRATA-ALTERACAO.
           IF ACHEI EQUAL "N"
              DISPLAY "FORNECEDOR NAO CADASTRADO: " COD-FORN-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              PERFORM VALIDA-TRANSACAO
              IF TRAN-OK EQUAL "N"
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 PERFORM MOVE-DADOS
                 ADD 1 TO CT-ALTERADOS
              END-IF
           END-IF.

       TRATA-EXCLUSAO.
           IF ACHEI EQUAL "N"
              DISPLAY "FORNECEDOR NAO CADASTRADO: " COD-FORN-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              IF TAB-SIT-FORN(IND-FORN) EQUAL "I"
                 DISPLAY "FORNECEDOR JA INATIVO: " COD-FORN-TRAN
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 MOVE "I" TO TAB-SIT-FORN(IND-FORN)
                 ADD 1 TO CT-INATIVADOS
              END-IF
           END-IF.

       MOVE-DADOS.
           MOVE TIPO-TRAN    TO TAB-TIPO-FORN(IND-FORN).
           MOVE DOC-TRAN-9   TO TAB-DOC-FORN(IND-FORN).
           MOVE NOME-TRAN    TO TAB-NOME-FORN(IND-FORN).
           MOVE BANCO-TRAN   TO TAB-BANCO-FORN(IND-FORN).
           MOVE AGENCIA-TRAN TO TAB-AGENCIA-FORN(IND-FORN).
           MOVE CONTA-TRAN   TO TAB-CONTA-FORN(IND-FORN).
           MOVE "A"          TO TAB-SIT-FORN(IND-FORN).

       GRAVA-ATUALIZADO.
           OPEN OUTPUT FORATU.
           MOVE 1 TO IND-FORN.
           PERFORM GRAVA-FORN-ITEM UNTIL IND-FORN GREATER THAN
                   QTD-FORN.
           CLOSE FORATU.

       GRAVA-FORN-ITEM.
           MOVE TAB-COD-FORN(IND-FORN)     TO COD-FORN-ATU.
           MOVE TAB-TIPO-FORN(IND-FORN)    TO TIPO-FORN-ATU.
           MOVE TAB-DOC-FORN(IND-FORN)     TO DOC-FORN-ATU.
           MOVE TAB-NOME-FORN(IND-FORN)    TO NOME-FORN-ATU.
           MOVE TAB-BANCO-FORN(IND-FORN)   TO BANCO-FORN-ATU.
           MOVE TAB-AGENCIA-FORN(IND-FORN) TO AGENCIA-FORN-ATU.
           MOVE TAB-CONTA-FORN(IND-FORN)   TO CONTA-FORN-ATU.
           MOVE TAB-SIT-FORN(IND-FORN)     TO SIT-FORN-ATU.
           MOVE TAB-DATA-FORN(IND-FORN)    TO DATA-CAD-ATU.
           WRITE REG-FORN-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO IND-FORN.

       FIM.
           DISPLAY "TRANSACOES LIDAS        : " CT-TRANS.
           DISPLAY "FORNECEDORES INCLUIDOS  : " CT-INCLUIDOS.
           DISPLAY "FORNECEDORES ALTERADOS  : " CT-ALTERADOS.
           DISPLAY "FORNECEDORES INATIVADOS : " CT-INATIVADOS.
           DISPLAY "TRANSACOES REJEITADAS   : " CT-REJEITADOS.
           DISPLAY "GRAVADOS EM FORNEC.ATU  : " CT-GRAVADOS.
           CLOSE FORTRAN.
