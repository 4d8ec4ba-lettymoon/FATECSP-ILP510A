           SELECT FOLHALIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.
           SELECT ADIANLIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.
           SELECT PARMREM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHALIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT REMREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FOLHALIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIQ.DAT".
       01 REG-FOLHALIQ  PIC X(34).

       FD ADIANLIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANLIQ.DAT".
       01 REG-ADIANLIQ  PIC X(34).

       FD PARMREM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREM.DAT".
       01 REG-PARM-REM.
           02 TIPO-PARM PIC X(01).

       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".
       01 REG-REMESSA      PIC X(100).

       FD FOLHALIB
           LABEL RECORD ARE STANDARD
           02 LIBERADO-LIB PIC X(01).
           02 DATA-LIB     PIC 9(08).

       FD FUNCMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCMEST.DAT".
       01 REG-FUNC.
           02 COD-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 CPF-FUNC       PIC 9(11).
           02 PIS-FUNC       PIC 9(11).
           02 DATA-ADM-FUNC  PIC 9(08).
           02 CARGO-FUNC     PIC X(20).
           02 BANCO-FUNC     PIC 9(03).
           02 AGENCIA-FUNC   PIC 9(05).
           02 CONTA-FUNC     PIC X(12).
           02 SIT-FUNC       PIC X(01).
           02 DATA-DESL-FUNC PIC 9(08).
           02 FILLER         PIC X(06).

       FD REMREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMREJ.DAT".
       01 REG-REM-REJ.
           02 COD-VEND-RREJ PIC 9(05).
           02 NOME-RREJ     PIC X(20).
           02 SAL-LIQ-RREJ  PIC 9(07)V99.
           02 MOTIVO-RREJ   PIC X(30).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 WS-STATUS-LIQ PIC X(02).
           77 WS-STATUS-LIB PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 TIPO-REMESSA  PIC X(01) VALUE "F".
               88 REMESSA-ADIANTAMENTO VALUE "A".
           77 LIBERADO      PIC X(01) VALUE "N".
           77 DATA-PAGTO    PIC 9(08) VALUE ZEROES.
           77 CT-DETALHES   PIC 9(06) VALUE ZEROES.
           77 SOMA-VALORES  PIC 9(13)V99 VALUE ZEROES.
           77 WS-STATUS-FUNC PIC X(02).
           77 QTD-FUNC      PIC 9(04) VALUE ZEROES.
           77 IND-FUNC      PIC 9(04) VALUE ZEROES.
           77 ACHEI         PIC X(01) VALUE "N".
           77 CT-REJEITADOS PIC 9(06) VALUE ZEROES.
           77 SOMA-REJEITADOS PIC 9(13)V99 VALUE ZEROES.
           77 DIAS-DESL     PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF PIC X(02) VALUE SPACES.
           77 PRAZO-DESL    PIC 9(03) VALUE 30.

       01 REG-LIQ.
           02 COD-VEND-LIQ  PIC 9(05).
           02 NOME-LIQ      PIC X(20).
           02 SAL-LIQ-LIQ   PIC 9(07)V99.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC     PIC 9(05).
               03 TAB-CPF-FUNC     PIC 9(11).
               03 TAB-BANCO-FUNC   PIC 9(03).
               03 TAB-AGENCIA-FUNC PIC 9(05).
               03 TAB-CONTA-FUNC   PIC X(12).
               03 TAB-SIT-FUNC     PIC X(01).
               03 TAB-DESL-FUNC    PIC 9(08).

       01 REM-HEADER.
           02 TIPO-HDR      PIC 9(01) VALUE 0.
           02 NOME-EMPRESA  PIC X(30)
                            VALUE "TURISMAR TURISMOS LTDA".
           02 DATA-PAGTO-HDR PIC 9(08).
           02 TIPO-REM-HDR  PIC X(01).
           02 FILLER        PIC X(60) VALUE SPACES.

       01 REM-DETALHE.
           02 TIPO-DET      PIC 9(01) VALUE 1.
           02 NOME-DET      PIC X(30).
           02 VALOR-DET     PIC 9(13)V99.
           02 FILLER        PIC X(09) VALUE SPACES.
           02 BANCO-DET     PIC 9(03).
           02 AGENCIA-DET   PIC 9(05).
           02 CONTA-DET     PIC X(12).
           02 CPF-DET       PIC 9(11).
           02 FILLER        PIC X(09) VALUE SPACES.

       01 REM-TRAILER.
           02 TIPO-TRL      PIC 9(01) VALUE 9.
           02 QTD-TRL       PIC 9(06).
           02 SOMA-TRL      PIC 9(13)V99.
           02 FILLER        PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-REMBANCO.

       INICIO.
           ACCEPT DATA-PAGTO FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           IF REMESSA-ADIANTAMENTO
              OPEN INPUT ADIANLIQ
              IF WS-STATUS-LIQ NOT EQUAL "00"
                 DISPLAY "ADIANLIQ.DAT NAO ENCONTRADO - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM VERIFICA-LIBERACAO
           END-IF.
           PERFORM CARREGA-FUNCIONARIOS.
           IF NOT REMESSA-ADIANTAMENTO
              OPEN INPUT FOLHALIQ
              IF WS-STATUS-LIQ NOT EQUAL "00"
                 DISPLAY "FOLHALIQ.DAT NAO ENCONTRADO - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT REMESSA REMREJ.
           MOVE DATA-PAGTO TO DATA-PAGTO-HDR.
           MOVE TIPO-REMESSA TO TIPO-REM-HDR.
           WRITE REG-REMESSA FROM REM-HEADER.
           PERFORM LEITURA.

       CARREGA-PARAMETRO.
           OPEN INPUT PARMREM.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMREM
                  NOT AT END
                      IF TIPO-PARM EQUAL "A"
                         MOVE "A" TO TIPO-REMESSA
                      END-IF
              END-READ
              CLOSE PARMREM
           END-IF.

       VERIFICA-LIBERACAO.
           OPEN INPUT FOLHALIB.
           IF WS-STATUS-LIB EQUAL "00"
              END-READ
              CLOSE FOLHALIB
           END-IF.
           IF LIBERADO EQUAL "V"
              DISPLAY "LIBERACAO DA FOLHA AGUARDANDO APROVACAO - "
                      "REMESSA BLOQUEADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF LIBERADO NOT EQUAL "S"
              DISPLAY "FOLHA NAO LIBERADA PELA VERIFICACAO - "
                      "REMESSA BLOQUEADA"
              STOP RUN
           END-IF.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT FUNCMEST.
           IF WS-STATUS-FUNC NOT EQUAL "00"
              DISPLAY "FUNCMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ARQ EQUAL "S".
           CLOSE FUNCMEST.
           MOVE "N" TO FIM-ARQ.

       LER-FUNCIONARIO.
           READ FUNCMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FUNCIONARIO.
           IF COD-FUNC NOT EQUAL 99999 AND QTD-FUNC LESS THAN 2000
              ADD 1 TO QTD-FUNC
              MOVE COD-FUNC       TO TAB-COD-FUNC(QTD-FUNC)
              MOVE CPF-FUNC       TO TAB-CPF-FUNC(QTD-FUNC)
              MOVE BANCO-FUNC     TO TAB-BANCO-FUNC(QTD-FUNC)
              MOVE AGENCIA-FUNC   TO TAB-AGENCIA-FUNC(QTD-FUNC)
              MOVE CONTA-FUNC     TO TAB-CONTA-FUNC(QTD-FUNC)
              MOVE SIT-FUNC       TO TAB-SIT-FUNC(QTD-FUNC)
              MOVE DATA-DESL-FUNC TO TAB-DESL-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       LEITURA.
           IF REMESSA-ADIANTAMENTO
              READ ADIANLIQ INTO REG-LIQ AT END MOVE "S" TO FIM-ARQ
              END-READ
           ELSE
              READ FOLHALIQ INTO REG-LIQ AT END MOVE "S" TO FIM-ARQ
              END-READ
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "N"
              MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-RREJ
              PERFORM GRAVA-REJEITO
           ELSE
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                 PERFORM VERIFICA-DESLIGADO
              END-IF
           END-IF.
           IF ACHEI EQUAL "S"
              IF TAB-BANCO-FUNC(IND-FUNC) EQUAL ZEROES OR
                 TAB-AGENCIA-FUNC(IND-FUNC) EQUAL ZEROES OR
                 TAB-CONTA-FUNC(IND-FUNC) EQUAL SPACES
                 MOVE "DADOS BANCARIOS AUSENTES" TO MOTIVO-RREJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 MOVE COD-VEND-LIQ TO COD-VEND-DET
                 MOVE NOME-LIQ     TO NOME-DET
                 MOVE SAL-LIQ-LIQ  TO VALOR-DET
                 MOVE TAB-BANCO-FUNC(IND-FUNC)   TO BANCO-DET
                 MOVE TAB-AGENCIA-FUNC(IND-FUNC) TO AGENCIA-DET
                 MOVE TAB-CONTA-FUNC(IND-FUNC)   TO CONTA-DET
                 MOVE TAB-CPF-FUNC(IND-FUNC)     TO CPF-DET
                 WRITE REG-REMESSA FROM REM-DETALHE
                 ADD 1 TO CT-DETALHES
                 ADD SAL-LIQ-LIQ TO SOMA-VALORES
              END-IF
           END-IF.
           PERFORM LEITURA.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-LIQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       VERIFICA-DESLIGADO.
           CALL "DATADIF" USING TAB-DESL-FUNC(IND-FUNC) DATA-PAGTO
                                DIAS-DESL RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00" OR
              DIAS-DESL GREATER THAN PRAZO-DESL
              MOVE "N" TO ACHEI
              MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-RREJ
              PERFORM GRAVA-REJEITO
           END-IF.

       GRAVA-REJEITO.
           MOVE COD-VEND-LIQ TO COD-VEND-RREJ.
           MOVE NOME-LIQ     TO NOME-RREJ.
           MOVE SAL-LIQ-LIQ  TO SAL-LIQ-RREJ.
           WRITE REG-REM-REJ.
           ADD 1 TO CT-REJEITADOS.
           ADD SAL-LIQ-LIQ TO SOMA-REJEITADOS.

       GRAVA-TRAILER.
           MOVE CT-DETALHES  TO QTD-TRL.
           MOVE SOMA-VALORES TO SOMA-TRL.
           WRITE REG-REMESSA FROM REM-TRAILER.

       FIM.
           IF REMESSA-ADIANTAMENTO
              DISPLAY "REMESSA DE ADIANTAMENTO QUINZENAL"
              CLOSE ADIANLIQ
           ELSE
              CLOSE FOLHALIQ
           END-IF.
           DISPLAY "DETALHES GRAVADOS NA REMESSA: " CT-DETALHES.
           DISPLAY "SOMA DOS VALORES            : " SOMA-VALORES.
           DISPLAY "CREDITOS REJEITADOS         : " CT-REJEITADOS.
           DISPLAY "SOMA DOS REJEITADOS         : " SOMA-REJEITADOS.
           CLOSE REMESSA REMREJ.
