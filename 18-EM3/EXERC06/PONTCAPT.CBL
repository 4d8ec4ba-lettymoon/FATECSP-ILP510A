       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PONTCAPT.
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
           SELECT PONTOENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.
           SELECT PONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.
           SELECT PONTREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PONTOENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOENT.DAT".
       01 REG-ENT.
           02 COD-ENT      PIC 9(05).
           02 DATA-ENT     PIC X(08).
           02 DATA-ENT-9 REDEFINES DATA-ENT PIC 9(08).
           02 ENTRADA1-ENT PIC X(04).
           02 SAIDA1-ENT   PIC X(04).
           02 ENTRADA2-ENT PIC X(04).
           02 SAIDA2-ENT   PIC X(04).

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

       FD PERIODOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODOS.DAT".
       01 REG-PER.
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).

       FD PONTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".
       01 REG-PONTO.
           02 COD-PONTO      PIC 9(05).
           02 DATA-PONTO     PIC 9(08).
           02 ENTRADA1-PONTO PIC X(04).
           02 SAIDA1-PONTO   PIC X(04).
           02 ENTRADA2-PONTO PIC X(04).
           02 SAIDA2-PONTO   PIC X(04).
           02 DATA-CAPT-PONTO PIC 9(08).

       FD PONTREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTREJ.DAT".
       01 REG-REJ.
           02 IMAGEM-REJ PIC X(29).
           02 MOTIVO-REJ PIC X(30).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-ENT   PIC X(02).
           77 WS-STATUS-FUNC  PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 WS-STATUS-PONTO PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 QTD-FUNC        PIC 9(04) VALUE ZEROES.
           77 IND-FUNC        PIC 9(04) VALUE ZEROES.
           77 QTD-FECH        PIC 9(03) VALUE ZEROES.
           77 IND-FECH        PIC 9(03) VALUE ZEROES.
           77 QTD-LOTE        PIC 9(04) VALUE ZEROES.
           77 IND-LOTE        PIC 9(04) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 VALIDO          PIC X(01) VALUE "S".
           77 HORA-OK         PIC X(01) VALUE "S".
           77 DATA-TESTE      PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO    PIC X(01) VALUE "S".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 CT-LIDOS        PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS     PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS   PIC 9(05) VALUE ZEROES.

       01 HORA-TESTE.
           02 HH-TESTE PIC 9(02).
           02 MM-TESTE PIC 9(02).
       01 HORA-TESTE-X REDEFINES HORA-TESTE PIC X(04).

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC PIC 9(05).
               03 TAB-SIT-FUNC PIC X(01).

       01 TABELA-FECHADAS.
           02 TAB-COMPET-FECH PIC 9(06) OCCURS 200 TIMES.

       01 TABELA-LOTE.
           02 TAB-LOTE OCCURS 5000 TIMES.
               03 TAB-COD-LOTE  PIC 9(05).
               03 TAB-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION.
       PGM-PONTCAPT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-PERIODOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           STOP RUN.

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
              MOVE COD-FUNC TO TAB-COD-FUNC(QTD-FUNC)
              MOVE SIT-FUNC TO TAB-SIT-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-PERIODOS.
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
           IF SIT-PER EQUAL "F" AND QTD-FECH LESS THAN 200
              ADD 1 TO QTD-FECH
              MOVE COMPET-PER TO TAB-COMPET-FECH(QTD-FECH)
           END-IF.
           PERFORM LER-PERIODO.

       INICIO.
           OPEN INPUT PONTOENT.
           IF WS-STATUS-ENT NOT EQUAL "00"
              DISPLAY "PONTOENT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND PONTO.
           IF WS-STATUS-PONTO EQUAL "35"
              OPEN OUTPUT PONTO
           END-IF.
           OPEN OUTPUT PONTREJ.
           PERFORM LEITURA.

       LEITURA.
           READ PONTOENT AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-MARCACAO.
           IF VALIDO EQUAL "S"
              PERFORM GRAVA-PONTO
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       VALIDA-MARCACAO.
           MOVE "S" TO VALIDO.
           IF COD-ENT NOT NUMERIC
              MOVE "CODIGO NAO NUMERICO" TO MOTIVO-REJ
              MOVE "N" TO VALIDO
           ELSE
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "N"
                 MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-REJ
                 MOVE "N" TO VALIDO
              ELSE
                 IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                    MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-REJ
                    MOVE "N" TO VALIDO
                 END-IF
              END-IF
           END-IF.
           IF VALIDO EQUAL "S"
              MOVE DATA-ENT TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "DATA DA MARCACAO INVALIDA" TO MOTIVO-REJ
                 MOVE "N" TO VALIDO
              ELSE
                 PERFORM PESQUISA-FECHADA
                 IF ACHEI EQUAL "S"
                    MOVE "COMPETENCIA FECHADA" TO MOTIVO-REJ
                    MOVE "N" TO VALIDO
                 END-IF
              END-IF
           END-IF.
           IF VALIDO EQUAL "S"
              IF ENTRADA1-ENT EQUAL SPACES AND SAIDA1-ENT EQUAL SPACES
                 AND ENTRADA2-ENT EQUAL SPACES AND
                 SAIDA2-ENT EQUAL SPACES
                 MOVE "SEM MARCACOES" TO MOTIVO-REJ
                 MOVE "N" TO VALIDO
              ELSE
                 PERFORM VALIDA-HORARIOS
              END-IF
           END-IF.
           IF VALIDO EQUAL "S"
              PERFORM PESQUISA-LOTE
              IF ACHEI EQUAL "S"
                 MOVE "MARCACAO DUPLICADA NO LOTE" TO MOTIVO-REJ
                 MOVE "N" TO VALIDO
              ELSE
                 PERFORM GUARDA-LOTE
              END-IF
           END-IF.

       VALIDA-HORARIOS.
           MOVE "S" TO HORA-OK.
           MOVE ENTRADA1-ENT TO HORA-TESTE-X.
           PERFORM VALIDA-HORA.
           MOVE SAIDA1-ENT TO HORA-TESTE-X.
           PERFORM VALIDA-HORA.
           MOVE ENTRADA2-ENT TO HORA-TESTE-X.
           PERFORM VALIDA-HORA.
           MOVE SAIDA2-ENT TO HORA-TESTE-X.
           PERFORM VALIDA-HORA.
           IF HORA-OK EQUAL "N"
              MOVE "HORARIO INVALIDO" TO MOTIVO-REJ
              MOVE "N" TO VALIDO
           END-IF.

       VALIDA-HORA.
           IF HORA-TESTE-X NOT EQUAL SPACES
              IF HORA-TESTE-X NOT NUMERIC
                 MOVE "N" TO HORA-OK
              ELSE
                 IF HH-TESTE GREATER THAN 23 OR
                    MM-TESTE GREATER THAN 59
                    MOVE "N" TO HORA-OK
                 END-IF
              END-IF
           END-IF.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-FECHADA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FECH.
           PERFORM TESTA-FECHADA UNTIL IND-FECH GREATER THAN
                   QTD-FECH OR ACHEI EQUAL "S".

       TESTA-FECHADA.
           IF TAB-COMPET-FECH(IND-FECH) EQUAL DATA-ENT(1:6)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FECH.

       PESQUISA-LOTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-LOTE.
           PERFORM TESTA-LOTE UNTIL IND-LOTE GREATER THAN
                   QTD-LOTE OR ACHEI EQUAL "S".

       TESTA-LOTE.
           IF TAB-COD-LOTE(IND-LOTE) EQUAL COD-ENT AND
              TAB-DATA-LOTE(IND-LOTE) EQUAL DATA-ENT-9
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-LOTE.

       GUARDA-LOTE.
           IF QTD-LOTE LESS THAN 5000
              ADD 1 TO QTD-LOTE
              MOVE COD-ENT     TO TAB-COD-LOTE(QTD-LOTE)
              MOVE DATA-ENT-9  TO TAB-DATA-LOTE(QTD-LOTE)
           END-IF.

       GRAVA-PONTO.
           MOVE COD-ENT      TO COD-PONTO.
           MOVE DATA-ENT-9   TO DATA-PONTO.
           MOVE ENTRADA1-ENT TO ENTRADA1-PONTO.
           MOVE SAIDA1-ENT   TO SAIDA1-PONTO.
           MOVE ENTRADA2-ENT TO ENTRADA2-PONTO.
           MOVE SAIDA2-ENT   TO SAIDA2-PONTO.
           MOVE DATA-HOJE    TO DATA-CAPT-PONTO.
           WRITE REG-PONTO.
           ADD 1 TO CT-GRAVADOS.

       GRAVA-REJEITO.
           MOVE REG-ENT TO IMAGEM-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       FIM.
           DISPLAY "MARCACOES LIDAS      : " CT-LIDOS.
           DISPLAY "MARCACOES GRAVADAS   : " CT-GRAVADOS.
           DISPLAY "MARCACOES REJEITADAS : " CT-REJEITADOS.
           CLOSE PONTOENT PONTO PONTREJ.
