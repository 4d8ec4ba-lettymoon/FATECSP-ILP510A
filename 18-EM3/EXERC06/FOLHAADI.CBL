       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHAADI.
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
           SELECT PARMADTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FERIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FER.
           SELECT ADIANTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ADTO.
           SELECT ADIANLIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADIANREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.

       DATA DIVISION.
       FILE SECTION.

       FD PARMADTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMADTO.DAT".
       01 REG-PARM-ADTO.
           02 PERC-PARM PIC 9V9999.

       FD CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-ENT.
           02 COD-DEP-ENT   PIC X(01).
           02 COD-SEC-ENT   PIC X(01).
           02 COD-VEND-ENT  PIC 9(05).
           02 NOME-ENT      PIC X(20).
           02 VAL-VEND-ENT  PIC 9(07)V99.
           02 SAL-FIXO-ENT  PIC 9(07)V99.
           02 DENCONTO-ENT  PIC 9(05)V99.
           02 HORAS-EXTRA-ENT PIC 9(03).

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

       FD FERIAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FER.
           02 COD-VEND-FER PIC 9(05).
           02 DATA-INI-FER PIC 9(08).
           02 DIAS-FER     PIC 9(02).

       FD ADIANTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANTA.DAT".
       01 REG-ADTO.
           02 COD-ADTO    PIC 9(05).
           02 COMPET-ADTO PIC 9(06).
           02 VALOR-ADTO  PIC 9(07)V99.
           02 DATA-ADTO   PIC 9(08).

       FD ADIANLIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANLIQ.DAT".
       01 REG-LIQ.
           02 COD-VEND-LIQ  PIC 9(05).
           02 NOME-LIQ      PIC X(20).
           02 SAL-LIQ-LIQ   PIC 9(07)V99.

       FD ADIANREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANREJ.DAT".
       01 REG-ADTO-REJ.
           02 IMAGEM-REJ    PIC X(55).
           02 MOTIVO-REJ    PIC X(30).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-FER  PIC X(02).
           77 WS-STATUS-ADTO PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 COMPET-ADIANT  PIC 9(06) VALUE ZEROES.
           77 ADTO-PERC      PIC 9V9999 VALUE 0,4000.
           77 VALOR-ADIANT   PIC 9(07)V99 VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 QTD-FER        PIC 9(04) VALUE ZEROES.
           77 IND-FER        PIC 9(04) VALUE ZEROES.
           77 QTD-PAGOS      PIC 9(04) VALUE ZEROES.
           77 IND-PAGOS      PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 EM-FERIAS      PIC X(01) VALUE "N".
           77 DIAS-SOMA-FER  PIC 9(03) VALUE ZEROES.
           77 DATA-FIM-FER   PIC 9(08) VALUE ZEROES.
           77 RESULTADO-SOMA PIC X(02) VALUE SPACES.
           77 CT-LIDOS       PIC 9(05) VALUE ZEROES.
           77 CT-ADIANTADOS  PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(05) VALUE ZEROES.
           77 CT-JA-PAGOS    PIC 9(05) VALUE ZEROES.
           77 TOTAL-ADIANT   PIC 9(11)V99 VALUE ZEROES.
           77 WS-STATUS-CONT PIC X(02).

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC  PIC 9(05).
               03 TAB-SIT-FUNC  PIC X(01).

       01 TABELA-FERIAS.
           02 TAB-FER OCCURS 1000 TIMES.
               03 TAB-COD-FER     PIC 9(05).
               03 TAB-INI-FER     PIC 9(08).
               03 TAB-FIM-FER     PIC 9(08).

       01 TABELA-PAGOS.
           02 TAB-PAGO OCCURS 2000 TIMES.
               03 TAB-COD-PAGO    PIC 9(05).

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 ORIGEM-CONT      PIC X(02) VALUE "AD".
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
       PGM-FOLHAADI.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE(1:6) TO COMPET-ADIANT.
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-FERIAS.
           PERFORM CARREGA-PAGOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-CONTABIL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           OPEN INPUT PARMADTO.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMADTO
                  NOT AT END
                      IF PERC-PARM NUMERIC AND PERC-PARM GREATER THAN 0
                         AND PERC-PARM LESS THAN 1
                         MOVE PERC-PARM TO ADTO-PERC
                      END-IF
              END-READ
              CLOSE PARMADTO
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
              MOVE COD-FUNC TO TAB-COD-FUNC(QTD-FUNC)
              MOVE SIT-FUNC TO TAB-SIT-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-FERIAS.
           OPEN INPUT FERIAS.
           IF WS-STATUS-FER EQUAL "00"
              PERFORM LER-FERIAS
              PERFORM GUARDA-FERIAS UNTIL FIM-ARQ EQUAL "S"
              CLOSE FERIAS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FERIAS.
           READ FERIAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FERIAS.
           IF QTD-FER LESS THAN 1000 AND DIAS-FER GREATER THAN 0
              MOVE DIAS-FER TO DIAS-SOMA-FER
              SUBTRACT 1 FROM DIAS-SOMA-FER
              CALL "DATASOMA" USING DATA-INI-FER DIAS-SOMA-FER
                                    DATA-FIM-FER RESULTADO-SOMA
              IF RESULTADO-SOMA EQUAL "00"
                 ADD 1 TO QTD-FER
                 MOVE COD-VEND-FER TO TAB-COD-FER(QTD-FER)
                 MOVE DATA-INI-FER TO TAB-INI-FER(QTD-FER)
                 MOVE DATA-FIM-FER TO TAB-FIM-FER(QTD-FER)
              END-IF
           END-IF.
           PERFORM LER-FERIAS.

       CARREGA-PAGOS.
           OPEN INPUT ADIANTA.
           IF WS-STATUS-ADTO EQUAL "00"
              PERFORM LER-ADIANTA
              PERFORM GUARDA-PAGO UNTIL FIM-ARQ EQUAL "S"
              CLOSE ADIANTA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ADIANTA.
           READ ADIANTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PAGO.
           IF COMPET-ADTO EQUAL COMPET-ADIANT AND
              QTD-PAGOS LESS THAN 2000
              ADD 1 TO QTD-PAGOS
              MOVE COD-ADTO TO TAB-COD-PAGO(QTD-PAGOS)
           END-IF.
           PERFORM LER-ADIANTA.

       INICIO.
           OPEN INPUT CADVEND.
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "CADVEND.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ADIANLIQ ADIANREJ.
           OPEN EXTEND ADIANTA.
           IF WS-STATUS-ADTO EQUAL "35"
              OPEN OUTPUT ADIANTA
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ CADVEND AT END MOVE "S" TO FIM-ARQ.

       PRINCIPAL.
           IF COD-DEP-ENT EQUAL "9" AND COD-SEC-ENT EQUAL "9" AND
              COD-VEND-ENT EQUAL 99999
              CONTINUE
           ELSE
              ADD 1 TO CT-LIDOS
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "N"
                 MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                    MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 ELSE
                    PERFORM VERIFICA-FERIAS
                    IF EM-FERIAS EQUAL "S"
                       MOVE "FUNCIONARIO EM FERIAS" TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                    ELSE
                       PERFORM VERIFICA-PAGO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       VERIFICA-PAGO.
           PERFORM PESQUISA-PAGO.
           IF ACHEI EQUAL "S"
              ADD 1 TO CT-JA-PAGOS
              DISPLAY "ADIANTAMENTO JA PAGO NA COMPETENCIA: "
                      COD-VEND-ENT
           ELSE
              MULTIPLY SAL-FIXO-ENT BY ADTO-PERC GIVING VALOR-ADIANT
                       ROUNDED
              IF VALOR-ADIANT EQUAL ZEROES
                 MOVE "SEM SALARIO FIXO" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 PERFORM GRAVA-ADIANTAMENTO
              END-IF
           END-IF.

       GRAVA-ADIANTAMENTO.
           MOVE COD-VEND-ENT  TO COD-VEND-LIQ.
           MOVE NOME-ENT      TO NOME-LIQ.
           MOVE VALOR-ADIANT  TO SAL-LIQ-LIQ.
           WRITE REG-LIQ.
           MOVE COD-VEND-ENT  TO COD-ADTO.
           MOVE COMPET-ADIANT TO COMPET-ADTO.
           MOVE VALOR-ADIANT  TO VALOR-ADTO.
           MOVE DATA-HOJE     TO DATA-ADTO.
           WRITE REG-ADTO.
           ADD 1 TO CT-ADIANTADOS.
           ADD VALOR-ADIANT TO TOTAL-ADIANT.

       GRAVA-REJEITO.
           MOVE REG-ENT TO IMAGEM-REJ.
           WRITE REG-ADTO-REJ.
           ADD 1 TO CT-REJEITADOS.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       VERIFICA-FERIAS.
           MOVE "N" TO EM-FERIAS.
           MOVE 1 TO IND-FER.
           PERFORM TESTA-FERIAS UNTIL IND-FER GREATER THAN QTD-FER
                   OR EM-FERIAS EQUAL "S".

       TESTA-FERIAS.
           IF TAB-COD-FER(IND-FER) EQUAL COD-VEND-ENT AND
              TAB-INI-FER(IND-FER)(1:6) NOT GREATER THAN
              COMPET-ADIANT AND
              TAB-FIM-FER(IND-FER)(1:6) NOT LESS THAN COMPET-ADIANT
              MOVE "S" TO EM-FERIAS
           END-IF.
           ADD 1 TO IND-FER.

       PESQUISA-PAGO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PAGOS.
           PERFORM TESTA-PAGO UNTIL IND-PAGOS GREATER THAN
                   QTD-PAGOS OR ACHEI EQUAL "S".

       TESTA-PAGO.
           IF TAB-COD-PAGO(IND-PAGOS) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PAGOS.

       GRAVA-CONTABIL.
           IF TOTAL-ADIANT GREATER THAN 0
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE DATA-HOJE(5:2) TO MES-COMPET
              MOVE DATA-HOJE(1:4) TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE TOTAL-ADIANT TO VALOR-CONT
              MOVE "D" TO NATUREZA-CONT
              MOVE "ADIANTAMEN" TO HISTORICO-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              MOVE "C" TO NATUREZA-CONT
              MOVE "BANCO" TO HISTORICO-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              MOVE 2 TO QTD-CONT
              MOVE "+" TO SINAL-CONT
              MOVE TOTAL-ADIANT TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.

       FIM.
           DISPLAY "COMPETENCIA DO ADIANTAMENTO: " COMPET-ADIANT.
           DISPLAY "PERCENTUAL APLICADO        : " ADTO-PERC.
           DISPLAY "VENDEDORES LIDOS           : " CT-LIDOS.
           DISPLAY "ADIANTAMENTOS GERADOS      : " CT-ADIANTADOS.
           DISPLAY "JA PAGOS NA COMPETENCIA    : " CT-JA-PAGOS.
           DISPLAY "REJEITADOS                 : " CT-REJEITADOS.
           DISPLAY "TOTAL ADIANTADO            : " TOTAL-ADIANT.
           CLOSE CADVEND ADIANLIQ ADIANREJ ADIANTA.
