       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPBAIXA.
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
           SELECT CPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CP.
           SELECT CPPAGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAGO.
           SELECT CPATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.

       DATA DIVISION.
       FILE SECTION.

       FD CPABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPABERTO.DAT".
       01 REG-CP.
           02 NR-TIT-CP     PIC 9(06).
           02 COD-FORN-CP   PIC 9(05).
           02 DOC-CP        PIC X(10).
           02 ORIGEM-CP     PIC X(01).
           02 DATA-EMIS-CP  PIC 9(08).
           02 DATA-VENC-CP  PIC 9(08).
           02 VALOR-CP      PIC 9(07)V99.
           02 PAGO-CP       PIC 9(07)V99.
           02 SIT-CP        PIC X(01).
           02 DATA-PROG-CP  PIC 9(08).
           02 HIST-CP       PIC X(10).
           02 DATA-BAIXA-CP PIC 9(08).

       FD CPPAGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPPAGO.DAT".
       01 REG-PAGO.
           02 NR-TIT-PAGO   PIC 9(06).
           02 VALOR-PAGO-X  PIC X(09).
           02 VALOR-PAGO REDEFINES VALOR-PAGO-X PIC 9(07)V99.
           02 DATA-PAGO-X   PIC X(08).
           02 DATA-PAGO REDEFINES DATA-PAGO-X PIC 9(08).

       FD CPATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPABERTO.ATU".
       01 REG-CP-ATU    PIC X(83).

       FD CPREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPREJ.DAT".
       01 REG-REJ.
           02 NR-TIT-REJ PIC 9(06).
           02 VALOR-REJ  PIC X(09).
           02 MOTIVO-REJ PIC X(30).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-CP   PIC X(02).
           77 WS-STATUS-PAGO PIC X(02).
           77 WS-STATUS-CONT PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DATA-BAIXA     PIC 9(08) VALUE ZEROES.
           77 DATA-TESTE     PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO   PIC X(01) VALUE "S".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.
           77 QTD-CP         PIC 9(04) VALUE ZEROES.
           77 IND-CP         PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 SALDO-CP       PIC 9(07)V99 VALUE ZEROES.
           77 LOTE-ABERTO    PIC X(01) VALUE "N".
           77 CT-PAGTOS      PIC 9(05) VALUE ZEROES.
           77 CT-APLICADOS   PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(05) VALUE ZEROES.
           77 CT-QUITADOS    PIC 9(05) VALUE ZEROES.
           77 CT-PARCIAIS    PIC 9(05) VALUE ZEROES.
           77 CT-LANCAMENTOS PIC 9(04) VALUE ZEROES.
           77 VAL-APLICADO   PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-TITULOS.
           02 TAB-CP OCCURS 5000 TIMES.
               03 TAB-REG-CP.
                   04 TAB-NR-TIT-CP  PIC 9(06).
                   04 TAB-FORN-CP    PIC 9(05).
                   04 TAB-DOC-CP     PIC X(10).
                   04 TAB-ORIGEM-CP  PIC X(01).
                   04 TAB-EMIS-CP    PIC 9(08).
                   04 TAB-VENC-CP    PIC 9(08).
                   04 TAB-VALOR-CP   PIC 9(07)V99.
                   04 TAB-PAGO-CP    PIC 9(07)V99.
                   04 TAB-SIT-CP     PIC X(01).
                   04 TAB-PROG-CP    PIC 9(08).
                   04 TAB-HIST-CP    PIC X(10).
                   04 TAB-BAIXA-CP   PIC 9(08).

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 ORIGEM-CONT      PIC X(02) VALUE "CP".
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
       PGM-CPBAIXA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-TITULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-ATUALIZADO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-TITULOS.
           OPEN INPUT CPABERTO.
           IF WS-STATUS-CP NOT EQUAL "00"
              DISPLAY "CPABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CPABERTO.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CPABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           IF QTD-CP LESS THAN 5000
              ADD 1 TO QTD-CP
              MOVE REG-CP TO TAB-REG-CP(QTD-CP)
           ELSE
              DISPLAY "CPABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.

       INICIO.
           OPEN INPUT CPPAGO.
           IF WS-STATUS-PAGO NOT EQUAL "00"
              DISPLAY "CPPAGO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CPREJ.
           PERFORM LEITURA.

       LEITURA.
           READ CPPAGO AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-PAGTOS
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-DATA-PAGO.
           IF RESULTADO-DATA NOT EQUAL "00"
              MOVE "DATA DE PAGAMENTO INVALIDA" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              IF VALOR-PAGO-X NOT NUMERIC OR VALOR-PAGO EQUAL ZEROES
                 MOVE "VALOR PAGO INVALIDO" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 PERFORM PROCESSA-PAGAMENTO
              END-IF
           END-IF.
           PERFORM LEITURA.

       VALIDA-DATA-PAGO.
           MOVE "00" TO RESULTADO-DATA.
           IF DATA-PAGO-X EQUAL SPACES OR DATA-PAGO-X EQUAL ZEROES
              MOVE DATA-HOJE TO DATA-BAIXA
           ELSE
              MOVE DATA-PAGO-X TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA EQUAL "00"
                 MOVE DATA-PAGO TO DATA-BAIXA
              END-IF
           END-IF.

       PROCESSA-PAGAMENTO.
           PERFORM PESQUISA-TITULO.
           IF ACHEI EQUAL "N"
              MOVE "TITULO NAO ENCONTRADO" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              COMPUTE SALDO-CP = TAB-VALOR-CP(IND-CP) -
                                 TAB-PAGO-CP(IND-CP)
              EVALUATE TRUE
                 WHEN TAB-SIT-CP(IND-CP) EQUAL "P"
                    MOVE "TITULO JA QUITADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 WHEN TAB-SIT-CP(IND-CP) EQUAL "C"
                    MOVE "TITULO CANCELADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 WHEN VALOR-PAGO GREATER THAN SALDO-CP
                    MOVE "VALOR PAGO MAIOR QUE O SALDO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 WHEN OTHER
                    PERFORM APLICA-PAGAMENTO
              END-EVALUATE
           END-IF.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CP.
           PERFORM TESTA-TITULO UNTIL IND-CP GREATER THAN QTD-CP
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CP
           END-IF.

       TESTA-TITULO.
           IF TAB-NR-TIT-CP(IND-CP) EQUAL NR-TIT-PAGO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CP.

       APLICA-PAGAMENTO.
           ADD VALOR-PAGO TO TAB-PAGO-CP(IND-CP).
           ADD VALOR-PAGO TO VAL-APLICADO.
           ADD 1 TO CT-APLICADOS.
           IF TAB-PAGO-CP(IND-CP) NOT LESS THAN TAB-VALOR-CP(IND-CP)
              MOVE "P"        TO TAB-SIT-CP(IND-CP)
              MOVE DATA-BAIXA TO TAB-BAIXA-CP(IND-CP)
              ADD 1 TO CT-QUITADOS
           ELSE
              MOVE "A"        TO TAB-SIT-CP(IND-CP)
              MOVE ZEROES     TO TAB-PROG-CP(IND-CP)
              ADD 1 TO CT-PARCIAIS
           END-IF.
           PERFORM GRAVA-LANCAMENTO.

       GRAVA-LANCAMENTO.
           IF LOTE-ABERTO EQUAL "N"
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE DATA-HOJE(5:2) TO MES-COMPET
              MOVE DATA-HOJE(1:4) TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE "S" TO LOTE-ABERTO
           END-IF.
           MOVE VALOR-PAGO TO VALOR-CONT.
           MOVE "D" TO NATUREZA-CONT.
           MOVE TAB-HIST-CP(IND-CP) TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           MOVE "C" TO NATUREZA-CONT.
           MOVE "BANCO" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 2 TO CT-LANCAMENTOS.

       GRAVA-REJEITO.
           MOVE NR-TIT-PAGO  TO NR-TIT-REJ.
           MOVE VALOR-PAGO-X TO VALOR-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       GRAVA-ATUALIZADO.
           OPEN OUTPUT CPATU.
           MOVE 1 TO IND-CP.
           PERFORM GRAVA-CP-ITEM UNTIL IND-CP GREATER THAN QTD-CP.
           CLOSE CPATU.

       GRAVA-CP-ITEM.
           WRITE REG-CP-ATU FROM TAB-REG-CP(IND-CP).
           ADD 1 TO IND-CP.

       FIM.
           IF LOTE-ABERTO EQUAL "S"
              MOVE CT-LANCAMENTOS TO QTD-CONT
              MOVE "+" TO SINAL-CONT
              MOVE VAL-APLICADO TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.
           DISPLAY "PAGAMENTOS LIDOS       : " CT-PAGTOS.
           DISPLAY "PAGAMENTOS APLICADOS   : " CT-APLICADOS.
           DISPLAY "PAGAMENTOS REJEITADOS  : " CT-REJEITADOS.
           DISPLAY "TITULOS QUITADOS       : " CT-QUITADOS.
           DISPLAY "PAGAMENTOS PARCIAIS    : " CT-PARCIAIS.
           DISPLAY "VALOR PAGO             : " VAL-APLICADO.
           CLOSE CPPAGO CPREJ.
