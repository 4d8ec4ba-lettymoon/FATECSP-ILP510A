       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRRETCOB.
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
           SELECT RETCOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.
           SELECT CRPAG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
           SELECT REL-EXC ASSIGN TO DISK.

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

       FD RETCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETCOB.DAT".
       01 REG-RETCOB.
           02 TIPO-RET     PIC 9(01).
           02 NR-NOTA-RET  PIC 9(04).
           02 PARCELA-RET  PIC 9(02).
           02 VALOR-RET    PIC 9(13)V99.
           02 DATA-RET     PIC 9(08).
           02 STATUS-RET   PIC X(02).
               88 TITULO-LIQUIDADO VALUE "00".
           02 MOTIVO-RET   PIC X(30).

       FD CRPAG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRPAG.DAT".
       01 REG-PAG.
           02 NR-NOTA-PAG PIC 9(04).
           02 VALOR-PAG   PIC 9(07)V99.
           02 PARCELA-PAG PIC 9(02).
           02 DATA-PAG    PIC 9(08).

       FD REL-EXC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-CR   PIC X(02).
           77 WS-STATUS-RET  PIC X(02).
           77 WS-STATUS-PAG  PIC X(02).
           77 QTD-CR         PIC 9(04) VALUE ZEROES.
           77 IND-CR         PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 SALDO-TITULO   PIC 9(13)V99 VALUE ZEROES.
           77 CT-RETORNOS    PIC 9(05) VALUE ZEROES.
           77 CT-LIQUIDADOS  PIC 9(05) VALUE ZEROES.
           77 CT-EXCECOES    PIC 9(05) VALUE ZEROES.
           77 VAL-LIQUIDADOS PIC 9(13)V99 VALUE ZEROES.
           77 VAL-EXCECOES   PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-TITULOS.
           02 TAB-CR OCCURS 2000 TIMES.
               03 TAB-NOTA-CR  PIC 9(04).
               03 TAB-PARC-CR  PIC 9(02).
               03 TAB-SALDO-CR PIC 9(07)V99.
               03 TAB-SIT-CR   PIC X(01).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
                      "EXCECOES DO RETORNO DE COBRANCA         ".
           02 FILLER PIC X(30) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "NOTA/PC".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA PAGTO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VALOR PAGO".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "SALDO CR.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NOTA-REL   PIC 9(04).
           02 FILLER     PIC X(01) VALUE "/".
           02 PARC-REL   PIC 9(02).
           02 FILLER     PIC X(03) VALUE SPACES.
           02 DIA-REL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-REL    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-REL    PIC 9999.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 VALOR-REL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 SALDO-REL  PIC Z.ZZZ.ZZ9,99.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 OCORR-REL  PIC X(30).

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 QTD-TOT    PIC ZZZZZ9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 VALOR-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CRRETCOB.
           PERFORM CARREGA-TITULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-TITULOS.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CRABERTO.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           IF QTD-CR LESS THAN 2000
              ADD 1 TO QTD-CR
              MOVE NR-NOTA-CR TO TAB-NOTA-CR(QTD-CR)
              MOVE PARCELA-CR TO TAB-PARC-CR(QTD-CR)
              MOVE SIT-CR     TO TAB-SIT-CR(QTD-CR)
              COMPUTE TAB-SALDO-CR(QTD-CR) = VALOR-CR - RECEBIDO-CR
           ELSE
              DISPLAY "CRABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.

       INICIO.
           OPEN INPUT RETCOB.
           IF WS-STATUS-RET NOT EQUAL "00"
              DISPLAY "RETCOB.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND CRPAG.
           IF WS-STATUS-PAG EQUAL "35"
              OPEN OUTPUT CRPAG
           END-IF.
           OPEN OUTPUT REL-EXC.
           PERFORM LEITURA.

       LEITURA.
           READ RETCOB AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S" AND TIPO-RET EQUAL 1
              ADD 1 TO CT-RETORNOS
           END-IF.

       PRINCIPAL.
           IF TIPO-RET EQUAL 1
              PERFORM TRATA-RETORNO
           END-IF.
           PERFORM LEITURA.

       TRATA-RETORNO.
           PERFORM PESQUISA-TITULO.
           MOVE ZEROES TO SALDO-TITULO.
           IF ACHEI EQUAL "S"
              MOVE TAB-SALDO-CR(IND-CR) TO SALDO-TITULO
           END-IF.
           IF NOT TITULO-LIQUIDADO
              MOVE MOTIVO-RET TO OCORR-REL
              PERFORM GRAVA-EXCECAO
           ELSE
              IF ACHEI EQUAL "N"
                 MOVE "RETORNO SEM TITULO" TO OCORR-REL
                 PERFORM GRAVA-EXCECAO
              ELSE
                 IF TAB-SIT-CR(IND-CR) NOT EQUAL "A"
                    MOVE "TITULO NAO ESTA EM ABERTO" TO OCORR-REL
                    PERFORM GRAVA-EXCECAO
                 ELSE
                    IF VALOR-RET NOT EQUAL SALDO-TITULO
                       MOVE "VALOR PAGO DIFERENTE DO SALDO" TO
                            OCORR-REL
                       PERFORM GRAVA-EXCECAO
                    ELSE
                       PERFORM GRAVA-PAGAMENTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CR.
           PERFORM TESTA-TITULO-ABERTO UNTIL IND-CR GREATER THAN
                   QTD-CR OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "N"
              MOVE 1 TO IND-CR
              PERFORM TESTA-TITULO UNTIL IND-CR GREATER THAN QTD-CR
                      OR ACHEI EQUAL "S"
           END-IF.
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CR
           END-IF.

       TESTA-TITULO-ABERTO.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-RET AND
              TAB-PARC-CR(IND-CR) EQUAL PARCELA-RET AND
              TAB-SIT-CR(IND-CR) EQUAL "A"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       TESTA-TITULO.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-RET AND
              TAB-PARC-CR(IND-CR) EQUAL PARCELA-RET
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       GRAVA-PAGAMENTO.
           MOVE NR-NOTA-RET TO NR-NOTA-PAG.
           MOVE VALOR-RET   TO VALOR-PAG.
           MOVE PARCELA-RET TO PARCELA-PAG.
           MOVE DATA-RET    TO DATA-PAG.
           WRITE REG-PAG.
           MOVE "P" TO TAB-SIT-CR(IND-CR).
           ADD 1 TO CT-LIQUIDADOS.
           ADD VALOR-RET TO VAL-LIQUIDADOS.

       GRAVA-EXCECAO.
           MOVE NR-NOTA-RET    TO NOTA-REL.
           MOVE PARCELA-RET    TO PARC-REL.
           MOVE DATA-RET(7:2)  TO DIA-REL.
           MOVE DATA-RET(5:2)  TO MES-REL.
           MOVE DATA-RET(1:4)  TO ANO-REL.
           MOVE VALOR-RET      TO VALOR-REL.
           MOVE SALDO-TITULO   TO SALDO-REL.
           PERFORM IMPRESSAO.
           ADD 1 TO CT-EXCECOES.
           ADD VALOR-RET TO VAL-EXCECOES.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "RETORNOS RECEBIDOS" TO DESCR-TOT.
           MOVE CT-RETORNOS TO QTD-TOT.
           COMPUTE VALOR-TOT = VAL-LIQUIDADOS + VAL-EXCECOES.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "BAIXAS GERADAS (CRPAG.DAT)" TO DESCR-TOT.
           MOVE CT-LIQUIDADOS TO QTD-TOT.
           MOVE VAL-LIQUIDADOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "EXCECOES" TO DESCR-TOT.
           MOVE CT-EXCECOES TO QTD-TOT.
           MOVE VAL-EXCECOES TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "RETORNOS LIDOS        : " CT-RETORNOS.
           DISPLAY "BAIXAS GERADAS        : " CT-LIQUIDADOS.
           DISPLAY "EXCECOES              : " CT-EXCECOES.
           DISPLAY "VALOR DAS BAIXAS      : " VAL-LIQUIDADOS.
           CLOSE RETCOB CRPAG REL-EXC.
