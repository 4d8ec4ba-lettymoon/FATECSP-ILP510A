       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NOTACANC.
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
           SELECT CANCNOTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CANC.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.
           SELECT NOTATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT CRATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT CANCREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTACRED ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CANCNOTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCNOTA.DAT".
       01 REG-CANC.
           02 NR-NOTA-CANC   PIC 9(04).
           02 MOTIVO-CANC    PIC 9(02).

       FD NOTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTA.
           02 NR-NOTA       PIC 9(04).
           02 NR-VEND-NOTA  PIC 9(05).
           02 UF-NOTA       PIC X(02).
           02 DATA-NOTA     PIC 9(08).
           02 VALOR-NOTA    PIC 9(07)V99.
           02 ICMS-NOTA     PIC 9(07)V99.
           02 COD-CLI-NOTA  PIC 9(05).
           02 SIT-NOTA      PIC X(01).
           02 COND-NOTA     PIC 9(02).

       FD NOTATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS.ATU".
       01 REG-NOTA-ATU PIC X(45).

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

       FD CRATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.ATU".
       01 REG-CR-ATU PIC X(62).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       FD CANCREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CANCREJ.DAT".
       01 REG-REJ.
           02 NR-NOTA-REJ PIC 9(04).
           02 MOTIVO-CANC-REJ PIC 9(02).
           02 MOTIVO-REJ  PIC X(30).

       FD NOTACRED
           LABEL RECORD IS OMITTED.
       01 REG-IMP PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-CANC  PIC X(02).
           77 WS-STATUS-NOTAS PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-CONT  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 TEM-CR          PIC X(01) VALUE "N".
           77 LOTE-ABERTO     PIC X(01) VALUE "N".
           77 CH-ERRO         PIC X(01) VALUE "N".
           77 QTD-NOTA        PIC 9(04) VALUE ZEROES.
           77 IND-NOTA        PIC 9(04) VALUE ZEROES.
           77 ACHEI-NOTA      PIC X(01) VALUE "N".
           77 QTD-CR          PIC 9(04) VALUE ZEROES.
           77 IND-CR          PIC 9(04) VALUE ZEROES.
           77 CT-TRANS        PIC 9(05) VALUE ZEROES.
           77 CT-CANCELADAS   PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS   PIC 9(05) VALUE ZEROES.
           77 CT-TITULOS      PIC 9(05) VALUE ZEROES.
           77 CT-LANCAMENTOS  PIC 9(04) VALUE ZEROES.
           77 TOTAL-CANCELADO PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-ICMS      PIC 9(11)V99 VALUE ZEROES.
           77 ACAO-GER        PIC X(01) VALUE SPACES.
           77 JOB-GER         PIC X(08) VALUE "NOTACRED".
           77 GERACAO-GER     PIC 9(04) VALUE ZEROES.
           77 DATA-GER        PIC 9(08) VALUE ZEROES.
           77 RESULTADO-GER   PIC X(02) VALUE SPACES.

       01 TABELA-NOTAS.
           02 TAB-NOTA OCCURS 2000 TIMES.
               03 TAB-REG-NOTA.
                   04 TAB-NR-NOTA    PIC 9(04).
                   04 TAB-VEND-NOTA  PIC 9(05).
                   04 TAB-UF-NOTA    PIC X(02).
                   04 TAB-DATA-NOTA  PIC 9(08).
                   04 TAB-VALOR-NOTA PIC 9(07)V99.
                   04 TAB-ICMS-NOTA  PIC 9(07)V99.
                   04 TAB-CLI-NOTA   PIC 9(05).
                   04 TAB-SIT-NOTA   PIC X(01).
                   04 TAB-COND-NOTA  PIC 9(02).

       01 TABELA-TITULOS.
           02 TAB-CR OCCURS 2000 TIMES.
               03 TAB-REG-CR.
                   04 TAB-NOTA-CR  PIC 9(04).
                   04 TAB-VEND-CR  PIC 9(05).
                   04 TAB-UF-CR    PIC X(02).
                   04 TAB-EMIS-CR  PIC 9(08).
                   04 TAB-VENC-CR  PIC 9(08).
                   04 TAB-VALOR-CR PIC 9(07)V99.
                   04 TAB-RECEB-CR PIC 9(07)V99.
                   04 TAB-SIT-CR   PIC X(01).
                   04 TAB-CLI-CR   PIC 9(05).
                   04 TAB-PARC-CR  PIC 9(02).
                   04 TAB-TIPO-CR  PIC X(01).
                   04 TAB-ENC-CR   PIC 9(08).

       01 TEXTOS-MOTIVO.
           02 FILLER PIC X(30) VALUE "ERRO NA EMISSAO DA NOTA       ".
           02 FILLER PIC X(30) VALUE "DESISTENCIA DO CLIENTE        ".
           02 FILLER PIC X(30) VALUE "DEVOLUCAO TOTAL DA MERCADORIA ".
           02 FILLER PIC X(30) VALUE "NOTA EMITIDA EM DUPLICIDADE   ".
           02 FILLER PIC X(30) VALUE "DADOS DO CLIENTE INCORRETOS   ".
       01 TAB-TEXTOS REDEFINES TEXTOS-MOTIVO.
           02 TAB-DESCR-MOTIVO PIC X(30) OCCURS 5 TIMES.

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 UF-CONT          PIC X(02).
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

       01 CRED-01.
           02 FILLER PIC X(80) VALUE ALL "-".
       01 CRED-02.
           02 FILLER   PIC X(24) VALUE SPACES.
           02 FILLER   PIC X(20) VALUE "NOTA DE CREDITO NR. ".
           02 NR-IMP   PIC 9(04).
           02 FILLER   PIC X(32) VALUE SPACES.
       01 CRED-03.
           02 FILLER   PIC X(10) VALUE "EMITENTE: ".
           02 FILLER   PIC X(30) VALUE "TURISMAR TURISMOS LTDA".
           02 FILLER   PIC X(06) VALUE "DATA: ".
           02 DIA-IMP  PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 MES-IMP  PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-IMP  PIC 9999.
           02 FILLER   PIC X(24) VALUE SPACES.
       01 CRED-04.
           02 FILLER    PIC X(28) VALUE "REFERENTE A NOTA FISCAL NR. ".
           02 NOTA-IMP  PIC 9(04).
           02 FILLER    PIC X(12) VALUE " EMITIDA EM ".
           02 DIA-N-IMP PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-N-IMP PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-N-IMP PIC 9999.
           02 FILLER    PIC X(26) VALUE SPACES.
       01 CRED-05.
           02 FILLER    PIC X(09) VALUE "CLIENTE: ".
           02 CLI-IMP   PIC 9(05).
           02 FILLER    PIC X(12) VALUE "  VENDEDOR: ".
           02 VEND-IMP  PIC 9(05).
           02 FILLER    PIC X(06) VALUE "  UF: ".
           02 UF-IMP    PIC X(02).
           02 FILLER    PIC X(41) VALUE SPACES.
       01 CRED-06.
           02 FILLER    PIC X(19) VALUE "VALOR CREDITADO : ".
           02 VALOR-IMP PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(19) VALUE "  ICMS ESTORNADO : ".
           02 ICMS-IMP  PIC Z.ZZZ.ZZ9,99.
           02 FILLER    PIC X(18) VALUE SPACES.
       01 CRED-07.
           02 FILLER     PIC X(09) VALUE "MOTIVO : ".
           02 MOT-IMP    PIC 99.
           02 FILLER     PIC X(03) VALUE " - ".
           02 DESCR-IMP  PIC X(30).
           02 FILLER     PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-NOTACANC.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-NOTAS.
           PERFORM CARREGA-TITULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-ATUALIZADOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-NOTAS.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTAS NOT EQUAL "00"
              DISPLAY "NOTAS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-NOTA.
           PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "S".
           CLOSE NOTAS.
           MOVE "N" TO FIM-ARQ.

       LER-NOTA.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTA.
           IF QTD-NOTA LESS THAN 2000
              ADD 1 TO QTD-NOTA
              MOVE REG-NOTA TO TAB-REG-NOTA(QTD-NOTA)
           ELSE
              DISPLAY "NOTAS.DAT EXCEDE A TABELA DE NOTAS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-NOTA.

       CARREGA-TITULOS.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR EQUAL "00"
              MOVE "S" TO TEM-CR
              PERFORM LER-TITULO
              PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRABERTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           IF QTD-CR LESS THAN 2000
              ADD 1 TO QTD-CR
              MOVE REG-CR TO TAB-REG-CR(QTD-CR)
           ELSE
              DISPLAY "CRABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.

       INICIO.
           OPEN INPUT CANCNOTA.
           IF WS-STATUS-CANC NOT EQUAL "00"
              DISPLAY "CANCNOTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CANCREJ NOTACRED.
           PERFORM LEITURA.

       LEITURA.
           READ CANCNOTA AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-CANCELAMENTO.
           IF CH-ERRO EQUAL "N"
              PERFORM CANCELA-NOTA
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LEITURA.

       VALIDA-CANCELAMENTO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-REJ.
           IF MOTIVO-CANC LESS THAN 1 OR MOTIVO-CANC GREATER THAN 5
              MOVE "S" TO CH-ERRO
              MOVE "MOTIVO DE CANCELAMENTO INVALIDO" TO MOTIVO-REJ
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-NOTA
              IF ACHEI-NOTA EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "NOTA NAO ENCONTRADA" TO MOTIVO-REJ
              ELSE
                 IF TAB-SIT-NOTA(IND-NOTA) EQUAL "C"
                    MOVE "S" TO CH-ERRO
                    MOVE "NOTA JA CANCELADA" TO MOTIVO-REJ
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE 1 TO IND-CR
              PERFORM TESTA-PARCELA-PAGA UNTIL IND-CR GREATER THAN
                      QTD-CR
           END-IF.

       PESQUISA-NOTA.
           MOVE "N" TO ACHEI-NOTA.
           MOVE 1 TO IND-NOTA.
           PERFORM TESTA-NOTA UNTIL IND-NOTA GREATER THAN QTD-NOTA
                   OR ACHEI-NOTA EQUAL "S".
           IF ACHEI-NOTA EQUAL "S"
              SUBTRACT 1 FROM IND-NOTA
           END-IF.

       TESTA-NOTA.
           IF TAB-NR-NOTA(IND-NOTA) EQUAL NR-NOTA-CANC
              MOVE "S" TO ACHEI-NOTA
           END-IF.
           ADD 1 TO IND-NOTA.

       TESTA-PARCELA-PAGA.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-CANC
              IF TAB-SIT-CR(IND-CR) EQUAL "P"
                 MOVE "S" TO CH-ERRO
                 MOVE "NOTA JA QUITADA" TO MOTIVO-REJ
              ELSE
                 IF TAB-RECEB-CR(IND-CR) GREATER THAN 0
                    MOVE "S" TO CH-ERRO
                    MOVE "NOTA COM PAGAMENTO PARCIAL" TO MOTIVO-REJ
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-CR.

       CANCELA-PARCELA.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-CANC AND
              TAB-SIT-CR(IND-CR) EQUAL "A"
              MOVE "C" TO TAB-SIT-CR(IND-CR)
              ADD 1 TO CT-TITULOS
           END-IF.
           ADD 1 TO IND-CR.

       CANCELA-NOTA.
           MOVE "C" TO TAB-SIT-NOTA(IND-NOTA).
           MOVE 1 TO IND-CR.
           PERFORM CANCELA-PARCELA UNTIL IND-CR GREATER THAN QTD-CR.
           PERFORM GRAVA-ESTORNO.
           PERFORM EMITE-NOTA-CREDITO.
           ADD 1 TO CT-CANCELADAS.
           ADD TAB-VALOR-NOTA(IND-NOTA) TO TOTAL-CANCELADO.
           ADD TAB-ICMS-NOTA(IND-NOTA)  TO TOTAL-ICMS.

       GRAVA-ESTORNO.
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
           MOVE TAB-UF-NOTA(IND-NOTA)    TO UF-CONT.
           MOVE TAB-VALOR-NOTA(IND-NOTA) TO VALOR-CONT.
           MOVE "D" TO NATUREZA-CONT.
           MOVE "VENDAS" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           MOVE "C" TO NATUREZA-CONT.
           MOVE "CLIENTES" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 2 TO CT-LANCAMENTOS.

       EMITE-NOTA-CREDITO.
           MOVE "A" TO ACAO-GER.
           CALL "GERCTL" USING ACAO-GER JOB-GER GERACAO-GER
                               DATA-GER RESULTADO-GER.
           WRITE REG-IMP FROM CRED-01 AFTER ADVANCING PAGE.
           MOVE GERACAO-GER TO NR-IMP.
           WRITE REG-IMP FROM CRED-02 AFTER ADVANCING 1 LINE.
           MOVE DATA-HOJE(7:2) TO DIA-IMP.
           MOVE DATA-HOJE(5:2) TO MES-IMP.
           MOVE DATA-HOJE(1:4) TO ANO-IMP.
           WRITE REG-IMP FROM CRED-03 AFTER ADVANCING 1 LINE.
           MOVE TAB-NR-NOTA(IND-NOTA)        TO NOTA-IMP.
           MOVE TAB-DATA-NOTA(IND-NOTA)(7:2) TO DIA-N-IMP.
           MOVE TAB-DATA-NOTA(IND-NOTA)(5:2) TO MES-N-IMP.
           MOVE TAB-DATA-NOTA(IND-NOTA)(1:4) TO ANO-N-IMP.
           WRITE REG-IMP FROM CRED-04 AFTER ADVANCING 2 LINES.
           MOVE TAB-CLI-NOTA(IND-NOTA)  TO CLI-IMP.
           MOVE TAB-VEND-NOTA(IND-NOTA) TO VEND-IMP.
           MOVE TAB-UF-NOTA(IND-NOTA)   TO UF-IMP.
           WRITE REG-IMP FROM CRED-05 AFTER ADVANCING 1 LINE.
           MOVE TAB-VALOR-NOTA(IND-NOTA) TO VALOR-IMP.
           MOVE TAB-ICMS-NOTA(IND-NOTA)  TO ICMS-IMP.
           WRITE REG-IMP FROM CRED-06 AFTER ADVANCING 1 LINE.
           MOVE MOTIVO-CANC TO MOT-IMP.
           MOVE TAB-DESCR-MOTIVO(MOTIVO-CANC) TO DESCR-IMP.
           WRITE REG-IMP FROM CRED-07 AFTER ADVANCING 1 LINE.
           WRITE REG-IMP FROM CRED-01 AFTER ADVANCING 1 LINE.
           MOVE "F" TO ACAO-GER.
           CALL "GERCTL" USING ACAO-GER JOB-GER GERACAO-GER
                               DATA-GER RESULTADO-GER.

       GRAVA-REJEITO.
           MOVE NR-NOTA-CANC TO NR-NOTA-REJ.
           MOVE MOTIVO-CANC  TO MOTIVO-CANC-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-ATUALIZADOS.
           OPEN OUTPUT NOTATU.
           MOVE 1 TO IND-NOTA.
           PERFORM GRAVA-NOTA-ITEM UNTIL IND-NOTA GREATER THAN
                   QTD-NOTA.
           CLOSE NOTATU.
           IF TEM-CR EQUAL "S"
              OPEN OUTPUT CRATU
              MOVE 1 TO IND-CR
              PERFORM GRAVA-CR-ITEM UNTIL IND-CR GREATER THAN QTD-CR
              CLOSE CRATU
           END-IF.

       GRAVA-NOTA-ITEM.
           WRITE REG-NOTA-ATU FROM TAB-REG-NOTA(IND-NOTA).
           ADD 1 TO IND-NOTA.

       GRAVA-CR-ITEM.
           WRITE REG-CR-ATU FROM TAB-REG-CR(IND-CR).
           ADD 1 TO IND-CR.

       FIM.
           IF LOTE-ABERTO EQUAL "S"
              MOVE CT-LANCAMENTOS TO QTD-CONT
              MOVE "-" TO SINAL-CONT
              MOVE TOTAL-CANCELADO TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.
           DISPLAY "CANCELAMENTOS LIDOS    : " CT-TRANS.
           DISPLAY "NOTAS CANCELADAS       : " CT-CANCELADAS.
           DISPLAY "TITULOS CANCELADOS     : " CT-TITULOS.
           DISPLAY "CANCELAMENTOS REJEITADOS: " CT-REJEITADAS.
           DISPLAY "VALOR CREDITADO        : " TOTAL-CANCELADO.
           DISPLAY "ICMS ESTORNADO         : " TOTAL-ICMS.
           CLOSE CANCNOTA CANCREJ NOTACRED.
