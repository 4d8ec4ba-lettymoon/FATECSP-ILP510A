       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPAGING.
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
           SELECT REL-AGING ASSIGN TO DISK.

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

       FD REL-AGING
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 WS-STATUS-CP  PIC X(02).
           77 DATA-HOJE     PIC 9(08) VALUE ZEROES.
           77 DIAS-ATRASO   PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF PIC X(02) VALUE SPACES.
           77 SALDO-CP      PIC S9(07)V99 VALUE ZEROES.
           77 CT-TITULOS    PIC 9(05) VALUE ZEROES.
           77 CT-ABERTOS    PIC 9(05) VALUE ZEROES.
           77 CT-LIN        PIC 9(02) VALUE 41.
           77 CT-PAG        PIC 9(03) VALUE ZEROES.
           77 TOT-LANCADO   PIC 9(11)V99 VALUE ZEROES.
           77 TOT-PAGO      PIC 9(11)V99 VALUE ZEROES.
           77 TOT-PROGRAMADO PIC 9(11)V99 VALUE ZEROES.
           77 TOT-AVENCER   PIC 9(11)V99 VALUE ZEROES.
           77 TOT-ATE30     PIC 9(11)V99 VALUE ZEROES.
           77 TOT-ATE60     PIC 9(11)V99 VALUE ZEROES.
           77 TOT-MAIS60    PIC 9(11)V99 VALUE ZEROES.
           77 TOT-ABERTO    PIC 9(11)V99 VALUE ZEROES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
                      "ENVELHECIMENTO DO CONTAS A PAGAR          ".
           02 FILLER PIC X(28) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "TITULO".
           02 FILLER PIC X(06) VALUE "FORN.".
           02 FILLER PIC X(11) VALUE "DOCUMENTO".
           02 FILLER PIC X(02) VALUE "OR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VENCIMENTO".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SALDO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FAIXA".
           02 FILLER PIC X(11) VALUE "PROGRAMADO".

       01 DETALHE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 TIT-REL   PIC 9(06).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FORN-REL  PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 DOC-REL   PIC X(10).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 ORIG-REL  PIC X(01).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 DIA-V-REL PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-V-REL PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-V-REL PIC 9999.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 SALDO-REL PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 FAIXA-REL PIC X(08).
           02 PROG-REL  PIC X(10).

       01 DATA-PROG-ED.
           02 DIA-P-ED PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 MES-P-ED PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-P-ED PIC 9999.

       01 DETALHE-FAIXA.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 DESCR-FX PIC X(28).
           02 FILLER   PIC X(02) VALUE ": ".
           02 VALOR-FX PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER   PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CPAGING.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       INICIO.
           OPEN INPUT CPABERTO.
           IF WS-STATUS-CP NOT EQUAL "00"
              DISPLAY "CPABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REL-AGING.
           PERFORM LEITURA.

       LEITURA.
           READ CPABERTO AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TITULOS
           END-IF.

       PRINCIPAL.
           IF SIT-CP NOT EQUAL "C"
              ADD VALOR-CP TO TOT-LANCADO
              ADD PAGO-CP  TO TOT-PAGO
           END-IF.
           IF SIT-CP EQUAL "A" OR SIT-CP EQUAL "S"
              PERFORM TRATA-ABERTO
           END-IF.
           PERFORM LEITURA.

       TRATA-ABERTO.
           ADD 1 TO CT-ABERTOS.
           COMPUTE SALDO-CP = VALOR-CP - PAGO-CP.
           ADD SALDO-CP TO TOT-ABERTO.
           CALL "DATADIF" USING DATA-VENC-CP DATA-HOJE
                                DIAS-ATRASO RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00"
              MOVE 0 TO DIAS-ATRASO
           END-IF.
           IF DIAS-ATRASO NOT GREATER THAN 0
              MOVE "A VENCER" TO FAIXA-REL
              ADD SALDO-CP TO TOT-AVENCER
           ELSE
              IF DIAS-ATRASO NOT GREATER THAN 30
                 MOVE "01-30   " TO FAIXA-REL
                 ADD SALDO-CP TO TOT-ATE30
              ELSE
                 IF DIAS-ATRASO NOT GREATER THAN 60
                    MOVE "31-60   " TO FAIXA-REL
                    ADD SALDO-CP TO TOT-ATE60
                 ELSE
                    MOVE "60+     " TO FAIXA-REL
                    ADD SALDO-CP TO TOT-MAIS60
                 END-IF
              END-IF
           END-IF.
           IF SIT-CP EQUAL "S"
              ADD SALDO-CP TO TOT-PROGRAMADO
              MOVE DATA-PROG-CP(7:2) TO DIA-P-ED
              MOVE DATA-PROG-CP(5:2) TO MES-P-ED
              MOVE DATA-PROG-CP(1:4) TO ANO-P-ED
              MOVE DATA-PROG-ED TO PROG-REL
           ELSE
              MOVE SPACES TO PROG-REL
           END-IF.
           PERFORM IMPDET.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE NR-TIT-CP   TO TIT-REL.
           MOVE COD-FORN-CP TO FORN-REL.
           MOVE DOC-CP      TO DOC-REL.
           MOVE ORIGEM-CP   TO ORIG-REL.
           MOVE DATA-VENC-CP(7:2) TO DIA-V-REL.
           MOVE DATA-VENC-CP(5:2) TO MES-V-REL.
           MOVE DATA-VENC-CP(1:4) TO ANO-V-REL.
           MOVE SALDO-CP TO SALDO-REL.
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
           IF CT-LIN GREATER THAN 31
              PERFORM CABECALHO
           END-IF.
           MOVE "TOTAL LANCADO" TO DESCR-FX.
           MOVE TOT-LANCADO TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 2 LINES.
           MOVE "TOTAL PAGO" TO DESCR-FX.
           MOVE TOT-PAGO TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "TOTAL EM ABERTO" TO DESCR-FX.
           MOVE TOT-ABERTO TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "PROGRAMADO PARA PAGAMENTO" TO DESCR-FX.
           MOVE TOT-PROGRAMADO TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "A VENCER" TO DESCR-FX.
           MOVE TOT-AVENCER TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "VENCIDOS 01-30 DIAS" TO DESCR-FX.
           MOVE TOT-ATE30 TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "VENCIDOS 31-60 DIAS" TO DESCR-FX.
           MOVE TOT-ATE60 TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.
           MOVE "VENCIDOS MAIS DE 60 DIAS" TO DESCR-FX.
           MOVE TOT-MAIS60 TO VALOR-FX.
           WRITE REG-ATR FROM DETALHE-FAIXA AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "TITULOS LIDOS     : " CT-TITULOS.
           DISPLAY "TITULOS EM ABERTO : " CT-ABERTOS.
           DISPLAY "TOTAL LANCADO     : " TOT-LANCADO.
           DISPLAY "TOTAL PAGO        : " TOT-PAGO.
           DISPLAY "TOTAL EM ABERTO   : " TOT-ABERTO.
           CLOSE CPABERTO REL-AGING.
