       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FGTSGUIA.
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
           SELECT PARMFGTS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FGTSSALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALD.
           SELECT FGTSMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FGTS.
           SELECT FGTSATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FGTSGUIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CPT.
           SELECT REL-FGTS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMFGTS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMFGTS.DAT".
       01 REG-PARM-FGTS.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).
           02 COD-FORN-PARM PIC 9(05).

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

       FD FGTSSALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSSALD.DAT".
       01 REG-SALDO.
           02 COD-SALDO        PIC 9(05).
           02 SALDO-FGTS       PIC 9(09)V99.
           02 COMPET-ULT-SALDO PIC 9(06).
           02 FILLER           PIC X(08).

       FD FGTSMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSMOV.DAT".
       01 REG-FGTS.
           02 COD-FGTS      PIC 9(05).
           02 COMPET-FGTS   PIC 9(06).
           02 ORIGEM-FGTS   PIC X(01).
               88 ORIGEM-MULTA VALUE "M".
           02 BASE-FGTS     PIC 9(07)V99.
           02 VALOR-FGTS    PIC 9(07)V99.

       FD FGTSATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSSALD.ATU".
       01 REG-SALDO-ATU PIC X(30).

       FD FGTSGUIA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSGUIA.DAT".
       01 REG-GUIA PIC X(80).

       FD CPTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPTRAN.DAT".
       01 REG-TRAN.
           02 COD-FORN-TRAN  PIC 9(05).
           02 DOC-TRAN       PIC X(10).
           02 ORIGEM-TRAN    PIC X(01).
           02 DATA-EMIS-TRAN-X PIC X(08).
           02 DATA-VENC-TRAN-X PIC X(08).
           02 DATA-VENC-TRAN REDEFINES DATA-VENC-TRAN-X PIC 9(08).
           02 VALOR-TRAN     PIC 9(07)V99.
           02 HIST-TRAN      PIC X(10).

       FD REL-FGTS
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-SALD PIC X(02).
           77 WS-STATUS-FGTS PIC X(02).
           77 WS-STATUS-CPT  PIC X(02).
           77 COD-FORN-GUIA  PIC 9(05) VALUE ZEROES.
           77 DATA-RECOLHE   PIC 9(08) VALUE ZEROES.
           77 TOTAL-RECOLHER PIC 9(13)V99 VALUE ZEROES.
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL     PIC 9(06) VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 QTD-SALDO      PIC 9(04) VALUE ZEROES.
           77 IND-SALDO      PIC 9(04) VALUE ZEROES.
           77 QTD-GUIA       PIC 9(04) VALUE ZEROES.
           77 IND-GUIA       PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 COD-PESQ       PIC 9(05) VALUE ZEROES.
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-SALDO PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 SOMA-GRAVADA   PIC 9(15) VALUE ZEROES.
           77 CT-MOVIMENTOS  PIC 9(06) VALUE ZEROES.
           77 CT-OUTRA-COMPET PIC 9(06) VALUE ZEROES.
           77 CT-SEM-FICHA   PIC 9(05) VALUE ZEROES.
           77 CT-JA-LANCADOS PIC 9(05) VALUE ZEROES.
           77 CT-LANCADOS    PIC 9(05) VALUE ZEROES.
           77 TOTAL-BASE     PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-DEPOSITO PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-MULTA    PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TRAILER-SALDO.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-SALDO PIC 9(06).
           02 SOMA-TRL-SALDO PIC 9(15).
           02 FILLER        PIC X(04) VALUE SPACES.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC  PIC 9(05).
               03 TAB-NOME-FUNC PIC X(30).
               03 TAB-PIS-FUNC  PIC 9(11).

       01 TABELA-SALDOS.
           02 TAB-SALDO OCCURS 2000 TIMES.
               03 TAB-REG-SALDO.
                   04 TAB-COD-SALDO    PIC 9(05).
                   04 TAB-SALDO-FGTS   PIC 9(09)V99.
                   04 TAB-COMPET-SALDO PIC 9(06).
                   04 FILLER           PIC X(08).

       01 TABELA-GUIA.
           02 TAB-GUIA OCCURS 2000 TIMES.
               03 TAB-COD-GUIA   PIC 9(05).
               03 TAB-BASE-GUIA  PIC 9(09)V99.
               03 TAB-DEP-GUIA   PIC 9(09)V99.
               03 TAB-MULTA-GUIA PIC 9(09)V99.

       01 GUIA-HEADER.
           02 TIPO-HDR      PIC 9(01) VALUE 0.
           02 NOME-EMPRESA  PIC X(30)
                            VALUE "TURISMAR TURISMOS LTDA".
           02 COMPET-HDR    PIC 9(06).
           02 DATA-GER-HDR  PIC 9(08).
           02 FILLER        PIC X(35) VALUE SPACES.

       01 GUIA-DETALHE.
           02 TIPO-DET      PIC 9(01) VALUE 1.
           02 COD-DET       PIC 9(05).
           02 PIS-DET       PIC 9(11).
           02 NOME-DET      PIC X(30).
           02 BASE-DET      PIC 9(09)V99.
           02 DEPOSITO-DET  PIC 9(09)V99.
           02 MULTA-DET     PIC 9(09)V99.

       01 GUIA-TRAILER.
           02 TIPO-TRL      PIC 9(01) VALUE 9.
           02 QTD-TRL       PIC 9(06).
           02 BASE-TRL      PIC 9(13)V99.
           02 DEPOSITO-TRL  PIC 9(13)V99.
           02 MULTA-TRL     PIC 9(13)V99.
           02 FILLER        PIC X(28) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(34) VALUE
                       "GUIA DE DEPOSITO DO FGTS - COMPET ".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(29) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "PIS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "BASE".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "DEPOSITO".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MULTA".
           02 FILLER PIC X(15) VALUE SPACES.

       01 DETALHE.
           02 COD-REL      PIC 9(05).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 PIS-REL      PIC 9(11).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 BASE-REL     PIC ZZZZZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 DEPOSITO-REL PIC ZZZZZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MULTA-REL    PIC ZZZZZZ9,99.
           02 FILLER       PIC X(14) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-FGTSGUIA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-SALDOS.
           PERFORM APURA-MOVIMENTO.
           PERFORM GERA-GUIA.
           PERFORM GRAVA-SALDOS.
           PERFORM GERA-CONTAS-PAGAR.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           MOVE DATA-HOJE(1:6) TO COMPET-SEL.
           OPEN INPUT PARMFGTS.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMFGTS
                  NOT AT END
                      IF MES-PARM NUMERIC AND ANO-PARM NUMERIC AND
                         MES-PARM GREATER THAN 0 AND
                         MES-PARM LESS THAN 13
                         MOVE ANO-PARM TO COMPET-SEL(1:4)
                         MOVE MES-PARM TO COMPET-SEL(5:2)
                      END-IF
                      IF COD-FORN-PARM NUMERIC
                         MOVE COD-FORN-PARM TO COD-FORN-GUIA
                      END-IF
              END-READ
              CLOSE PARMFGTS
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
              MOVE COD-FUNC  TO TAB-COD-FUNC(QTD-FUNC)
              MOVE NOME-FUNC TO TAB-NOME-FUNC(QTD-FUNC)
              MOVE PIS-FUNC  TO TAB-PIS-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-SALDOS.
           OPEN INPUT FGTSSALD.
           IF WS-STATUS-SALD NOT EQUAL "00"
              DISPLAY "FGTSSALD.DAT NAO ENCONTRADO - "
                      "INICIANDO SALDOS VAZIO"
           ELSE
              PERFORM LER-SALDO
              PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE FGTSSALD
              PERFORM CONFERE-TRAILER
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-SALDO.
           READ FGTSSALD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SALDO.
           IF COD-SALDO EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-SALDO(6:6)  TO QTD-INF
              MOVE REG-SALDO(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-SALDO
              ADD COD-SALDO TO SOMA-LIDA
              IF QTD-SALDO LESS THAN 2000
                 ADD 1 TO QTD-SALDO
                 MOVE REG-SALDO TO TAB-REG-SALDO(QTD-SALDO)
              ELSE
                 DISPLAY "FGTSSALD.DAT EXCEDE A TABELA DE SALDOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-SALDO.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-SALDO NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE FGTSSALD.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-SALDO
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "FGTSSALD.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       APURA-MOVIMENTO.
           OPEN INPUT FGTSMOV.
           IF WS-STATUS-FGTS NOT EQUAL "00"
              DISPLAY "FGTSMOV.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MOVIMENTO.
           PERFORM ACUMULA-MOVIMENTO UNTIL FIM-ARQ EQUAL "S".
           CLOSE FGTSMOV.
           MOVE "N" TO FIM-ARQ.

       LER-MOVIMENTO.
           READ FGTSMOV AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-MOVIMENTOS
           END-IF.

       ACUMULA-MOVIMENTO.
           IF COMPET-FGTS NOT EQUAL COMPET-SEL
              ADD 1 TO CT-OUTRA-COMPET
           ELSE
              PERFORM PESQUISA-GUIA
              IF ACHEI EQUAL "N"
                 IF QTD-GUIA LESS THAN 2000
                    ADD 1 TO QTD-GUIA
                    MOVE QTD-GUIA TO IND-GUIA
                    MOVE COD-FGTS TO TAB-COD-GUIA(IND-GUIA)
                    MOVE ZEROES   TO TAB-BASE-GUIA(IND-GUIA)
                    MOVE ZEROES   TO TAB-DEP-GUIA(IND-GUIA)
                    MOVE ZEROES   TO TAB-MULTA-GUIA(IND-GUIA)
                    MOVE "S" TO ACHEI
                 ELSE
                    DISPLAY "TABELA DA GUIA CHEIA - IGNORADO: "
                            COD-FGTS
                 END-IF
              END-IF
              IF ACHEI EQUAL "S"
                 IF ORIGEM-MULTA
                    ADD VALOR-FGTS TO TAB-MULTA-GUIA(IND-GUIA)
                 ELSE
                    ADD BASE-FGTS  TO TAB-BASE-GUIA(IND-GUIA)
                    ADD VALOR-FGTS TO TAB-DEP-GUIA(IND-GUIA)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-MOVIMENTO.

       PESQUISA-GUIA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-GUIA.
           PERFORM TESTA-GUIA UNTIL IND-GUIA GREATER THAN QTD-GUIA
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-GUIA
           END-IF.

       TESTA-GUIA.
           IF TAB-COD-GUIA(IND-GUIA) EQUAL COD-FGTS
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-GUIA.

       GERA-GUIA.
           OPEN OUTPUT FGTSGUIA REL-FGTS.
           MOVE COMPET-SEL TO COMPET-HDR.
           MOVE DATA-HOJE  TO DATA-GER-HDR.
           WRITE REG-GUIA FROM GUIA-HEADER.
           MOVE 1 TO IND-GUIA.
           PERFORM TRATA-GUIA UNTIL IND-GUIA GREATER THAN QTD-GUIA.
           MOVE QTD-GUIA       TO QTD-TRL.
           MOVE TOTAL-BASE     TO BASE-TRL.
           MOVE TOTAL-DEPOSITO TO DEPOSITO-TRL.
           MOVE TOTAL-MULTA    TO MULTA-TRL.
           WRITE REG-GUIA FROM GUIA-TRAILER.
           PERFORM TOTAIS.
           CLOSE FGTSGUIA REL-FGTS.

       TRATA-GUIA.
           MOVE TAB-COD-GUIA(IND-GUIA) TO COD-PESQ.
           PERFORM PESQUISA-FUNCIONARIO.
           MOVE TAB-COD-GUIA(IND-GUIA) TO COD-DET.
           IF ACHEI EQUAL "S"
              MOVE TAB-PIS-FUNC(IND-FUNC)  TO PIS-DET
              MOVE TAB-NOME-FUNC(IND-FUNC) TO NOME-DET
           ELSE
              MOVE ZEROES TO PIS-DET
              MOVE "SEM FICHA FUNCIONAL" TO NOME-DET
              ADD 1 TO CT-SEM-FICHA
              DISPLAY "DEPOSITO SEM FICHA FUNCIONAL: "
                      TAB-COD-GUIA(IND-GUIA)
           END-IF.
           MOVE TAB-BASE-GUIA(IND-GUIA)  TO BASE-DET.
           MOVE TAB-DEP-GUIA(IND-GUIA)   TO DEPOSITO-DET.
           MOVE TAB-MULTA-GUIA(IND-GUIA) TO MULTA-DET.
           WRITE REG-GUIA FROM GUIA-DETALHE.
           ADD TAB-BASE-GUIA(IND-GUIA)  TO TOTAL-BASE.
           ADD TAB-DEP-GUIA(IND-GUIA)   TO TOTAL-DEPOSITO.
           ADD TAB-MULTA-GUIA(IND-GUIA) TO TOTAL-MULTA.
           PERFORM IMPRESSAO.
           PERFORM LANCA-SALDO.
           ADD 1 TO IND-GUIA.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       LANCA-SALDO.
           PERFORM PESQUISA-SALDO.
           IF ACHEI EQUAL "N"
              IF QTD-SALDO LESS THAN 2000
                 ADD 1 TO QTD-SALDO
                 MOVE QTD-SALDO TO IND-SALDO
                 MOVE SPACES   TO TAB-REG-SALDO(IND-SALDO)
                 MOVE COD-PESQ TO TAB-COD-SALDO(IND-SALDO)
                 MOVE ZEROES   TO TAB-SALDO-FGTS(IND-SALDO)
                 MOVE ZEROES   TO TAB-COMPET-SALDO(IND-SALDO)
                 MOVE "S" TO ACHEI
              ELSE
                 DISPLAY "TABELA DE SALDOS CHEIA - NAO LANCADO: "
                         COD-PESQ
              END-IF
           END-IF.
           IF ACHEI EQUAL "S"
              IF TAB-COMPET-SALDO(IND-SALDO) NOT LESS THAN COMPET-SEL
                 ADD 1 TO CT-JA-LANCADOS
                 DISPLAY "COMPETENCIA JA LANCADA NO SALDO: " COD-PESQ
              ELSE
                 ADD TAB-DEP-GUIA(IND-GUIA)
                     TO TAB-SALDO-FGTS(IND-SALDO)
                 MOVE COMPET-SEL TO TAB-COMPET-SALDO(IND-SALDO)
                 ADD 1 TO CT-LANCADOS
              END-IF
           END-IF.

       PESQUISA-SALDO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-SALDO.
           PERFORM TESTA-SALDO UNTIL IND-SALDO GREATER THAN
                   QTD-SALDO OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-SALDO
           END-IF.

       TESTA-SALDO.
           IF TAB-COD-SALDO(IND-SALDO) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-SALDO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE COD-DET      TO COD-REL.
           MOVE PIS-DET      TO PIS-REL.
           MOVE NOME-DET     TO NOME-REL.
           MOVE BASE-DET     TO BASE-REL.
           MOVE DEPOSITO-DET TO DEPOSITO-REL.
           MOVE MULTA-DET    TO MULTA-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE COMPET-SEL(5:2) TO MES-CAB.
           MOVE COMPET-SEL(1:4) TO ANO-CAB.
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
           MOVE "TOTAL DA BASE DE CALCULO" TO DESCR-TOT.
           MOVE TOTAL-BASE TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "TOTAL DOS DEPOSITOS 8%" TO DESCR-TOT.
           MOVE TOTAL-DEPOSITO TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DAS MULTAS 40%" TO DESCR-TOT.
           MOVE TOTAL-MULTA TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           ADD TOTAL-DEPOSITO TOTAL-MULTA GIVING VALOR-TOT.
           MOVE "TOTAL A RECOLHER" TO DESCR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       GRAVA-SALDOS.
           OPEN OUTPUT FGTSATU.
           MOVE 1 TO IND-SALDO.
           PERFORM GRAVA-SALDO UNTIL IND-SALDO GREATER THAN QTD-SALDO.
           MOVE CT-GRAVADOS  TO QTD-TRL-SALDO.
           MOVE SOMA-GRAVADA TO SOMA-TRL-SALDO.
           MOVE TRAILER-SALDO TO REG-SALDO-ATU.
           WRITE REG-SALDO-ATU.
           CLOSE FGTSATU.

       GRAVA-SALDO.
           MOVE TAB-REG-SALDO(IND-SALDO) TO REG-SALDO-ATU.
           WRITE REG-SALDO-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-COD-SALDO(IND-SALDO) TO SOMA-GRAVADA.
           ADD 1 TO IND-SALDO.

       GERA-CONTAS-PAGAR.
           ADD TOTAL-DEPOSITO TOTAL-MULTA GIVING TOTAL-RECOLHER.
           IF COD-FORN-GUIA EQUAL ZEROES OR
              TOTAL-RECOLHER EQUAL ZEROES
              DISPLAY "GUIA NAO ENVIADA AO CONTAS A PAGAR"
           ELSE
              MOVE COMPET-SEL TO DATA-RECOLHE(1:6)
              MOVE 20 TO DATA-RECOLHE(7:2)
              IF COMPET-SEL(5:2) EQUAL "12"
                 ADD 10000 TO DATA-RECOLHE
                 SUBTRACT 1100 FROM DATA-RECOLHE
              ELSE
                 ADD 100 TO DATA-RECOLHE
              END-IF
              IF DATA-RECOLHE LESS THAN DATA-HOJE
                 MOVE DATA-HOJE TO DATA-RECOLHE
              END-IF
              OPEN EXTEND CPTRAN
              IF WS-STATUS-CPT EQUAL "35"
                 OPEN OUTPUT CPTRAN
              END-IF
              MOVE COD-FORN-GUIA TO COD-FORN-TRAN
              MOVE "FGTS"        TO DOC-TRAN(1:4)
              MOVE COMPET-SEL    TO DOC-TRAN(5:6)
              MOVE "G"           TO ORIGEM-TRAN
              MOVE SPACES        TO DATA-EMIS-TRAN-X
              MOVE DATA-RECOLHE  TO DATA-VENC-TRAN
              MOVE TOTAL-RECOLHER TO VALOR-TRAN
              MOVE "FGTS A REC"  TO HIST-TRAN
              WRITE REG-TRAN
              CLOSE CPTRAN
              DISPLAY "GUIA ENVIADA AO CONTAS A PAGAR: " DATA-RECOLHE
           END-IF.

       FIM.
           DISPLAY "COMPETENCIA            : " COMPET-SEL.
           DISPLAY "MOVIMENTOS LIDOS       : " CT-MOVIMENTOS.
           DISPLAY "DE OUTRA COMPETENCIA   : " CT-OUTRA-COMPET.
           DISPLAY "FUNCIONARIOS NA GUIA   : " QTD-GUIA.
           DISPLAY "SEM FICHA FUNCIONAL    : " CT-SEM-FICHA.
           DISPLAY "SALDOS ATUALIZADOS     : " CT-LANCADOS.
           DISPLAY "JA LANCADOS ANTES      : " CT-JA-LANCADOS.
           DISPLAY "TOTAL DOS DEPOSITOS    : " TOTAL-DEPOSITO.
           DISPLAY "TOTAL DAS MULTAS       : " TOTAL-MULTA.
           DISPLAY "GRAVADOS EM FGTSSALD.ATU: " CT-GRAVADOS.
