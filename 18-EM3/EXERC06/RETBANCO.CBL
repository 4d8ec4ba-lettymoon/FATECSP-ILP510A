           SELECT REMREISS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-RET ASSIGN TO DISK.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.

       DATA DIVISION.
       FILE SECTION.
       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".
       01 REG-REMESSA      PIC X(100).
       01 REM-HEADER-VIEW REDEFINES REG-REMESSA.
           02 TIPO-HDR      PIC 9(01).
           02 NOME-EMPRESA  PIC X(30).
           02 DATA-PAGTO-HDR PIC 9(08).
           02 TIPO-REM-HDR  PIC X(01).
           02 FILLER        PIC X(60).
       01 REM-DETALHE-VIEW REDEFINES REG-REMESSA.
           02 TIPO-DET      PIC 9(01).
           02 COD-VEND-DET  PIC 9(05).
           02 NOME-DET      PIC X(30).
           02 VALOR-DET     PIC 9(13)V99.
           02 FILLER        PIC X(09).
           02 BANCO-DET     PIC 9(03).
           02 AGENCIA-DET   PIC 9(05).
           02 CONTA-DET     PIC X(12).
           02 CPF-DET       PIC 9(11).
           02 FILLER        PIC X(09).
       01 REM-TRAILER-VIEW REDEFINES REG-REMESSA.
           02 TIPO-TRL      PIC 9(01).
           02 QTD-TRL       PIC 9(06).
           02 SOMA-TRL      PIC 9(13)V99.
           02 FILLER        PIC X(78).

       FD RETORNO
           LABEL RECORD ARE STANDARD
       FD REMREISS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.REI".
       01 REG-REISS       PIC X(100).

       FD REL-RET
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-REM  PIC X(02).
           77 SOMA-REISS     PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.
           77 WS-STATUS-CONT PIC X(02).
           77 TIPO-REMESSA   PIC X(01) VALUE "F".
               88 REMESSA-ADIANTAMENTO VALUE "A".

       01 TABELA-REMESSA.
           02 TAB-DET OCCURS 500 TIMES.
               03 TAB-NOME-DET  PIC X(30).
               03 TAB-VALOR-DET PIC 9(13)V99.
               03 TAB-SIT-DET   PIC X(01).
               03 TAB-BANCO-DET   PIC 9(03).
               03 TAB-AGENCIA-DET PIC 9(05).
               03 TAB-CONTA-DET   PIC X(12).
               03 TAB-CPF-DET     PIC 9(11).

       01 REISS-HEADER.
           02 TIPO-HDR-R     PIC 9(01) VALUE 0.
           02 NOME-EMPRESA-R PIC X(30)
                             VALUE "TURISMAR TURISMOS LTDA".
           02 DATA-PAGTO-R   PIC 9(08).
           02 TIPO-REM-R     PIC X(01).
           02 FILLER         PIC X(60) VALUE SPACES.

       01 REISS-DETALHE.
           02 TIPO-DET-R     PIC 9(01) VALUE 1.
           02 NOME-R         PIC X(30).
           02 VALOR-R        PIC 9(13)V99.
           02 FILLER         PIC X(09) VALUE SPACES.
           02 BANCO-R        PIC 9(03).
           02 AGENCIA-R      PIC 9(05).
           02 CONTA-R        PIC X(12).
           02 CPF-R          PIC 9(11).
           02 FILLER         PIC X(09) VALUE SPACES.

       01 REISS-TRAILER.
           02 TIPO-TRL-R     PIC 9(01) VALUE 9.
           02 QTD-TRL-R      PIC 9(06).
           02 SOMA-TRL-R     PIC 9(13)V99.
           02 FILLER         PIC X(78) VALUE SPACES.

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 ORIGEM-CONT      PIC X(02) VALUE "FP".
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

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM VARRE-SEM-RETORNO.
           PERFORM GERA-REEMISSAO.
           PERFORM GRAVA-CONTABIL.
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.
       GUARDA-REMESSA.
           EVALUATE REG-REMESSA(1:1)
              WHEN "0"
                 IF TIPO-REM-HDR EQUAL "A"
                    MOVE "A" TO TIPO-REMESSA
                 END-IF
              WHEN "1"
                 IF QTD-DET LESS THAN 500
                    ADD 1 TO QTD-DET
                    MOVE NOME-DET     TO TAB-NOME-DET(QTD-DET)
                    MOVE VALOR-DET    TO TAB-VALOR-DET(QTD-DET)
                    MOVE "A"          TO TAB-SIT-DET(QTD-DET)
                    MOVE BANCO-DET    TO TAB-BANCO-DET(QTD-DET)
                    MOVE AGENCIA-DET  TO TAB-AGENCIA-DET(QTD-DET)
                    MOVE CONTA-DET    TO TAB-CONTA-DET(QTD-DET)
                    MOVE CPF-DET      TO TAB-CPF-DET(QTD-DET)
                    ADD VALOR-DET TO SOMA-CALC
                 END-IF
              WHEN "9"
           END-IF.
           OPEN OUTPUT REMREISS.
           MOVE DATA-HOJE TO DATA-PAGTO-R.
           MOVE TIPO-REMESSA TO TIPO-REM-R.
           WRITE REG-REISS FROM REISS-HEADER.
           MOVE 1 TO IND-DET.
           PERFORM GRAVA-REISS-DET UNTIL IND-DET GREATER THAN
              MOVE TAB-COD-DET(IND-DET)   TO COD-VEND-R
              MOVE TAB-NOME-DET(IND-DET)  TO NOME-R
              MOVE TAB-VALOR-DET(IND-DET) TO VALOR-R
              MOVE TAB-BANCO-DET(IND-DET)   TO BANCO-R
              MOVE TAB-AGENCIA-DET(IND-DET) TO AGENCIA-R
              MOVE TAB-CONTA-DET(IND-DET)   TO CONTA-R
              MOVE TAB-CPF-DET(IND-DET)     TO CPF-R
              WRITE REG-REISS FROM REISS-DETALHE
              ADD 1 TO CT-REISS
              ADD TAB-VALOR-DET(IND-DET) TO SOMA-REISS
           END-IF.
           ADD 1 TO IND-DET.

       GRAVA-CONTABIL.
           IF NOT REMESSA-ADIANTAMENTO AND VAL-PAGOS GREATER THAN 0
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE DATA-HOJE(5:2) TO MES-COMPET
              MOVE DATA-HOJE(1:4) TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE VAL-PAGOS TO VALOR-CONT
              MOVE "D" TO NATUREZA-CONT
              MOVE "SAL A PAGA" TO HISTORICO-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              MOVE "C" TO NATUREZA-CONT
              MOVE "BANCO" TO HISTORICO-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              MOVE 2 TO QTD-CONT
              MOVE "+" TO SINAL-CONT
              MOVE VAL-PAGOS TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
