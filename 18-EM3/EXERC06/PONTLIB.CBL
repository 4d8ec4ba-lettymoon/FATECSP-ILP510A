       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PONTLIB.
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
           SELECT PONTOAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APR.
           SELECT PONTLIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.
           SELECT PONTOATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PONTLREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PONTOAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOAPR.DAT".
       01 REG-APR.
           02 COD-APR       PIC 9(05).
           02 COMPET-APR    PIC 9(06).
           02 HORAS-NOR-APR PIC 9(03)V99.
           02 HORAS-50-APR  PIC 9(03)V99.
           02 HORAS-100-APR PIC 9(03)V99.
           02 OCORR-APR     PIC 9(03).
           02 SIT-APR       PIC X(01).
           02 FILLER        PIC X(10).

       FD PONTLIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTLIB.DAT".
       01 REG-LIB.
           02 COD-LIB       PIC 9(05).
           02 COMPET-LIB    PIC 9(06).
           02 SUPERV-LIB    PIC X(10).

       FD PONTOATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOAPR.ATU".
       01 REG-APR-ATU PIC X(40).

       FD PONTLREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTLREJ.DAT".
       01 REG-REJ.
           02 COD-REJ       PIC 9(05).
           02 COMPET-REJ    PIC 9(06).
           02 SUPERV-REJ    PIC X(10).
           02 MOTIVO-REJ    PIC X(30).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-APR  PIC X(02).
           77 WS-STATUS-LIB  PIC X(02).
           77 QTD-APR        PIC 9(04) VALUE ZEROES.
           77 IND-APR        PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 MOTIVO-ERRO    PIC X(30) VALUE SPACES.
           77 CT-LIDOS-APR   PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-LIBERADOS   PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS  PIC 9(05) VALUE ZEROES.
           77 CT-PENDENTES   PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 SOMA-GRAVADA   PIC 9(15) VALUE ZEROES.

       01 TRAILER-APR.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-APR   PIC 9(06).
           02 SOMA-TRL-APR  PIC 9(15).
           02 FILLER        PIC X(14) VALUE SPACES.

       01 TABELA-APURACAO.
           02 TAB-APR OCCURS 2000 TIMES.
               03 TAB-REG-APR.
                   04 TAB-COD-APR    PIC 9(05).
                   04 TAB-COMPET-APR PIC 9(06).
                   04 FILLER         PIC X(18).
                   04 TAB-SIT-APR    PIC X(01).
                   04 FILLER         PIC X(10).

       PROCEDURE DIVISION.
       PGM-PONTLIB.
           PERFORM CARREGA-APURACAO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-APURACAO-ATUAL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-APURACAO.
           OPEN INPUT PONTOAPR.
           IF WS-STATUS-APR NOT EQUAL "00"
              DISPLAY "PONTOAPR.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-APURACAO.
           PERFORM GUARDA-APURACAO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PONTOAPR.
           PERFORM CONFERE-TRAILER.
           MOVE "N" TO FIM-ARQ.

       LER-APURACAO.
           READ PONTOAPR AT END MOVE "S" TO FIM-ARQ.

       GUARDA-APURACAO.
           IF COD-APR EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-APR(6:6)  TO QTD-INF
              MOVE REG-APR(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-APR
              ADD COD-APR TO SOMA-LIDA
              IF QTD-APR LESS THAN 2000
                 ADD 1 TO QTD-APR
                 MOVE REG-APR TO TAB-REG-APR(QTD-APR)
              ELSE
                 DISPLAY "PONTOAPR.DAT EXCEDE A TABELA DE APURACAO - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-APURACAO.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-APR NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE PONTOAPR.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-APR
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "PONTOAPR.DAT SEM TRAILER DE CONTROLE - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       INICIO.
           OPEN INPUT PONTLIB.
           IF WS-STATUS-LIB NOT EQUAL "00"
              DISPLAY "PONTLIB.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PONTLREJ.
           PERFORM LEITURA.

       LEITURA.
           READ PONTLIB AT END MOVE "S" TO FIM-ARQ.

       PRINCIPAL.
           ADD 1 TO CT-TRANS.
           MOVE SPACES TO MOTIVO-ERRO.
           IF SUPERV-LIB EQUAL SPACES
              MOVE "SUPERVISOR NAO INFORMADO" TO MOTIVO-ERRO
           ELSE
              PERFORM PESQUISA-APURACAO
              IF ACHEI EQUAL "N"
                 MOVE "APURACAO NAO ENCONTRADA" TO MOTIVO-ERRO
              ELSE
                 IF TAB-SIT-APR(IND-APR) EQUAL "A"
                    MOVE "PONTO JA LIBERADO" TO MOTIVO-ERRO
                 ELSE
                    MOVE "A" TO TAB-SIT-APR(IND-APR)
                    ADD 1 TO CT-LIBERADOS
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-ERRO NOT EQUAL SPACES
              PERFORM GRAVA-REJEITADA
           END-IF.
           PERFORM LEITURA.

       PESQUISA-APURACAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-APR.
           PERFORM TESTA-APURACAO UNTIL IND-APR GREATER THAN QTD-APR
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-APR
           END-IF.

       TESTA-APURACAO.
           IF TAB-COD-APR(IND-APR) EQUAL COD-LIB AND
              TAB-COMPET-APR(IND-APR) EQUAL COMPET-LIB
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-APR.

       GRAVA-REJEITADA.
           MOVE COD-LIB     TO COD-REJ.
           MOVE COMPET-LIB  TO COMPET-REJ.
           MOVE SUPERV-LIB  TO SUPERV-REJ.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-APURACAO-ATUAL.
           OPEN OUTPUT PONTOATU.
           MOVE 1 TO IND-APR.
           PERFORM GRAVA-APURACAO UNTIL IND-APR GREATER THAN QTD-APR.
           MOVE CT-GRAVADOS  TO QTD-TRL-APR.
           MOVE SOMA-GRAVADA TO SOMA-TRL-APR.
           MOVE TRAILER-APR  TO REG-APR-ATU.
           WRITE REG-APR-ATU.
           CLOSE PONTOATU.

       GRAVA-APURACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR-ATU.
           WRITE REG-APR-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-COD-APR(IND-APR) TO SOMA-GRAVADA.
           IF TAB-SIT-APR(IND-APR) NOT EQUAL "A"
              ADD 1 TO CT-PENDENTES
           END-IF.
           ADD 1 TO IND-APR.

       FIM.
           DISPLAY "LIBERACOES LIDAS       : " CT-TRANS.
           DISPLAY "PONTOS LIBERADOS       : " CT-LIBERADOS.
           DISPLAY "LIBERACOES REJEITADAS  : " CT-REJEITADAS.
           DISPLAY "AINDA PENDENTES        : " CT-PENDENTES.
           DISPLAY "GRAVADOS EM PONTOAPR.ATU: " CT-GRAVADOS.
           CLOSE PONTLIB PONTLREJ.
