       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LIVRICMS.
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
           SELECT PARMLIVR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.
           SELECT TAXAUF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TAXA.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTAS.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT ICMSAPU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-LIVRO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMLIVR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMLIVR.DAT".
       01 REG-PARM-LIVRO.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD PERIODOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODOS.DAT".
       01 REG-PER.
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).
               88 PERIODO-ABERTO  VALUE "A".
               88 PERIODO-FECHADO VALUE "F".

       FD TAXAUF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TAXAUF.DAT".
       01 REG-TAXA.
           02 UF-TAXA       PIC X(02).
           02 ALIQUOTA-TAXA PIC 9(02)V99.

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
               88 NOTA-CANCELADA VALUE "C".
           02 COND-NOTA     PIC 9(02).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-ENT.
           02 ESTADO-ENT        PIC X(02).
           02 NR-VENDEDOR-ENT   PIC 9(05).
           02 NOME-VENDEDOR-ENT PIC X(20).
           02 VAL-VENDA-ENT     PIC 9(07)V99.
           02 DATA-VENDA-ENT.
               03 DIA-VENDA-ENT PIC 9(02).
               03 MES-VENDA-ENT PIC 9(02).
               03 ANO-VENDA-ENT PIC 9(04).
           02 TIPO-VENDA-ENT    PIC X(01).
               88 VENDA-NORMAL  VALUE "V".
               88 VENDA-DEVOLUCAO VALUE "D".
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD ICMSAPU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ICMSAPU.DAT".
       01 REG-APU PIC X(80).

       FD REL-LIVRO
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 WS-STATUS-TAXA  PIC X(02).
           77 WS-STATUS-NOTAS PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 COMPET-NOTA     PIC 9(06) VALUE ZEROES.
           77 SIT-COMPET      PIC X(01) VALUE SPACES.
           77 QTD-UF          PIC 9(02) VALUE ZEROES.
           77 IND-UF          PIC 9(02) VALUE ZEROES.
           77 ACHEI-UF        PIC X(01) VALUE "N".
           77 UF-PESQ         PIC X(02) VALUE SPACES.
           77 ALIQ-NOTA       PIC 9(02)V99 VALUE ZEROES.
           77 CREDITO-DEV     PIC 9(07)V99 VALUE ZEROES.
           77 SALDO-UF        PIC S9(13)V99 VALUE ZEROES.
           77 CT-NOTAS        PIC 9(05) VALUE ZEROES.
           77 CT-CANCELADAS   PIC 9(05) VALUE ZEROES.
           77 CT-FORA-PERIODO PIC 9(05) VALUE ZEROES.
           77 CT-DEVOLUCOES   PIC 9(05) VALUE ZEROES.
           77 CT-REG-APU      PIC 9(06) VALUE ZEROES.
           77 TOTAL-VALOR     PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-CANCEL    PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-DEBITO    PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-CREDITO   PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-SALDO     PIC S9(13)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-APURACAO.
           02 TAB-APU OCCURS 27 TIMES.
               03 TAB-UF-APU      PIC X(02).
               03 TAB-ALIQ-APU    PIC 9(02)V99.
               03 TAB-BASE-APU    PIC 9(13)V99.
               03 TAB-DEBITO-APU  PIC 9(13)V99.
               03 TAB-DEVOL-APU   PIC 9(13)V99.
               03 TAB-CREDITO-APU PIC 9(13)V99.
               03 TAB-MOVTO-APU   PIC X(01).

       01 APU-HEADER.
           02 TIPO-HDR      PIC 9(01) VALUE 0.
           02 NOME-EMPRESA  PIC X(30)
                            VALUE "TURISMAR TURISMOS LTDA".
           02 TRIBUTO-HDR   PIC X(08) VALUE "ICMS".
           02 COMPET-HDR    PIC 9(06).
           02 DATA-GER-HDR  PIC 9(08).
           02 FILLER        PIC X(27) VALUE SPACES.

       01 APU-NOTA.
           02 TIPO-NOTA-APU PIC 9(01) VALUE 1.
           02 NR-NOTA-APU   PIC 9(04).
           02 DATA-NOTA-APU PIC 9(08).
           02 UF-NOTA-APU   PIC X(02).
           02 VALOR-NOTA-APU PIC 9(13)V99.
           02 ICMS-NOTA-APU PIC 9(13)V99.
           02 SIT-NOTA-APU  PIC X(01).
           02 FILLER        PIC X(34) VALUE SPACES.

       01 APU-UF.
           02 TIPO-UF-APU   PIC 9(01) VALUE 2.
           02 UF-APU        PIC X(02).
           02 BASE-UF-APU   PIC 9(13)V99.
           02 DEBITO-UF-APU PIC 9(13)V99.
           02 CREDITO-UF-APU PIC 9(13)V99.
           02 SINAL-UF-APU  PIC X(01).
           02 SALDO-UF-APU  PIC 9(13)V99.
           02 FILLER        PIC X(16) VALUE SPACES.

       01 APU-TRAILER.
           02 TIPO-TRL      PIC 9(01) VALUE 9.
           02 QTD-TRL       PIC 9(06).
           02 DEBITO-TRL    PIC 9(13)V99.
           02 CREDITO-TRL   PIC 9(13)V99.
           02 SINAL-TRL     PIC X(01).
           02 SALDO-TRL     PIC 9(13)V99.
           02 FILLER        PIC X(27) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER     PIC X(15) VALUE SPACES.
           02 FILLER     PIC X(46) VALUE
                  "LIVRO REGISTRO DE SAIDAS - ICMS   COMPETENCIA ".
           02 MES-CAB    PIC 99.
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-CAB    PIC 9999.
           02 FILLER     PIC X(22) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NOTA".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "EMISSAO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "UF".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "CLIEN".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(14) VALUE " VALOR CONTAB.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ALIQ.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "          ICMS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "OBSERVAC.".
       01 CAB-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
                  "APURACAO DO ICMS POR UF".
           02 FILLER PIC X(38) VALUE SPACES.
       01 CAB-05.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "UF".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "BASE DE CALC.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "  DEBITO ICMS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "CRED.DEVOLUCAO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "          SALDO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "SITUACAO".

       01 DETALHE-LIVRO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOTA-LIV    PIC 9(04).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 DIA-LIV     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-LIV     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-LIV     PIC 9999.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 UF-LIV      PIC X(02).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 CLI-LIV     PIC 9(05).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 VALOR-LIV   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ALIQ-LIV    PIC Z9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ICMS-LIV    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 OBS-LIV     PIC X(09).

       01 TOTAL-LIVRO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(15) VALUE "TOTAL DO MES - ".
           02 QTD-TOT-LIV PIC ZZ.ZZ9.
           02 FILLER      PIC X(08) VALUE " NOTAS  ".
           02 VALOR-TOT-LIV PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(09) VALUE SPACES.
           02 ICMS-TOT-LIV PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CANCEL-LIVRO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(15) VALUE "CANCELADAS   - ".
           02 QTD-CAN-LIV PIC ZZ.ZZ9.
           02 FILLER      PIC X(08) VALUE " NOTAS  ".
           02 VALOR-CAN-LIV PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-APU.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 UF-REL      PIC X(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 BASE-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DEBITO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CREDITO-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SALDO-REL   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SITUACAO-REL PIC X(10).

       01 DETALHE-VAZIO.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 FILLER       PIC X(30) VALUE "NENHUMA NOTA NO PERIODO".

       PROCEDURE DIVISION.
       PGM-LIVRICMS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.
           PERFORM VERIFICA-PERIODO.
           PERFORM CARREGA-ALIQUOTAS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM IMPRIME-TOTAL-LIVRO.
           PERFORM APURA-DEVOLUCOES.
           PERFORM IMPRIME-APURACAO.
           PERFORM GRAVA-TRAILER.
           PERFORM FIM.
           STOP RUN.

       LER-PARAMETROS.
           OPEN INPUT PARMLIVR.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMLIVR.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMLIVR
               AT END
                   DISPLAY "PARMLIVR.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ANO-PARM TO COMPET-SEL(1:4)
                   MOVE MES-PARM TO COMPET-SEL(5:2)
           END-READ.
           CLOSE PARMLIVR.

       VERIFICA-PERIODO.
           OPEN INPUT PERIODOS.
           IF WS-STATUS-PER NOT EQUAL "00"
              DISPLAY "PERIODOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PERIODO.
           PERFORM TESTA-PERIODO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PERIODOS.
           MOVE "N" TO FIM-ARQ.
           IF SIT-COMPET NOT EQUAL "F"
              DISPLAY "COMPETENCIA " COMPET-SEL
                      " NAO FECHADA PELO PERFECHA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PERIODO.
           READ PERIODOS AT END MOVE "S" TO FIM-ARQ.

       TESTA-PERIODO.
           IF COMPET-PER EQUAL COMPET-SEL
              MOVE SIT-PER TO SIT-COMPET
           END-IF.
           PERFORM LER-PERIODO.

       CARREGA-ALIQUOTAS.
           OPEN INPUT TAXAUF.
           IF WS-STATUS-TAXA NOT EQUAL "00"
              DISPLAY "TAXAUF.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ALIQUOTA.
           PERFORM GUARDA-ALIQUOTA UNTIL FIM-ARQ EQUAL "S".
           CLOSE TAXAUF.
           MOVE "N" TO FIM-ARQ.

       LER-ALIQUOTA.
           READ TAXAUF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ALIQUOTA.
           IF QTD-UF LESS THAN 27
              ADD 1 TO QTD-UF
              MOVE UF-TAXA       TO TAB-UF-APU(QTD-UF)
              MOVE ALIQUOTA-TAXA TO TAB-ALIQ-APU(QTD-UF)
              PERFORM INICIA-UF
           END-IF.
           PERFORM LER-ALIQUOTA.

       INICIA-UF.
           MOVE 0   TO TAB-BASE-APU(QTD-UF).
           MOVE 0   TO TAB-DEBITO-APU(QTD-UF).
           MOVE 0   TO TAB-DEVOL-APU(QTD-UF).
           MOVE 0   TO TAB-CREDITO-APU(QTD-UF).
           MOVE "N" TO TAB-MOVTO-APU(QTD-UF).

       PESQUISA-UF.
           MOVE "N" TO ACHEI-UF.
           MOVE 1 TO IND-UF.
           PERFORM TESTA-UF UNTIL IND-UF GREATER THAN QTD-UF
                   OR ACHEI-UF EQUAL "S".
           IF ACHEI-UF EQUAL "S"
              SUBTRACT 1 FROM IND-UF
           ELSE
              IF QTD-UF LESS THAN 27
                 ADD 1 TO QTD-UF
                 MOVE UF-PESQ TO TAB-UF-APU(QTD-UF)
                 MOVE 0 TO TAB-ALIQ-APU(QTD-UF)
                 PERFORM INICIA-UF
                 MOVE QTD-UF TO IND-UF
                 MOVE "S" TO ACHEI-UF
              ELSE
                 DISPLAY "TABELA DE UF ESGOTADA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       TESTA-UF.
           IF TAB-UF-APU(IND-UF) EQUAL UF-PESQ
              MOVE "S" TO ACHEI-UF
           END-IF.
           ADD 1 TO IND-UF.

       INICIO.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTAS NOT EQUAL "00"
              DISPLAY "NOTAS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REL-LIVRO ICMSAPU.
           MOVE COMPET-SEL TO COMPET-HDR.
           MOVE DATA-HOJE  TO DATA-GER-HDR.
           WRITE REG-APU FROM APU-HEADER.
           PERFORM CABECALHO.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           PERFORM LEITURA.

       LEITURA.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       PRINCIPAL.
           MOVE DATA-NOTA(1:6) TO COMPET-NOTA.
           IF COMPET-NOTA EQUAL COMPET-SEL
              PERFORM REGISTRA-NOTA
           ELSE
              ADD 1 TO CT-FORA-PERIODO
           END-IF.
           PERFORM LEITURA.

       REGISTRA-NOTA.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
              WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN
           END-IF.
           MOVE NR-NOTA         TO NOTA-LIV.
           MOVE DATA-NOTA(7:2)  TO DIA-LIV.
           MOVE DATA-NOTA(5:2)  TO MES-LIV.
           MOVE DATA-NOTA(1:4)  TO ANO-LIV.
           MOVE UF-NOTA         TO UF-LIV.
           MOVE COD-CLI-NOTA    TO CLI-LIV.
           MOVE VALOR-NOTA      TO VALOR-LIV.
           MOVE ICMS-NOTA       TO ICMS-LIV.
           IF VALOR-NOTA GREATER THAN 0
              COMPUTE ALIQ-NOTA ROUNDED = ICMS-NOTA * 100 /
                      VALOR-NOTA
           ELSE
              MOVE 0 TO ALIQ-NOTA
           END-IF.
           MOVE ALIQ-NOTA TO ALIQ-LIV.
           MOVE NR-NOTA    TO NR-NOTA-APU.
           MOVE DATA-NOTA  TO DATA-NOTA-APU.
           MOVE UF-NOTA    TO UF-NOTA-APU.
           MOVE VALOR-NOTA TO VALOR-NOTA-APU.
           MOVE ICMS-NOTA  TO ICMS-NOTA-APU.
           IF NOTA-CANCELADA
              MOVE "CANCELADA" TO OBS-LIV
              MOVE "C" TO SIT-NOTA-APU
              ADD 1 TO CT-CANCELADAS
              ADD VALOR-NOTA TO TOTAL-CANCEL
           ELSE
              MOVE SPACES TO OBS-LIV
              MOVE "N" TO SIT-NOTA-APU
              ADD 1 TO CT-NOTAS
              ADD VALOR-NOTA TO TOTAL-VALOR
              ADD ICMS-NOTA TO TOTAL-DEBITO
              MOVE UF-NOTA TO UF-PESQ
              PERFORM PESQUISA-UF
              ADD VALOR-NOTA TO TAB-BASE-APU(IND-UF)
              ADD ICMS-NOTA  TO TAB-DEBITO-APU(IND-UF)
              MOVE "S" TO TAB-MOVTO-APU(IND-UF)
           END-IF.
           WRITE REG-ATR FROM DETALHE-LIVRO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           WRITE REG-APU FROM APU-NOTA.
           ADD 1 TO CT-REG-APU.

       IMPRIME-TOTAL-LIVRO.
           IF CT-NOTAS EQUAL 0 AND CT-CANCELADAS EQUAL 0
              WRITE REG-ATR FROM DETALHE-VAZIO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           IF CT-LIN GREATER THAN 37
              PERFORM CABECALHO
           END-IF.
           MOVE CT-NOTAS     TO QTD-TOT-LIV.
           MOVE TOTAL-VALOR  TO VALOR-TOT-LIV.
           MOVE TOTAL-DEBITO TO ICMS-TOT-LIV.
           WRITE REG-ATR FROM TOTAL-LIVRO AFTER ADVANCING 2 LINES.
           MOVE CT-CANCELADAS TO QTD-CAN-LIV.
           MOVE TOTAL-CANCEL  TO VALOR-CAN-LIV.
           WRITE REG-ATR FROM CANCEL-LIVRO AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.

       APURA-DEVOLUCOES.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA EQUAL "00"
              PERFORM LER-VENDA
              PERFORM TRATA-VENDA UNTIL FIM-ARQ EQUAL "S"
              CLOSE ARQVENDA
           ELSE
              DISPLAY "ARQVENDA.DAT NAO ENCONTRADO - SEM CREDITO DE "
                      "DEVOLUCOES"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-VENDA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.

       TRATA-VENDA.
           IF VENDA-DEVOLUCAO AND
              ANO-VENDA-ENT EQUAL COMPET-SEL(1:4) AND
              MES-VENDA-ENT EQUAL COMPET-SEL(5:2)
              MOVE ESTADO-ENT TO UF-PESQ
              PERFORM PESQUISA-UF
              COMPUTE CREDITO-DEV ROUNDED =
                      VAL-VENDA-ENT * TAB-ALIQ-APU(IND-UF) / 100
              ADD VAL-VENDA-ENT TO TAB-DEVOL-APU(IND-UF)
              ADD CREDITO-DEV   TO TAB-CREDITO-APU(IND-UF)
              ADD CREDITO-DEV   TO TOTAL-CREDITO
              MOVE "S" TO TAB-MOVTO-APU(IND-UF)
              ADD 1 TO CT-DEVOLUCOES
           END-IF.
           PERFORM LER-VENDA.

       IMPRIME-APURACAO.
           PERFORM CABECALHO.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.
           MOVE 1 TO IND-UF.
           PERFORM IMPRIME-UF UNTIL IND-UF GREATER THAN QTD-UF.
           COMPUTE TOTAL-SALDO = TOTAL-DEBITO - TOTAL-CREDITO.
           MOVE "TOTAL"       TO UF-REL.
           MOVE TOTAL-VALOR   TO BASE-REL.
           MOVE TOTAL-DEBITO  TO DEBITO-REL.
           MOVE TOTAL-CREDITO TO CREDITO-REL.
           MOVE TOTAL-SALDO   TO SALDO-REL.
           IF TOTAL-SALDO LESS THAN 0
              MOVE "CREDOR" TO SITUACAO-REL
           ELSE
              MOVE "A RECOLHER" TO SITUACAO-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE-APU AFTER ADVANCING 2 LINES.

       IMPRIME-UF.
           IF TAB-MOVTO-APU(IND-UF) EQUAL "S"
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
                 WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 2 LINES
                 ADD 2 TO CT-LIN
              END-IF
              COMPUTE SALDO-UF = TAB-DEBITO-APU(IND-UF) -
                                 TAB-CREDITO-APU(IND-UF)
              MOVE TAB-UF-APU(IND-UF)      TO UF-REL
              MOVE TAB-BASE-APU(IND-UF)    TO BASE-REL
              MOVE TAB-DEBITO-APU(IND-UF)  TO DEBITO-REL
              MOVE TAB-CREDITO-APU(IND-UF) TO CREDITO-REL
              MOVE SALDO-UF                TO SALDO-REL
              MOVE TAB-UF-APU(IND-UF)      TO UF-APU
              MOVE TAB-BASE-APU(IND-UF)    TO BASE-UF-APU
              MOVE TAB-DEBITO-APU(IND-UF)  TO DEBITO-UF-APU
              MOVE TAB-CREDITO-APU(IND-UF) TO CREDITO-UF-APU
              MOVE SALDO-UF                TO SALDO-UF-APU
              IF SALDO-UF LESS THAN 0
                 MOVE "CREDOR" TO SITUACAO-REL
                 MOVE "-" TO SINAL-UF-APU
              ELSE
                 MOVE "A RECOLHER" TO SITUACAO-REL
                 MOVE "+" TO SINAL-UF-APU
              END-IF
              WRITE REG-ATR FROM DETALHE-APU AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              WRITE REG-APU FROM APU-UF
              ADD 1 TO CT-REG-APU
           END-IF.
           ADD 1 TO IND-UF.

       GRAVA-TRAILER.
           MOVE CT-REG-APU    TO QTD-TRL.
           MOVE TOTAL-DEBITO  TO DEBITO-TRL.
           MOVE TOTAL-CREDITO TO CREDITO-TRL.
           MOVE TOTAL-SALDO   TO SALDO-TRL.
           IF TOTAL-SALDO LESS THAN 0
              MOVE "-" TO SINAL-TRL
           ELSE
              MOVE "+" TO SINAL-TRL
           END-IF.
           WRITE REG-APU FROM APU-TRAILER.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE COMPET-SEL(5:2) TO MES-CAB.
           MOVE COMPET-SEL(1:4) TO ANO-CAB.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "COMPETENCIA            : " COMPET-SEL.
           DISPLAY "NOTAS ESCRITURADAS     : " CT-NOTAS.
           DISPLAY "NOTAS CANCELADAS       : " CT-CANCELADAS.
           DISPLAY "NOTAS DE OUTROS MESES  : " CT-FORA-PERIODO.
           DISPLAY "DEVOLUCOES CREDITADAS  : " CT-DEVOLUCOES.
           DISPLAY "ICMS DEBITADO          : " TOTAL-DEBITO.
           DISPLAY "ICMS CREDITADO         : " TOTAL-CREDITO.
           DISPLAY "SALDO DO MES           : " TOTAL-SALDO.
           CLOSE NOTAS REL-LIVRO ICMSAPU.
