       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPSELEC.
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
           SELECT PARMCP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORN.
           SELECT CPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CP.
           SELECT CPATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPPAGTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCP.DAT".
       01 REG-PARM-CP.
           02 DATA-LIMITE-PARM PIC X(08).

       FD FORNEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FORNEC.DAT".
       01 REG-FORN.
           02 COD-FORN      PIC 9(05).
           02 TIPO-FORN     PIC X(01).
           02 DOC-FORN      PIC 9(14).
           02 NOME-FORN     PIC X(40).
           02 BANCO-FORN    PIC 9(03).
           02 AGENCIA-FORN  PIC 9(05).
           02 CONTA-FORN    PIC X(12).
           02 SIT-FORN      PIC X(01).
           02 DATA-CAD-FORN PIC 9(08).

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

       FD CPATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPABERTO.ATU".
       01 REG-CP-ATU    PIC X(83).

       FD CPPAGTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPPAGTO.DAT".
       01 REG-PAGTO.
           02 NR-TIT-PAGTO   PIC 9(06).
           02 COD-FORN-PAGTO PIC 9(05).
           02 NOME-PAGTO     PIC X(40).
           02 TIPO-PAGTO     PIC X(01).
           02 DOC-FORN-PAGTO PIC 9(14).
           02 BANCO-PAGTO    PIC 9(03).
           02 AGENCIA-PAGTO  PIC 9(05).
           02 CONTA-PAGTO    PIC X(12).
           02 DOC-PAGTO      PIC X(10).
           02 VENC-PAGTO     PIC 9(08).
           02 DATA-PAGTO     PIC 9(08).
           02 VALOR-PAGTO    PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-FORN  PIC X(02).
           77 WS-STATUS-CP    PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-LIMITE     PIC 9(08) VALUE ZEROES.
           77 DATA-TESTE      PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO    PIC X(01) VALUE "N".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 QTD-FORN        PIC 9(04) VALUE ZEROES.
           77 IND-FORN        PIC 9(04) VALUE ZEROES.
           77 QTD-CP          PIC 9(04) VALUE ZEROES.
           77 IND-CP          PIC 9(04) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 DATA-PAGTO-W    PIC X(08) VALUE SPACES.
           77 DATA-PROX-W     PIC X(08) VALUE SPACES.
           77 DIAS-UM         PIC 9(03) VALUE 1.
           77 RESULTADO-SOMA  PIC X(02) VALUE SPACES.
           77 UTIL-PAGTO      PIC X(01) VALUE "N".
           77 NOME-FERIADO-W  PIC X(30) VALUE SPACES.
           77 RESULTADO-UTIL  PIC X(02) VALUE SPACES.
           77 CT-AJUSTE-UTIL  PIC 9(02) VALUE ZEROES.
           77 SALDO-CP        PIC 9(07)V99 VALUE ZEROES.
           77 CT-TITULOS      PIC 9(05) VALUE ZEROES.
           77 CT-SELECIONADOS PIC 9(05) VALUE ZEROES.
           77 CT-ADIADOS      PIC 9(05) VALUE ZEROES.
           77 CT-SEM-FORN     PIC 9(05) VALUE ZEROES.
           77 TOTAL-SELEC     PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-FORNECEDORES.
           02 TAB-FORN OCCURS 2000 TIMES.
               03 TAB-COD-FORN     PIC 9(05).
               03 TAB-TIPO-FORN    PIC X(01).
               03 TAB-DOC-FORN     PIC 9(14).
               03 TAB-NOME-FORN    PIC X(40).
               03 TAB-BANCO-FORN   PIC 9(03).
               03 TAB-AGENCIA-FORN PIC 9(05).
               03 TAB-CONTA-FORN   PIC X(12).

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

       PROCEDURE DIVISION.
       PGM-CPSELEC.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FORNEC.
           PERFORM CARREGA-TITULOS.
           OPEN OUTPUT CPPAGTO.
           MOVE 1 TO IND-CP.
           PERFORM SELECIONA-TITULO UNTIL IND-CP GREATER THAN QTD-CP.
           CLOSE CPPAGTO.
           PERFORM GRAVA-ATUALIZADO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           MOVE DATA-HOJE TO DATA-LIMITE.
           OPEN INPUT PARMCP.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMCP
                  NOT AT END
                      IF DATA-LIMITE-PARM NOT EQUAL SPACES
                         MOVE DATA-LIMITE-PARM TO DATA-TESTE
                         CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                              RESULTADO-DATA
                         IF RESULTADO-DATA NOT EQUAL "00"
                            DISPLAY "PARMCP.DAT COM DATA LIMITE "
                                    "INVALIDA - ABORTADO"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         MOVE DATA-LIMITE-PARM TO DATA-LIMITE
                      END-IF
              END-READ
              CLOSE PARMCP
           END-IF.

       CARREGA-FORNEC.
           OPEN INPUT FORNEC.
           IF WS-STATUS-FORN NOT EQUAL "00"
              DISPLAY "FORNEC.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FORNEC.
           PERFORM GUARDA-FORNEC UNTIL FIM-ARQ EQUAL "S".
           CLOSE FORNEC.
           MOVE "N" TO FIM-ARQ.

       LER-FORNEC.
           READ FORNEC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FORNEC.
           IF QTD-FORN LESS THAN 2000
              ADD 1 TO QTD-FORN
              MOVE COD-FORN     TO TAB-COD-FORN(QTD-FORN)
              MOVE TIPO-FORN    TO TAB-TIPO-FORN(QTD-FORN)
              MOVE DOC-FORN     TO TAB-DOC-FORN(QTD-FORN)
              MOVE NOME-FORN    TO TAB-NOME-FORN(QTD-FORN)
              MOVE BANCO-FORN   TO TAB-BANCO-FORN(QTD-FORN)
              MOVE AGENCIA-FORN TO TAB-AGENCIA-FORN(QTD-FORN)
              MOVE CONTA-FORN   TO TAB-CONTA-FORN(QTD-FORN)
           END-IF.
           PERFORM LER-FORNEC.

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
              ADD 1 TO CT-TITULOS
              MOVE REG-CP TO TAB-REG-CP(QTD-CP)
           ELSE
              DISPLAY "CPABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.

       SELECIONA-TITULO.
           IF TAB-SIT-CP(IND-CP) EQUAL "A"
              IF TAB-VENC-CP(IND-CP) LESS THAN DATA-HOJE
                 MOVE DATA-HOJE TO DATA-PAGTO-W
              ELSE
                 MOVE TAB-VENC-CP(IND-CP) TO DATA-PAGTO-W
              END-IF
              MOVE 0 TO CT-AJUSTE-UTIL
              MOVE "N" TO UTIL-PAGTO
              PERFORM AJUSTA-DIA-UTIL UNTIL UTIL-PAGTO EQUAL "S"
                      OR CT-AJUSTE-UTIL GREATER THAN 10
              IF DATA-PAGTO-W NOT GREATER THAN DATA-LIMITE
                 PERFORM PROGRAMA-PAGAMENTO
              ELSE
                 IF TAB-VENC-CP(IND-CP) NOT GREATER THAN DATA-LIMITE
                    ADD 1 TO CT-ADIADOS
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-CP.

       AJUSTA-DIA-UTIL.
           CALL "DIAUTIL" USING DATA-PAGTO-W UTIL-PAGTO
                                NOME-FERIADO-W RESULTADO-UTIL.
           IF RESULTADO-UTIL NOT EQUAL "00"
              MOVE "S" TO UTIL-PAGTO
           ELSE
              IF UTIL-PAGTO EQUAL "N"
                 ADD 1 TO CT-AJUSTE-UTIL
                 CALL "DATASOMA" USING DATA-PAGTO-W DIAS-UM
                                       DATA-PROX-W RESULTADO-SOMA
                 MOVE DATA-PROX-W TO DATA-PAGTO-W
              END-IF
           END-IF.

       PROGRAMA-PAGAMENTO.
           PERFORM PESQUISA-FORNEC.
           IF ACHEI EQUAL "N"
              DISPLAY "FORNECEDOR " TAB-FORN-CP(IND-CP)
                      " NAO CADASTRADO - TITULO "
                      TAB-NR-TIT-CP(IND-CP) " NAO SELECIONADO"
              ADD 1 TO CT-SEM-FORN
           ELSE
              COMPUTE SALDO-CP = TAB-VALOR-CP(IND-CP) -
                                 TAB-PAGO-CP(IND-CP)
              MOVE TAB-NR-TIT-CP(IND-CP)     TO NR-TIT-PAGTO
              MOVE TAB-FORN-CP(IND-CP)       TO COD-FORN-PAGTO
              MOVE TAB-NOME-FORN(IND-FORN)   TO NOME-PAGTO
              MOVE TAB-TIPO-FORN(IND-FORN)   TO TIPO-PAGTO
              MOVE TAB-DOC-FORN(IND-FORN)    TO DOC-FORN-PAGTO
              MOVE TAB-BANCO-FORN(IND-FORN)  TO BANCO-PAGTO
              MOVE TAB-AGENCIA-FORN(IND-FORN) TO AGENCIA-PAGTO
              MOVE TAB-CONTA-FORN(IND-FORN)  TO CONTA-PAGTO
              MOVE TAB-DOC-CP(IND-CP)        TO DOC-PAGTO
              MOVE TAB-VENC-CP(IND-CP)       TO VENC-PAGTO
              MOVE DATA-PAGTO-W              TO DATA-PAGTO
              MOVE SALDO-CP                  TO VALOR-PAGTO
              WRITE REG-PAGTO
              MOVE "S"          TO TAB-SIT-CP(IND-CP)
              MOVE DATA-PAGTO-W TO TAB-PROG-CP(IND-CP)
              ADD 1 TO CT-SELECIONADOS
              ADD SALDO-CP TO TOTAL-SELEC
           END-IF.

       PESQUISA-FORNEC.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FORN.
           PERFORM TESTA-FORNEC UNTIL IND-FORN GREATER THAN QTD-FORN
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FORN
           END-IF.

       TESTA-FORNEC.
           IF TAB-COD-FORN(IND-FORN) EQUAL TAB-FORN-CP(IND-CP)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FORN.

       GRAVA-ATUALIZADO.
           OPEN OUTPUT CPATU.
           MOVE 1 TO IND-CP.
           PERFORM GRAVA-CP-ITEM UNTIL IND-CP GREATER THAN QTD-CP.
           CLOSE CPATU.

       GRAVA-CP-ITEM.
           WRITE REG-CP-ATU FROM TAB-REG-CP(IND-CP).
           ADD 1 TO IND-CP.

       FIM.
           DISPLAY "DATA LIMITE            : " DATA-LIMITE.
           DISPLAY "TITULOS LIDOS          : " CT-TITULOS.
           DISPLAY "TITULOS SELECIONADOS   : " CT-SELECIONADOS.
           DISPLAY "VALOR SELECIONADO      : " TOTAL-SELEC.
           DISPLAY "ADIADOS P/ DIA UTIL    : " CT-ADIADOS.
           DISPLAY "SEM FORNECEDOR         : " CT-SEM-FORN.
