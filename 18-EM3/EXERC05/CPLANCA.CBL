       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPLANCA.
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
           SELECT FORNEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FORN.
           SELECT CPTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT CPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CP.
           SELECT CPTREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD CPTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPTRAN.DAT".
       01 REG-TRAN.
           02 COD-FORN-TRAN  PIC 9(05).
           02 DOC-TRAN       PIC X(10).
           02 ORIGEM-TRAN    PIC X(01).
               88 ORIGEM-NOTA    VALUE "N".
               88 ORIGEM-CONSIG  VALUE "C".
               88 ORIGEM-GUIA    VALUE "G".
           02 DATA-EMIS-TRAN-X PIC X(08).
           02 DATA-EMIS-TRAN REDEFINES DATA-EMIS-TRAN-X PIC 9(08).
           02 DATA-VENC-TRAN-X PIC X(08).
           02 DATA-VENC-TRAN REDEFINES DATA-VENC-TRAN-X PIC 9(08).
           02 VALOR-TRAN-X   PIC X(09).
           02 VALOR-TRAN REDEFINES VALOR-TRAN-X PIC 9(07)V99.
           02 HIST-TRAN      PIC X(10).

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

       FD CPTREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPTREJ.DAT".
       01 REG-REJ.
           02 COD-FORN-REJ PIC 9(05).
           02 DOC-REJ      PIC X(10).
           02 VALOR-REJ    PIC X(09).
           02 MOTIVO-REJ   PIC X(30).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-FORN PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-CP   PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-FORN       PIC 9(04) VALUE ZEROES.
           77 IND-FORN       PIC 9(04) VALUE ZEROES.
           77 QTD-EXIST      PIC 9(04) VALUE ZEROES.
           77 IND-EXIST      PIC 9(04) VALUE ZEROES.
           77 ULTIMO-TIT     PIC 9(06) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-TESTE     PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO   PIC X(01) VALUE "N".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.
           77 CT-LIDOS       PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(05) VALUE ZEROES.
           77 TOTAL-LANCADO  PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-FORNECEDORES.
           02 TAB-FORN OCCURS 2000 TIMES.
               03 TAB-COD-FORN PIC 9(05).
               03 TAB-SIT-FORN PIC X(01).

       01 TABELA-EXISTENTES.
           02 TAB-EXIST OCCURS 5000 TIMES.
               03 TAB-FORN-EXIST PIC 9(05).
               03 TAB-DOC-EXIST  PIC X(10).
               03 TAB-VENC-EXIST PIC 9(08).

       PROCEDURE DIVISION.
       PGM-CPLANCA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-FORNEC.
           PERFORM CARREGA-EXISTENTES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           STOP RUN.

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
              MOVE COD-FORN TO TAB-COD-FORN(QTD-FORN)
              MOVE SIT-FORN TO TAB-SIT-FORN(QTD-FORN)
           END-IF.
           PERFORM LER-FORNEC.

       CARREGA-EXISTENTES.
           OPEN INPUT CPABERTO.
           IF WS-STATUS-CP EQUAL "00"
              PERFORM LER-EXISTENTE
              PERFORM GUARDA-EXISTENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CPABERTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-EXISTENTE.
           READ CPABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EXISTENTE.
           IF NR-TIT-CP GREATER THAN ULTIMO-TIT
              MOVE NR-TIT-CP TO ULTIMO-TIT
           END-IF.
           IF SIT-CP NOT EQUAL "C"
              IF QTD-EXIST LESS THAN 5000
                 ADD 1 TO QTD-EXIST
                 MOVE COD-FORN-CP  TO TAB-FORN-EXIST(QTD-EXIST)
                 MOVE DOC-CP       TO TAB-DOC-EXIST(QTD-EXIST)
                 MOVE DATA-VENC-CP TO TAB-VENC-EXIST(QTD-EXIST)
              ELSE
                 DISPLAY "CPABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-EXISTENTE.

       INICIO.
           OPEN INPUT CPTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "CPTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CPTREJ.
           OPEN EXTEND CPABERTO.
           IF WS-STATUS-CP EQUAL "35"
              OPEN OUTPUT CPABERTO
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ CPTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           MOVE SPACES TO MOTIVO-REJ.
           PERFORM VALIDA-LANCAMENTO.
           IF MOTIVO-REJ NOT EQUAL SPACES
              PERFORM GRAVA-REJEITO
           ELSE
              PERFORM GRAVA-TITULO
           END-IF.
           PERFORM LEITURA.

       VALIDA-LANCAMENTO.
           PERFORM PESQUISA-FORNEC.
           IF ACHEI EQUAL "N"
              MOVE "FORNECEDOR NAO CADASTRADO" TO MOTIVO-REJ
           ELSE
              IF TAB-SIT-FORN(IND-FORN) NOT EQUAL "A"
                 MOVE "FORNECEDOR INATIVO" TO MOTIVO-REJ
              END-IF
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES AND DOC-TRAN EQUAL SPACES
              MOVE "DOCUMENTO NAO INFORMADO" TO MOTIVO-REJ
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES AND
              NOT ORIGEM-NOTA AND NOT ORIGEM-CONSIG AND
              NOT ORIGEM-GUIA
              MOVE "ORIGEM INVALIDA" TO MOTIVO-REJ
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES
              IF VALOR-TRAN-X NOT NUMERIC OR VALOR-TRAN EQUAL ZEROES
                 MOVE "VALOR INVALIDO" TO MOTIVO-REJ
              END-IF
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES
              IF DATA-EMIS-TRAN-X EQUAL SPACES OR
                 DATA-EMIS-TRAN-X EQUAL ZEROES
                 MOVE DATA-HOJE TO DATA-EMIS-TRAN
              ELSE
                 MOVE DATA-EMIS-TRAN-X TO DATA-TESTE
                 MOVE "S" TO REGRA-FUTURO
                 CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                      RESULTADO-DATA
                 IF RESULTADO-DATA NOT EQUAL "00"
                    MOVE "DATA DE EMISSAO INVALIDA" TO MOTIVO-REJ
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES
              MOVE DATA-VENC-TRAN-X TO DATA-TESTE
              MOVE "N" TO REGRA-FUTURO
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "DATA DE VENCIMENTO INVALIDA" TO MOTIVO-REJ
              ELSE
                 IF DATA-VENC-TRAN LESS THAN DATA-EMIS-TRAN
                    MOVE "VENCIMENTO ANTERIOR A EMISSAO" TO MOTIVO-REJ
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-REJ EQUAL SPACES
              PERFORM PESQUISA-EXISTENTE
              IF ACHEI EQUAL "S"
                 MOVE "DOCUMENTO JA LANCADO" TO MOTIVO-REJ
              END-IF
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
           IF TAB-COD-FORN(IND-FORN) EQUAL COD-FORN-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FORN.

       PESQUISA-EXISTENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-EXIST.
           PERFORM TESTA-EXISTENTE UNTIL IND-EXIST GREATER THAN
                   QTD-EXIST OR ACHEI EQUAL "S".

       TESTA-EXISTENTE.
           IF TAB-FORN-EXIST(IND-EXIST) EQUAL COD-FORN-TRAN AND
              TAB-DOC-EXIST(IND-EXIST) EQUAL DOC-TRAN AND
              TAB-VENC-EXIST(IND-EXIST) EQUAL DATA-VENC-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EXIST.

       GRAVA-TITULO.
           ADD 1 TO ULTIMO-TIT.
           MOVE ULTIMO-TIT     TO NR-TIT-CP.
           MOVE COD-FORN-TRAN  TO COD-FORN-CP.
           MOVE DOC-TRAN       TO DOC-CP.
           MOVE ORIGEM-TRAN    TO ORIGEM-CP.
           MOVE DATA-EMIS-TRAN TO DATA-EMIS-CP.
           MOVE DATA-VENC-TRAN TO DATA-VENC-CP.
           MOVE VALOR-TRAN     TO VALOR-CP.
           MOVE ZEROES         TO PAGO-CP.
           MOVE "A"            TO SIT-CP.
           MOVE ZEROES         TO DATA-PROG-CP.
           MOVE ZEROES         TO DATA-BAIXA-CP.
           IF HIST-TRAN NOT EQUAL SPACES
              MOVE HIST-TRAN TO HIST-CP
           ELSE
              EVALUATE TRUE
                 WHEN ORIGEM-CONSIG MOVE "DESCONTOS"  TO HIST-CP
                 WHEN ORIGEM-GUIA   MOVE "FGTS A REC" TO HIST-CP
                 WHEN OTHER         MOVE "FORNECEDOR" TO HIST-CP
              END-EVALUATE
           END-IF.
           WRITE REG-CP.
           IF QTD-EXIST LESS THAN 5000
              ADD 1 TO QTD-EXIST
              MOVE COD-FORN-TRAN  TO TAB-FORN-EXIST(QTD-EXIST)
              MOVE DOC-TRAN       TO TAB-DOC-EXIST(QTD-EXIST)
              MOVE DATA-VENC-TRAN TO TAB-VENC-EXIST(QTD-EXIST)
           END-IF.
           ADD 1 TO CT-GRAVADOS.
           ADD VALOR-TRAN TO TOTAL-LANCADO.

       GRAVA-REJEITO.
           MOVE COD-FORN-TRAN TO COD-FORN-REJ.
           MOVE DOC-TRAN      TO DOC-REJ.
           MOVE VALOR-TRAN-X  TO VALOR-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       FIM.
           DISPLAY "LANCAMENTOS LIDOS      : " CT-LIDOS.
           DISPLAY "TITULOS GRAVADOS       : " CT-GRAVADOS.
           DISPLAY "LANCAMENTOS REJEITADOS : " CT-REJEITADOS.
           DISPLAY "VALOR LANCADO          : " TOTAL-LANCADO.
           CLOSE CPTRAN CPABERTO CPTREJ.
