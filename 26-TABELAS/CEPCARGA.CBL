       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CEPCARGA.
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
           SELECT CEPENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENT.
           SELECT UFREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-UFREF.
           SELECT MUNREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MUNREF.
           SELECT CEPREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CEPENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPENT.DAT".
       01 REG-CEP-ENT.
           02 UF-CEP-ENT      PIC X(02).
           02 MUN-CEP-ENT     PIC X(30).
           02 CEP-INI-ENT-X   PIC X(08).
           02 CEP-INI-ENT REDEFINES CEP-INI-ENT-X PIC 9(08).
           02 CEP-FIM-ENT-X   PIC X(08).
           02 CEP-FIM-ENT REDEFINES CEP-FIM-ENT-X PIC 9(08).

       FD UFREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "UFREF.DAT".
       01 REG-UF.
           02 UF-REF     PIC X(02).
           02 NOME-REF   PIC X(19).
           02 REGIAO-REF PIC X(12).

       FD MUNREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MUNREF.DAT".
       01 REG-MUN.
           02 UF-MUN   PIC X(02).
           02 NOME-MUN PIC X(30).

       FD CEPREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPREF.DAT".
       01 REG-CEP.
           02 UF-CEP      PIC X(02).
           02 MUN-CEP     PIC X(30).
           02 CEP-INI-CEP PIC 9(08).
           02 CEP-FIM-CEP PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ          PIC X(01) VALUE "N".
           77 WS-STATUS-ENT    PIC X(02).
           77 WS-STATUS-UFREF  PIC X(02).
           77 WS-STATUS-MUNREF PIC X(02).
           77 QTD-ESTADOS      PIC 9(02) VALUE ZEROES.
           77 QTD-MUNICIPIOS   PIC 9(04) VALUE ZEROES.
           77 IND-MUNICIPIO    PIC 9(04) VALUE ZEROES.
           77 ACHEI            PIC X(01) VALUE "N".
           77 ACHEI-MUN        PIC X(01) VALUE "N".
           77 CT-LIDOS         PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS      PIC 9(05) VALUE ZEROES.
           77 CT-REJEIT        PIC 9(05) VALUE ZEROES.

       01 TABELA-ESTADOS.
           02 TAB-UF PIC X(02) OCCURS 27 TIMES
                     INDEXED BY IDX-ESTADO.

       01 TABELA-MUNICIPIOS.
           02 TAB-MUN OCCURS 6000 TIMES.
               03 TAB-UF-MUN   PIC X(02).
               03 TAB-NOME-MUN PIC X(30).

       PROCEDURE DIVISION.
       PGM-CEPCARGA.
           PERFORM CARREGA-ESTADOS.
           PERFORM CARREGA-MUNICIPIOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           STOP RUN.

       CARREGA-ESTADOS.
           OPEN INPUT UFREF.
           IF WS-STATUS-UFREF NOT EQUAL "00"
              DISPLAY "UFREF.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-UFREF.
           PERFORM GUARDA-UFREF UNTIL FIM-ARQ EQUAL "S".
           CLOSE UFREF.
           MOVE "N" TO FIM-ARQ.

       LER-UFREF.
           READ UFREF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-UFREF.
           IF QTD-ESTADOS LESS THAN 27
              ADD 1 TO QTD-ESTADOS
              SET IDX-ESTADO TO QTD-ESTADOS
              MOVE UF-REF TO TAB-UF(IDX-ESTADO)
           END-IF.
           PERFORM LER-UFREF.

       CARREGA-MUNICIPIOS.
           OPEN INPUT MUNREF.
           IF WS-STATUS-MUNREF NOT EQUAL "00"
              DISPLAY "MUNREF.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MUNREF.
           PERFORM GUARDA-MUNREF UNTIL FIM-ARQ EQUAL "S".
           CLOSE MUNREF.
           MOVE "N" TO FIM-ARQ.

       LER-MUNREF.
           READ MUNREF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-MUNREF.
           IF QTD-MUNICIPIOS LESS THAN 6000
              ADD 1 TO QTD-MUNICIPIOS
              MOVE UF-MUN   TO TAB-UF-MUN(QTD-MUNICIPIOS)
              MOVE NOME-MUN TO TAB-NOME-MUN(QTD-MUNICIPIOS)
           ELSE
              DISPLAY "MUNREF.DAT EXCEDE A TABELA DE MUNICIPIOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MUNREF.

       INICIO.
           OPEN INPUT CEPENT.
           IF WS-STATUS-ENT NOT EQUAL "00"
              DISPLAY "CEPENT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CEPREF.
           PERFORM LEITURA.

       LEITURA.
           READ CEPENT AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-UF.
           IF ACHEI EQUAL "N"
              DISPLAY "REJEITADO - UF INVALIDA: " UF-CEP-ENT
              ADD 1 TO CT-REJEIT
           ELSE
              PERFORM PESQUISA-MUNICIPIO
              IF ACHEI-MUN EQUAL "N"
                 DISPLAY "REJEITADO - MUNICIPIO NAO CADASTRADO: "
                         MUN-CEP-ENT
                 ADD 1 TO CT-REJEIT
              ELSE
                 IF CEP-INI-ENT-X NOT NUMERIC OR
                    CEP-FIM-ENT-X NOT NUMERIC OR
                    CEP-INI-ENT EQUAL ZEROES
                    DISPLAY "REJEITADO - CEP INVALIDO: "
                            CEP-INI-ENT-X " " CEP-FIM-ENT-X
                    ADD 1 TO CT-REJEIT
                 ELSE
                    IF CEP-INI-ENT GREATER THAN CEP-FIM-ENT
                       DISPLAY "REJEITADO - FAIXA DE CEP INVERTIDA: "
                               CEP-INI-ENT-X " " CEP-FIM-ENT-X
                       ADD 1 TO CT-REJEIT
                    ELSE
                       PERFORM GRAVA-FAIXA
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       PESQUISA-UF.
           MOVE "N" TO ACHEI.
           SET IDX-ESTADO TO 1.
           SEARCH TAB-UF
               AT END CONTINUE
               WHEN TAB-UF(IDX-ESTADO) EQUAL UF-CEP-ENT
                    MOVE "S" TO ACHEI
           END-SEARCH.

       PESQUISA-MUNICIPIO.
           MOVE "N" TO ACHEI-MUN.
           MOVE 1 TO IND-MUNICIPIO.
           PERFORM TESTA-MUNICIPIO UNTIL IND-MUNICIPIO GREATER THAN
                   QTD-MUNICIPIOS OR ACHEI-MUN EQUAL "S".

       TESTA-MUNICIPIO.
           IF TAB-UF-MUN(IND-MUNICIPIO) EQUAL UF-CEP-ENT AND
              TAB-NOME-MUN(IND-MUNICIPIO) EQUAL MUN-CEP-ENT
              MOVE "S" TO ACHEI-MUN
           END-IF.
           ADD 1 TO IND-MUNICIPIO.

       GRAVA-FAIXA.
           MOVE UF-CEP-ENT  TO UF-CEP.
           MOVE MUN-CEP-ENT TO MUN-CEP.
           MOVE CEP-INI-ENT TO CEP-INI-CEP.
           MOVE CEP-FIM-ENT TO CEP-FIM-CEP.
           WRITE REG-CEP.
           ADD 1 TO CT-GRAVADOS.

       FIM.
           DISPLAY "FAIXAS DE CEP LIDAS : " CT-LIDOS.
           DISPLAY "GRAVADAS EM CEPREF  : " CT-GRAVADOS.
           DISPLAY "REJEITADAS          : " CT-REJEIT.
           CLOSE CEPENT CEPREF.
