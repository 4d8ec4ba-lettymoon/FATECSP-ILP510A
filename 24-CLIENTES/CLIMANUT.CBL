           SELECT CLIAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT CEPREF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CEP.

       DATA DIVISION.
       FILE SECTION.
           02 DATA-CLI   PIC 9(08).
           02 EMAIL-CLI  PIC X(30).
           02 ORIGEM-CLI PIC X(04).
           02 LIMITE-CLI PIC 9(07)V99.
           02 COND-CLI   PIC 9(02).
           02 CLASSE-CLI PIC X(01).
           02 LOGRAD-CLI PIC X(40).
           02 NUMERO-CLI PIC X(06).
           02 COMPL-CLI  PIC X(20).
           02 BAIRRO-CLI PIC X(25).
           02 CEP-CLI    PIC 9(08).
           02 RECENCIA-CLI   PIC 9(01).
           02 FREQUENCIA-CLI PIC 9(01).
           02 MONETARIO-CLI  PIC 9(01).
           02 SEGMENTO-CLI   PIC X(12).
           02 DATA-RFM-CLI   PIC 9(08).
           02 TIPO-PESSOA-CLI PIC X(01).
           02 DOC-CLI        PIC 9(14).
           02 RAZAO-CLI      PIC X(40).
           02 FANTASIA-CLI   PIC X(30).

       FD CLITRAN
           LABEL RECORD ARE STANDARD
           02 TEL-TRAN    PIC 9(10).
           02 DATA-TRAN   PIC 9(08).
           02 EMAIL-TRAN  PIC X(30).
           02 LIMITE-TRAN-X PIC X(09).
           02 LIMITE-TRAN REDEFINES LIMITE-TRAN-X PIC 9(07)V99.
           02 COND-TRAN-X   PIC X(02).
           02 COND-TRAN REDEFINES COND-TRAN-X PIC 9(02).
           02 LOGRAD-TRAN   PIC X(40).
           02 NUMERO-TRAN   PIC X(06).
           02 COMPL-TRAN    PIC X(20).
           02 BAIRRO-TRAN   PIC X(25).
           02 CEP-TRAN-X    PIC X(08).
           02 CEP-TRAN REDEFINES CEP-TRAN-X PIC 9(08).
           02 TIPO-PESSOA-TRAN PIC X(01).
               88 TRAN-FISICA   VALUE "F", " ".
               88 TRAN-JURIDICA VALUE "J".
           02 CNPJ-TRAN-X   PIC X(14).
           02 RAZAO-TRAN    PIC X(40).
           02 FANTASIA-TRAN PIC X(30).

       FD CLIMATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.ATU".
       01 REG-MEST-ATU PIC X(349).

       FD CLIMREJ
           LABEL RECORD ARE STANDARD
       01 REG-REJ.
           02 TRANS-REJ  PIC 9(01).
           02 COD-REJ    PIC 9(05).
           02 DOC-REJ    PIC X(14).
           02 MOTIVO-REJ PIC X(30).

       FD CLIAUD
           02 DATA-AUD   PIC 9(08).
           02 HORA-AUD   PIC 9(08).
           02 TRANS-AUD  PIC 9(01).
           02 IMAGEM-VELHA-AUD PIC X(349).
           02 IMAGEM-NOVA-AUD  PIC X(349).

       FD CEPREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPREF.DAT".
       01 REG-CEP.
           02 UF-CEP      PIC X(02).
           02 MUN-CEP     PIC X(30).
           02 CEP-INI-CEP PIC 9(08).
           02 CEP-FIM-CEP PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 DATA-TESTE     PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO   PIC X(01) VALUE "S".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.
           77 WS-STATUS-CEP  PIC X(02).
           77 QTD-CEP        PIC 9(04) VALUE ZEROES.
           77 IND-CEP        PIC 9(04) VALUE ZEROES.
           77 ACHEI-CEP      PIC X(01) VALUE "N".
           77 TIPO-DOC       PIC X(01) VALUE SPACES.
           77 RESULTADO-DOC  PIC X(02) VALUE SPACES.

       01 NUMERO-DOC        PIC X(14) VALUE SPACES.
       01 NUMERO-DOC-9 REDEFINES NUMERO-DOC PIC 9(14).
       01 NUMERO-DOC-R REDEFINES NUMERO-DOC.
           02 FILLER        PIC X(03).
           02 CPF-DOC       PIC X(11).

       01 TRAILER-MEST.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-MEST  PIC 9(06).
           02 SOMA-TRL-MEST PIC 9(15).
           02 FILLER        PIC X(323) VALUE SPACES.

       01 CAMPOS-VALIDACAO.
           02 NOME-VAL       PIC X(30).
                   04 TAB-DATA-CLI   PIC 9(08).
                   04 TAB-EMAIL-CLI  PIC X(30).
                   04 TAB-ORIGEM-CLI PIC X(04).
                   04 TAB-LIMITE-CLI PIC 9(07)V99.
                   04 TAB-COND-CLI   PIC 9(02).
                   04 TAB-CLASSE-CLI PIC X(01).
                   04 TAB-LOGRAD-CLI PIC X(40).
                   04 TAB-NUMERO-CLI PIC X(06).
                   04 TAB-COMPL-CLI  PIC X(20).
                   04 TAB-BAIRRO-CLI PIC X(25).
                   04 TAB-CEP-CLI    PIC 9(08).
                   04 TAB-RECENCIA-CLI   PIC 9(01).
                   04 TAB-FREQUENCIA-CLI PIC 9(01).
                   04 TAB-MONETARIO-CLI  PIC 9(01).
                   04 TAB-SEGMENTO-CLI   PIC X(12).
                   04 TAB-DATA-RFM-CLI   PIC 9(08).
                   04 TAB-TIPO-PESSOA-CLI PIC X(01).
                   04 TAB-DOC-CLI        PIC 9(14).
                   04 TAB-RAZAO-CLI      PIC X(40).
                   04 TAB-FANTASIA-CLI   PIC X(30).
               03 TAB-ATIVO-CLI PIC X(01).

       01 TABELA-CEP.
           02 TAB-CEP OCCURS 5000 TIMES.
               03 TAB-UF-CEP      PIC X(02).
               03 TAB-MUN-CEP     PIC X(30).
               03 TAB-CEP-INI     PIC 9(08).
               03 TAB-CEP-FIM     PIC 9(08).

       PROCEDURE DIVISION.
       PGM-CLIMANUT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           PERFORM CARREGA-MESTRE.
           PERFORM CARREGA-CEP.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-MESTRE-ATUAL.
              ADD 1 TO QTD-CLI
              MOVE REG-MEST TO TAB-REG-CLI(QTD-CLI)
              MOVE "S" TO TAB-ATIVO-CLI(QTD-CLI)
              IF CEP-CLI NOT NUMERIC
                 MOVE ZEROES TO TAB-CEP-CLI(QTD-CLI)
              END-IF
              IF TIPO-PESSOA-CLI NOT EQUAL "J"
                 MOVE "F"     TO TAB-TIPO-PESSOA-CLI(QTD-CLI)
                 MOVE CPF-CLI TO TAB-DOC-CLI(QTD-CLI)
                 MOVE SPACES  TO TAB-RAZAO-CLI(QTD-CLI)
                 MOVE SPACES  TO TAB-FANTASIA-CLI(QTD-CLI)
              END-IF
              IF COD-CLI GREATER THAN MAIOR-COD
                 MOVE COD-CLI TO MAIOR-COD
              END-IF
                      "PROSSEGUINDO"
           END-IF.

       CARREGA-CEP.
           OPEN INPUT CEPREF.
           IF WS-STATUS-CEP EQUAL "00"
              PERFORM LER-CEP
              PERFORM GUARDA-CEP UNTIL FIM-ARQ EQUAL "S"
              CLOSE CEPREF
           ELSE
              DISPLAY "CEPREF.DAT AUSENTE - CEP NAO CONFERIDO COM "
                      "UF/CIDADE"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CEP.
           READ CEPREF AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CEP.
           IF QTD-CEP LESS THAN 5000
              ADD 1 TO QTD-CEP
              MOVE UF-CEP      TO TAB-UF-CEP(QTD-CEP)
              MOVE MUN-CEP     TO TAB-MUN-CEP(QTD-CEP)
              MOVE CEP-INI-CEP TO TAB-CEP-INI(QTD-CEP)
              MOVE CEP-FIM-CEP TO TAB-CEP-FIM(QTD-CEP)
           ELSE
              DISPLAY "CEPREF.DAT EXCEDE A TABELA DE CEP - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-CEP.

       INICIO.
           OPEN INPUT CLITRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 IF TRAN-JURIDICA
                    MOVE "CNPJ JA CADASTRADO" TO MOTIVO-ERRO
                 ELSE
                    MOVE "CPF JA CADASTRADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
                 ADD 1 TO QTD-CLI
                 ADD 1 TO MAIOR-COD
                 MOVE MAIOR-COD   TO TAB-COD-CLI(QTD-CLI)
                 MOVE QTD-CLI     TO IND-CLI
                 PERFORM MOVE-DOCUMENTO
                 MOVE ESTADO-TRAN TO TAB-ESTADO-CLI(QTD-CLI)
                 MOVE CIDADE-TRAN TO TAB-CIDADE-CLI(QTD-CLI)
                 MOVE TEL-TRAN    TO TAB-TEL-CLI(QTD-CLI)
                 MOVE DATA-TRAN   TO TAB-DATA-CLI(QTD-CLI)
                 MOVE EMAIL-TRAN  TO TAB-EMAIL-CLI(QTD-CLI)
                 MOVE "MANU"      TO TAB-ORIGEM-CLI(QTD-CLI)
                 IF LIMITE-TRAN-X EQUAL SPACES
                    MOVE ZEROES TO TAB-LIMITE-CLI(QTD-CLI)
                 ELSE
                    MOVE LIMITE-TRAN TO TAB-LIMITE-CLI(QTD-CLI)
                 END-IF
                 IF COND-TRAN-X EQUAL SPACES
                    MOVE ZEROES TO TAB-COND-CLI(QTD-CLI)
                 ELSE
                    MOVE COND-TRAN TO TAB-COND-CLI(QTD-CLI)
                 END-IF
                 MOVE SPACES      TO TAB-CLASSE-CLI(QTD-CLI)
                 MOVE ZEROES      TO TAB-RECENCIA-CLI(QTD-CLI)
                 MOVE ZEROES      TO TAB-FREQUENCIA-CLI(QTD-CLI)
                 MOVE ZEROES      TO TAB-MONETARIO-CLI(QTD-CLI)
                 MOVE SPACES      TO TAB-SEGMENTO-CLI(QTD-CLI)
                 MOVE ZEROES      TO TAB-DATA-RFM-CLI(QTD-CLI)
                 MOVE LOGRAD-TRAN TO TAB-LOGRAD-CLI(QTD-CLI)
                 MOVE NUMERO-TRAN TO TAB-NUMERO-CLI(QTD-CLI)
                 MOVE COMPL-TRAN  TO TAB-COMPL-CLI(QTD-CLI)
                 MOVE BAIRRO-TRAN TO TAB-BAIRRO-CLI(QTD-CLI)
                 IF CEP-TRAN-X EQUAL SPACES
                    MOVE ZEROES TO TAB-CEP-CLI(QTD-CLI)
                 ELSE
                    MOVE CEP-TRAN TO TAB-CEP-CLI(QTD-CLI)
                 END-IF
                 MOVE "S"         TO TAB-ATIVO-CLI(QTD-CLI)
                 ADD 1 TO CT-INCLUSOES
                 MOVE SPACES TO IMAGEM-VELHA-AUD
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TAB-REG-CLI(IND-CLI) TO IMAGEM-VELHA-AUD
              PERFORM MOVE-DOCUMENTO
              MOVE ESTADO-TRAN TO TAB-ESTADO-CLI(IND-CLI)
              MOVE CIDADE-TRAN TO TAB-CIDADE-CLI(IND-CLI)
              MOVE TEL-TRAN    TO TAB-TEL-CLI(IND-CLI)
              MOVE DATA-TRAN   TO TAB-DATA-CLI(IND-CLI)
              MOVE EMAIL-TRAN  TO TAB-EMAIL-CLI(IND-CLI)
              IF LIMITE-TRAN-X NOT EQUAL SPACES
                 MOVE LIMITE-TRAN TO TAB-LIMITE-CLI(IND-CLI)
              END-IF
              IF COND-TRAN-X NOT EQUAL SPACES
                 MOVE COND-TRAN TO TAB-COND-CLI(IND-CLI)
              END-IF
              IF CEP-TRAN-X NOT EQUAL SPACES
                 MOVE LOGRAD-TRAN TO TAB-LOGRAD-CLI(IND-CLI)
                 MOVE NUMERO-TRAN TO TAB-NUMERO-CLI(IND-CLI)
                 MOVE COMPL-TRAN  TO TAB-COMPL-CLI(IND-CLI)
                 MOVE BAIRRO-TRAN TO TAB-BAIRRO-CLI(IND-CLI)
                 MOVE CEP-TRAN    TO TAB-CEP-CLI(IND-CLI)
              END-IF
              MOVE TAB-REG-CLI(IND-CLI) TO IMAGEM-NOVA-AUD
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO CT-ALTERACOES
              PERFORM GRAVA-REJEITO
           END-IF.

       MOVE-DOCUMENTO.
           MOVE TIPO-DOC     TO TAB-TIPO-PESSOA-CLI(IND-CLI).
           MOVE NUMERO-DOC-9 TO TAB-DOC-CLI(IND-CLI).
           IF TIPO-DOC EQUAL "J"
              MOVE ZEROES        TO TAB-CPF-CLI(IND-CLI)
              MOVE RAZAO-TRAN    TO TAB-RAZAO-CLI(IND-CLI)
              MOVE FANTASIA-TRAN TO TAB-FANTASIA-CLI(IND-CLI)
              IF NOME-TRAN EQUAL SPACES
                 MOVE RAZAO-TRAN TO TAB-NOME-CLI(IND-CLI)
              ELSE
                 MOVE NOME-TRAN  TO TAB-NOME-CLI(IND-CLI)
              END-IF
           ELSE
              MOVE CPF-TRAN-9    TO TAB-CPF-CLI(IND-CLI)
              MOVE SPACES        TO TAB-RAZAO-CLI(IND-CLI)
              MOVE SPACES        TO TAB-FANTASIA-CLI(IND-CLI)
              MOVE NOME-TRAN     TO TAB-NOME-CLI(IND-CLI)
           END-IF.

       TRATA-EXCLUSAO.
           MOVE "N" TO CH-ERRO.
           PERFORM PESQUISA-CODIGO.
       VALIDA-CAMPOS.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM VALIDA-DOCUMENTO.
           IF CH-ERRO EQUAL "N"
              IF TRAN-JURIDICA AND NOME-TRAN EQUAL SPACES
                 MOVE RAZAO-TRAN  TO NOME-VAL
              ELSE
                 MOVE NOME-TRAN   TO NOME-VAL
              END-IF
              MOVE SPACES      TO SEXO-VAL
              MOVE SPACES      TO MES-VAL
              MOVE ESTADO-TRAN TO ESTADO-VAL
                 MOVE MOTIVO-VAL TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND LIMITE-TRAN-X NOT EQUAL SPACES
              AND LIMITE-TRAN-X NOT NUMERIC
              MOVE "S" TO CH-ERRO
              MOVE "LIMITE DE CREDITO INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND COND-TRAN-X NOT EQUAL SPACES
              AND COND-TRAN-X NOT NUMERIC
              MOVE "S" TO CH-ERRO
              MOVE "CONDICAO DE PAGAMENTO INVALIDA" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND DATA-TRAN NOT EQUAL ZEROES
              MOVE DATA-TRAN TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                 MOVE "DATA DO CLIENTE INVALIDA" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND CEP-TRAN-X NOT EQUAL SPACES
              IF CEP-TRAN-X NOT NUMERIC OR CEP-TRAN EQUAL ZEROES
                 MOVE "S" TO CH-ERRO
                 MOVE "CEP INVALIDO" TO MOTIVO-ERRO
              ELSE
                 IF LOGRAD-TRAN EQUAL SPACES
                    MOVE "S" TO CH-ERRO
                    MOVE "LOGRADOURO NAO INFORMADO" TO MOTIVO-ERRO
                 ELSE
                    PERFORM VALIDA-CEP
                 END-IF
              END-IF
           END-IF.

       VALIDA-DOCUMENTO.
           IF TRAN-JURIDICA
              MOVE "J"         TO TIPO-DOC
              MOVE CNPJ-TRAN-X TO NUMERO-DOC
           ELSE
              MOVE "F"         TO TIPO-DOC
              MOVE ZEROES      TO NUMERO-DOC-9
              MOVE CPF-TRAN-X  TO CPF-DOC
           END-IF.
           IF NOT TRAN-FISICA AND NOT TRAN-JURIDICA
              MOVE "S" TO CH-ERRO
              MOVE "TIPO DE PESSOA INVALIDO" TO MOTIVO-ERRO
           ELSE
              CALL "DOCVAL" USING TIPO-DOC NUMERO-DOC RESULTADO-DOC
              IF RESULTADO-DOC NOT EQUAL "00"
                 MOVE "S" TO CH-ERRO
                 IF TRAN-JURIDICA
                    IF RESULTADO-DOC EQUAL "03"
                       MOVE "CNPJ COM DIGITOS REPETIDOS" TO
                            MOTIVO-ERRO
                    ELSE
                       MOVE "CNPJ INVALIDO" TO MOTIVO-ERRO
                    END-IF
                 ELSE
                    MOVE "CPF INVALIDO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND TRAN-JURIDICA AND
              RAZAO-TRAN EQUAL SPACES
              MOVE "S" TO CH-ERRO
              MOVE "RAZAO SOCIAL NAO INFORMADA" TO MOTIVO-ERRO
           END-IF.

       VALIDA-CEP.
           IF QTD-CEP GREATER THAN ZEROES
              MOVE "N" TO ACHEI-CEP
              MOVE 1 TO IND-CEP
              PERFORM TESTA-CEP UNTIL IND-CEP GREATER THAN QTD-CEP
                      OR ACHEI-CEP EQUAL "S"
              IF ACHEI-CEP EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "CEP NAO PERTENCE A UF/CIDADE" TO MOTIVO-ERRO
              END-IF
           END-IF.

       TESTA-CEP.
           IF TAB-UF-CEP(IND-CEP) EQUAL ESTADO-TRAN AND
              TAB-MUN-CEP(IND-CEP) EQUAL CIDADE-TRAN AND
              CEP-TRAN NOT LESS THAN TAB-CEP-INI(IND-CEP) AND
              CEP-TRAN NOT GREATER THAN TAB-CEP-FIM(IND-CEP)
              MOVE "S" TO ACHEI-CEP
           END-IF.
           ADD 1 TO IND-CEP.

       PESQUISA-CPF.
           MOVE "N" TO ACHEI.
           END-IF.

       TESTA-CPF.
           IF TAB-TIPO-PESSOA-CLI(IND-CLI) EQUAL TIPO-DOC AND
              TAB-DOC-CLI(IND-CLI) EQUAL NUMERO-DOC-9 AND
              TAB-ATIVO-CLI(IND-CLI) EQUAL "S"
              MOVE "S" TO ACHEI
           END-IF.
       GRAVA-REJEITO.
           MOVE TRANS-TRAN TO TRANS-REJ.
           MOVE COD-TRAN   TO COD-REJ.
           IF TRAN-JURIDICA
              MOVE CNPJ-TRAN-X TO DOC-REJ
           ELSE
              MOVE CPF-TRAN-X TO DOC-REJ
           END-IF.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.
