       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FUNCMANT.
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
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT FUNCTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT FUNCMATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNCREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNCAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

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

       FD FUNCTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCTRAN.DAT".
       01 REG-TRAN.
           02 TRANS-TRAN  PIC 9(01).
               88 TRANS-INCLUSAO     VALUE 1.
               88 TRANS-ALTERACAO    VALUE 2.
               88 TRANS-DESLIGAMENTO VALUE 3.
           02 COD-TRAN    PIC 9(05).
           02 NOME-TRAN   PIC X(30).
           02 CPF-TRAN-X  PIC X(11).
           02 CPF-TRAN-9 REDEFINES CPF-TRAN-X PIC 9(11).
           02 PIS-TRAN-X  PIC X(11).
           02 PIS-TRAN-9 REDEFINES PIS-TRAN-X PIC 9(11).
           02 DATA-ADM-TRAN-X PIC X(08).
           02 DATA-ADM-TRAN REDEFINES DATA-ADM-TRAN-X PIC 9(08).
           02 CARGO-TRAN  PIC X(20).
           02 BANCO-TRAN-X PIC X(03).
           02 BANCO-TRAN REDEFINES BANCO-TRAN-X PIC 9(03).
           02 AGENCIA-TRAN-X PIC X(05).
           02 AGENCIA-TRAN REDEFINES AGENCIA-TRAN-X PIC 9(05).
           02 CONTA-TRAN  PIC X(12).
           02 DATA-DESL-TRAN-X PIC X(08).
           02 DATA-DESL-TRAN REDEFINES DATA-DESL-TRAN-X PIC 9(08).

       FD FUNCMATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCMEST.ATU".
       01 REG-FUNC-ATU PIC X(120).

       FD FUNCREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCREJ.DAT".
       01 REG-REJ.
           02 TRANS-REJ  PIC 9(01).
           02 COD-REJ    PIC 9(05).
           02 CPF-REJ    PIC X(11).
           02 MOTIVO-REJ PIC X(30).

       FD FUNCAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCAUD.DAT".
       01 REG-AUD.
           02 DATA-AUD   PIC 9(08).
           02 HORA-AUD   PIC 9(08).
           02 TRANS-AUD  PIC 9(01).
           02 IMAGEM-VELHA-AUD PIC X(120).
           02 IMAGEM-NOVA-AUD  PIC X(120).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-MEST PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-AUD  PIC X(02).
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 MOTIVO-ERRO    PIC X(30) VALUE SPACES.
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA     PIC 9(08) VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-SALVO      PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-DESL      PIC 9(08) VALUE ZEROES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-INCLUSOES   PIC 9(05) VALUE ZEROES.
           77 CT-ALTERACOES  PIC 9(05) VALUE ZEROES.
           77 CT-DESLIGAMENTOS PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS  PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(05) VALUE ZEROES.
           77 CT-LIDOS-MEST  PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 SOMA-GRAVADA   PIC 9(15) VALUE ZEROES.
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 DATA-TESTE     PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO   PIC X(01) VALUE "S".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.

       01 TRAILER-MEST.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-MEST  PIC 9(06).
           02 SOMA-TRL-MEST PIC 9(15).
           02 FILLER        PIC X(94) VALUE SPACES.

       01 CAMPOS-VALIDACAO.
           02 NOME-VAL       PIC X(30).
           02 SEXO-VAL       PIC X(01).
           02 MES-VAL        PIC X(02).
           02 ESTADO-VAL     PIC X(02).
           02 TESTA-SEXO     PIC X(01).
           02 TESTA-MES      PIC X(01).
           02 TESTA-ESTADO   PIC X(01).
           02 CH-ERRO-VAL    PIC X(01).
           02 MOTIVO-VAL     PIC X(30).

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-REG-FUNC.
                   04 TAB-COD-FUNC     PIC 9(05).
                   04 TAB-NOME-FUNC    PIC X(30).
                   04 TAB-CPF-FUNC     PIC 9(11).
                   04 TAB-PIS-FUNC     PIC 9(11).
                   04 TAB-ADM-FUNC     PIC 9(08).
                   04 TAB-CARGO-FUNC   PIC X(20).
                   04 TAB-BANCO-FUNC   PIC 9(03).
                   04 TAB-AGENCIA-FUNC PIC 9(05).
                   04 TAB-CONTA-FUNC   PIC X(12).
                   04 TAB-SIT-FUNC     PIC X(01).
                   04 TAB-DESL-FUNC    PIC 9(08).
                   04 FILLER           PIC X(06).

       PROCEDURE DIVISION.
       PGM-FUNCMANT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           PERFORM CARREGA-MESTRE.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-MESTRE-ATUAL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-MESTRE.
           OPEN INPUT FUNCMEST.
           IF WS-STATUS-MEST NOT EQUAL "00"
              DISPLAY "FUNCMEST.DAT NAO ENCONTRADO - "
                      "INICIANDO CADASTRO VAZIO"
           ELSE
              PERFORM LER-MESTRE
              PERFORM GUARDA-MESTRE UNTIL FIM-ARQ EQUAL "S"
              CLOSE FUNCMEST
              PERFORM CONFERE-TRAILER
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-MESTRE.
           READ FUNCMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-MESTRE.
           IF COD-FUNC EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-FUNC(6:6)  TO QTD-INF
              MOVE REG-FUNC(12:15) TO SOMA-INF
              PERFORM LER-MESTRE
           ELSE
           ADD 1 TO CT-LIDOS-MEST
           ADD COD-FUNC TO SOMA-LIDA
           IF QTD-FUNC LESS THAN 2000
              ADD 1 TO QTD-FUNC
              MOVE REG-FUNC TO TAB-REG-FUNC(QTD-FUNC)
           ELSE
              DISPLAY "FUNCMEST.DAT EXCEDE A TABELA DE FUNCIONARIOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LER-MESTRE
           END-IF.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-MEST NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE FUNCMEST.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-MEST
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "FUNCMEST.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       INICIO.
           OPEN INPUT FUNCTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "FUNCTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT FUNCREJ.
           OPEN EXTEND FUNCAUD.
           IF WS-STATUS-AUD EQUAL "35"
              OPEN OUTPUT FUNCAUD
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ FUNCTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           EVALUATE TRUE
              WHEN TRANS-INCLUSAO     PERFORM TRATA-INCLUSAO
              WHEN TRANS-ALTERACAO    PERFORM TRATA-ALTERACAO
              WHEN TRANS-DESLIGAMENTO PERFORM TRATA-DESLIGAMENTO
              WHEN OTHER
                 MOVE "TRANSACAO INVALIDA" TO MOTIVO-ERRO
                 PERFORM GRAVA-REJEITO
           END-EVALUATE.
           PERFORM LEITURA.

       TRATA-INCLUSAO.
           PERFORM VALIDA-INCLUSAO.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-CAMPOS
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-CODIGO
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 MOVE "FUNCIONARIO JA CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 MOVE "CPF JA CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF QTD-FUNC LESS THAN 2000
                 ADD 1 TO QTD-FUNC
                 MOVE SPACES        TO TAB-REG-FUNC(QTD-FUNC)
                 MOVE COD-TRAN      TO TAB-COD-FUNC(QTD-FUNC)
                 MOVE NOME-TRAN     TO TAB-NOME-FUNC(QTD-FUNC)
                 MOVE CPF-TRAN-9    TO TAB-CPF-FUNC(QTD-FUNC)
                 MOVE PIS-TRAN-9    TO TAB-PIS-FUNC(QTD-FUNC)
                 MOVE DATA-ADM-TRAN TO TAB-ADM-FUNC(QTD-FUNC)
                 MOVE CARGO-TRAN    TO TAB-CARGO-FUNC(QTD-FUNC)
                 IF BANCO-TRAN-X EQUAL SPACES
                    MOVE ZEROES TO TAB-BANCO-FUNC(QTD-FUNC)
                 ELSE
                    MOVE BANCO-TRAN TO TAB-BANCO-FUNC(QTD-FUNC)
                 END-IF
                 IF AGENCIA-TRAN-X EQUAL SPACES
                    MOVE ZEROES TO TAB-AGENCIA-FUNC(QTD-FUNC)
                 ELSE
                    MOVE AGENCIA-TRAN TO TAB-AGENCIA-FUNC(QTD-FUNC)
                 END-IF
                 MOVE CONTA-TRAN    TO TAB-CONTA-FUNC(QTD-FUNC)
                 MOVE "A"           TO TAB-SIT-FUNC(QTD-FUNC)
                 MOVE ZEROES        TO TAB-DESL-FUNC(QTD-FUNC)
                 ADD 1 TO CT-INCLUSOES
                 MOVE SPACES TO IMAGEM-VELHA-AUD
                 MOVE TAB-REG-FUNC(QTD-FUNC) TO IMAGEM-NOVA-AUD
                 PERFORM GRAVA-AUDITORIA
              ELSE
                 MOVE "TABELA DE FUNCIONARIOS CHEIA" TO MOTIVO-ERRO
                 PERFORM GRAVA-REJEITO
              END-IF
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.

       TRATA-ALTERACAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           IF NOME-TRAN NOT EQUAL SPACES
              PERFORM VALIDA-NOME
           END-IF.
           IF CH-ERRO EQUAL "N" AND CPF-TRAN-X NOT EQUAL SPACES
              AND (CPF-TRAN-X NOT NUMERIC OR CPF-TRAN-9 EQUAL ZEROES)
              MOVE "S" TO CH-ERRO
              MOVE "CPF INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND PIS-TRAN-X NOT EQUAL SPACES
              AND (PIS-TRAN-X NOT NUMERIC OR PIS-TRAN-9 EQUAL ZEROES)
              MOVE "S" TO CH-ERRO
              MOVE "PIS INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND DATA-ADM-TRAN-X NOT EQUAL SPACES
              PERFORM VALIDA-ADMISSAO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-CAMPOS
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-CODIGO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-ERRO
              ELSE
                 IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                    MOVE "S" TO CH-ERRO
                    MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND CPF-TRAN-X NOT EQUAL SPACES
              AND CPF-TRAN-9 NOT EQUAL TAB-CPF-FUNC(IND-FUNC)
              MOVE IND-FUNC TO IND-SALVO
              PERFORM PESQUISA-CPF
              MOVE IND-SALVO TO IND-FUNC
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 MOVE "CPF JA CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TAB-REG-FUNC(IND-FUNC) TO IMAGEM-VELHA-AUD
              IF NOME-TRAN NOT EQUAL SPACES
                 MOVE NOME-TRAN TO TAB-NOME-FUNC(IND-FUNC)
              END-IF
              IF CPF-TRAN-X NOT EQUAL SPACES
                 MOVE CPF-TRAN-9 TO TAB-CPF-FUNC(IND-FUNC)
              END-IF
              IF PIS-TRAN-X NOT EQUAL SPACES
                 MOVE PIS-TRAN-9 TO TAB-PIS-FUNC(IND-FUNC)
              END-IF
              IF DATA-ADM-TRAN-X NOT EQUAL SPACES
                 MOVE DATA-ADM-TRAN TO TAB-ADM-FUNC(IND-FUNC)
              END-IF
              IF CARGO-TRAN NOT EQUAL SPACES
                 MOVE CARGO-TRAN TO TAB-CARGO-FUNC(IND-FUNC)
              END-IF
              IF BANCO-TRAN-X NOT EQUAL SPACES
                 MOVE BANCO-TRAN TO TAB-BANCO-FUNC(IND-FUNC)
              END-IF
              IF AGENCIA-TRAN-X NOT EQUAL SPACES
                 MOVE AGENCIA-TRAN TO TAB-AGENCIA-FUNC(IND-FUNC)
              END-IF
              IF CONTA-TRAN NOT EQUAL SPACES
                 MOVE CONTA-TRAN TO TAB-CONTA-FUNC(IND-FUNC)
              END-IF
              MOVE TAB-REG-FUNC(IND-FUNC) TO IMAGEM-NOVA-AUD
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO CT-ALTERACOES
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.

       TRATA-DESLIGAMENTO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM PESQUISA-CODIGO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-ERRO
           ELSE
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                 MOVE "S" TO CH-ERRO
                 MOVE "FUNCIONARIO JA DESLIGADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF DATA-DESL-TRAN-X EQUAL SPACES OR
                 DATA-DESL-TRAN-X EQUAL ZEROES
                 MOVE DATA-HOJE TO DATA-DESL
              ELSE
                 MOVE DATA-DESL-TRAN-X TO DATA-TESTE
                 CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                      RESULTADO-DATA
                 IF RESULTADO-DATA NOT EQUAL "00"
                    MOVE "S" TO CH-ERRO
                    MOVE "DATA DE DESLIGAMENTO INVALIDA"
                         TO MOTIVO-ERRO
                 ELSE
                    MOVE DATA-DESL-TRAN TO DATA-DESL
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              DATA-DESL LESS THAN TAB-ADM-FUNC(IND-FUNC)
              MOVE "S" TO CH-ERRO
              MOVE "DESLIGAMENTO ANTES DA ADMISSAO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TAB-REG-FUNC(IND-FUNC) TO IMAGEM-VELHA-AUD
              MOVE "D"       TO TAB-SIT-FUNC(IND-FUNC)
              MOVE DATA-DESL TO TAB-DESL-FUNC(IND-FUNC)
              MOVE TAB-REG-FUNC(IND-FUNC) TO IMAGEM-NOVA-AUD
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO CT-DESLIGAMENTOS
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.

       VALIDA-INCLUSAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           IF COD-TRAN EQUAL ZEROES OR COD-TRAN EQUAL 99999
              MOVE "S" TO CH-ERRO
              MOVE "CODIGO INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-NOME
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (CPF-TRAN-X NOT NUMERIC OR CPF-TRAN-9 EQUAL ZEROES)
              MOVE "S" TO CH-ERRO
              MOVE "CPF INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              (PIS-TRAN-X NOT NUMERIC OR PIS-TRAN-9 EQUAL ZEROES)
              MOVE "S" TO CH-ERRO
              MOVE "PIS INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-ADMISSAO
           END-IF.
           IF CH-ERRO EQUAL "N" AND CARGO-TRAN EQUAL SPACES
              MOVE "S" TO CH-ERRO
              MOVE "CARGO NAO INFORMADO" TO MOTIVO-ERRO
           END-IF.

       VALIDA-NOME.
           MOVE NOME-TRAN TO NOME-VAL.
           MOVE SPACES    TO SEXO-VAL.
           MOVE SPACES    TO MES-VAL.
           MOVE SPACES    TO ESTADO-VAL.
           MOVE "N" TO TESTA-SEXO.
           MOVE "N" TO TESTA-MES.
           MOVE "N" TO TESTA-ESTADO.
           CALL "VALCAD" USING CAMPOS-VALIDACAO.
           IF CH-ERRO-VAL EQUAL "S"
              MOVE "S" TO CH-ERRO
              MOVE MOTIVO-VAL TO MOTIVO-ERRO
           END-IF.

       VALIDA-ADMISSAO.
           MOVE DATA-ADM-TRAN-X TO DATA-TESTE.
           CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                RESULTADO-DATA.
           IF RESULTADO-DATA NOT EQUAL "00"
              MOVE "S" TO CH-ERRO
              MOVE "DATA DE ADMISSAO INVALIDA" TO MOTIVO-ERRO
           END-IF.

       VALIDA-CAMPOS.
           IF BANCO-TRAN-X NOT EQUAL SPACES AND
              BANCO-TRAN-X NOT NUMERIC
              MOVE "S" TO CH-ERRO
              MOVE "BANCO INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND AGENCIA-TRAN-X NOT EQUAL SPACES
              AND AGENCIA-TRAN-X NOT NUMERIC
              MOVE "S" TO CH-ERRO
              MOVE "AGENCIA INVALIDA" TO MOTIVO-ERRO
           END-IF.

       PESQUISA-CPF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-CPF UNTIL IND-FUNC GREATER THAN QTD-FUNC
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-CPF.
           IF TAB-CPF-FUNC(IND-FUNC) EQUAL CPF-TRAN-9 AND
              TAB-SIT-FUNC(IND-FUNC) EQUAL "A"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-CODIGO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-CODIGO UNTIL IND-FUNC GREATER THAN QTD-FUNC
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-CODIGO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       GRAVA-AUDITORIA.
           MOVE DATA-HOJE TO DATA-AUD.
           MOVE HORA-AGORA TO HORA-AUD.
           MOVE TRANS-TRAN TO TRANS-AUD.
           WRITE REG-AUD.

       GRAVA-REJEITO.
           MOVE TRANS-TRAN TO TRANS-REJ.
           MOVE COD-TRAN   TO COD-REJ.
           MOVE CPF-TRAN-X TO CPF-REJ.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-MESTRE-ATUAL.
           OPEN OUTPUT FUNCMATU.
           MOVE 1 TO IND-FUNC.
           PERFORM GRAVA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC.
           MOVE CT-GRAVADOS  TO QTD-TRL-MEST.
           MOVE SOMA-GRAVADA TO SOMA-TRL-MEST.
           MOVE TRAILER-MEST TO REG-FUNC-ATU.
           WRITE REG-FUNC-ATU.
           CLOSE FUNCMATU.

       GRAVA-FUNCIONARIO.
           MOVE TAB-REG-FUNC(IND-FUNC) TO REG-FUNC-ATU.
           WRITE REG-FUNC-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-COD-FUNC(IND-FUNC) TO SOMA-GRAVADA.
           ADD 1 TO IND-FUNC.

       FIM.
           DISPLAY "TRANSACOES LIDAS       : " CT-TRANS.
           DISPLAY "INCLUSOES APLICADAS    : " CT-INCLUSOES.
           DISPLAY "ALTERACOES APLICADAS   : " CT-ALTERACOES.
           DISPLAY "DESLIGAMENTOS APLICADOS: " CT-DESLIGAMENTOS.
           DISPLAY "TRANSACOES REJEITADAS  : " CT-REJEITADAS.
           DISPLAY "GRAVADOS EM FUNCMEST.ATU: " CT-GRAVADOS.
           CLOSE FUNCTRAN FUNCREJ FUNCAUD.
