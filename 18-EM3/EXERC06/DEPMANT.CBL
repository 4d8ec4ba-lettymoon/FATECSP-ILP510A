       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEPMANT.
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
           SELECT DEPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT DEPTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT DEPATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD DEPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
       01 REG-DEP.
           02 COD-FUNC-DEP  PIC 9(05).
           02 SEQ-DEP       PIC 9(02).
           02 NOME-DEP      PIC X(30).
           02 DATA-NASC-DEP PIC 9(08).
           02 PARENT-DEP    PIC X(01).
           02 IR-DEP        PIC X(01).
           02 SF-DEP        PIC X(01).
           02 FILLER        PIC X(12).

       FD DEPTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTRAN.DAT".
       01 REG-TRAN.
           02 TRANS-TRAN  PIC 9(01).
               88 TRANS-INCLUSAO  VALUE 1.
               88 TRANS-ALTERACAO VALUE 2.
               88 TRANS-EXCLUSAO  VALUE 3.
           02 COD-TRAN    PIC 9(05).
           02 SEQ-TRAN    PIC 9(02).
           02 NOME-TRAN   PIC X(30).
           02 DATA-NASC-TRAN-X PIC X(08).
           02 DATA-NASC-TRAN REDEFINES DATA-NASC-TRAN-X PIC 9(08).
           02 PARENT-TRAN PIC X(01).
           02 IR-TRAN     PIC X(01).
           02 SF-TRAN     PIC X(01).

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

       FD DEPATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPEND.ATU".
       01 REG-DEP-ATU PIC X(60).

       FD DEPREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPREJ.DAT".
       01 REG-REJ.
           02 TRANS-REJ  PIC 9(01).
           02 COD-REJ    PIC 9(05).
           02 SEQ-REJ    PIC 9(02).
           02 NOME-REJ   PIC X(30).
           02 MOTIVO-REJ PIC X(30).

       FD DEPAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPAUD.DAT".
       01 REG-AUD.
           02 DATA-AUD   PIC 9(08).
           02 HORA-AUD   PIC 9(08).
           02 TRANS-AUD  PIC 9(01).
           02 IMAGEM-VELHA-AUD PIC X(60).
           02 IMAGEM-NOVA-AUD  PIC X(60).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-MEST PIC X(02).
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-AUD  PIC X(02).
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 MOTIVO-ERRO    PIC X(30) VALUE SPACES.
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA     PIC 9(08) VALUE ZEROES.
           77 QTD-DEP        PIC 9(04) VALUE ZEROES.
           77 IND-DEP        PIC 9(04) VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 PARENT-VAL     PIC X(01) VALUE SPACES.
           77 SF-VAL         PIC X(01) VALUE SPACES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-INCLUSOES   PIC 9(05) VALUE ZEROES.
           77 CT-ALTERACOES  PIC 9(05) VALUE ZEROES.
           77 CT-EXCLUSOES   PIC 9(05) VALUE ZEROES.
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
           02 FILLER        PIC X(34) VALUE SPACES.

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
               03 TAB-COD-FUNC  PIC 9(05).
               03 TAB-SIT-FUNC  PIC X(01).

       01 TABELA-DEPENDENTES.
           02 TAB-DEP OCCURS 5000 TIMES.
               03 TAB-REG-DEP.
                   04 TAB-COD-DEP    PIC 9(05).
                   04 TAB-SEQ-DEP    PIC 9(02).
                   04 TAB-NOME-DEP   PIC X(30).
                   04 TAB-NASC-DEP   PIC 9(08).
                   04 TAB-PARENT-DEP PIC X(01).
                   04 TAB-IR-DEP     PIC X(01).
                   04 TAB-SF-DEP     PIC X(01).
                   04 FILLER         PIC X(12).
               03 TAB-ATIVO-DEP PIC X(01).

       PROCEDURE DIVISION.
       PGM-DEPMANT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT HORA-AGORA FROM TIME.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-MESTRE.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-MESTRE-ATUAL.
           PERFORM FIM.
           STOP RUN.

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
              MOVE COD-FUNC TO TAB-COD-FUNC(QTD-FUNC)
              MOVE SIT-FUNC TO TAB-SIT-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-MESTRE.
           OPEN INPUT DEPEND.
           IF WS-STATUS-MEST NOT EQUAL "00"
              DISPLAY "DEPEND.DAT NAO ENCONTRADO - "
                      "INICIANDO CADASTRO VAZIO"
           ELSE
              PERFORM LER-MESTRE
              PERFORM GUARDA-MESTRE UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEPEND
              PERFORM CONFERE-TRAILER
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-MESTRE.
           READ DEPEND AT END MOVE "S" TO FIM-ARQ.

       GUARDA-MESTRE.
           IF COD-FUNC-DEP EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-DEP(6:6)  TO QTD-INF
              MOVE REG-DEP(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-MEST
              ADD COD-FUNC-DEP TO SOMA-LIDA
              IF QTD-DEP LESS THAN 5000
                 ADD 1 TO QTD-DEP
                 MOVE REG-DEP TO TAB-REG-DEP(QTD-DEP)
                 MOVE "S" TO TAB-ATIVO-DEP(QTD-DEP)
              ELSE
                 DISPLAY "DEPEND.DAT EXCEDE A TABELA DE DEPENDENTES - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-MESTRE.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-MEST NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE DEPEND.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-MEST
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "DEPEND.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       INICIO.
           OPEN INPUT DEPTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "DEPTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT DEPREJ.
           OPEN EXTEND DEPAUD.
           IF WS-STATUS-AUD EQUAL "35"
              OPEN OUTPUT DEPAUD
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ DEPTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           EVALUATE TRUE
              WHEN TRANS-INCLUSAO  PERFORM TRATA-INCLUSAO
              WHEN TRANS-ALTERACAO PERFORM TRATA-ALTERACAO
              WHEN TRANS-EXCLUSAO  PERFORM TRATA-EXCLUSAO
              WHEN OTHER
                 MOVE "TRANSACAO INVALIDA" TO MOTIVO-ERRO
                 PERFORM GRAVA-REJEITO
           END-EVALUATE.
           PERFORM LEITURA.

       TRATA-INCLUSAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM VALIDA-FUNCIONARIO.
           IF CH-ERRO EQUAL "N" AND SEQ-TRAN EQUAL ZEROES
              MOVE "S" TO CH-ERRO
              MOVE "SEQUENCIA INVALIDA" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-NOME
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-NASCIMENTO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE PARENT-TRAN TO PARENT-VAL
              MOVE SF-TRAN     TO SF-VAL
              PERFORM VALIDA-INDICADORES
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-DEPENDENTE
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 MOVE "DEPENDENTE JA CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF QTD-DEP LESS THAN 5000
                 ADD 1 TO QTD-DEP
                 MOVE SPACES          TO TAB-REG-DEP(QTD-DEP)
                 MOVE COD-TRAN        TO TAB-COD-DEP(QTD-DEP)
                 MOVE SEQ-TRAN        TO TAB-SEQ-DEP(QTD-DEP)
                 MOVE NOME-TRAN       TO TAB-NOME-DEP(QTD-DEP)
                 MOVE DATA-NASC-TRAN  TO TAB-NASC-DEP(QTD-DEP)
                 MOVE PARENT-TRAN     TO TAB-PARENT-DEP(QTD-DEP)
                 MOVE IR-TRAN         TO TAB-IR-DEP(QTD-DEP)
                 MOVE SF-TRAN         TO TAB-SF-DEP(QTD-DEP)
                 MOVE "S"             TO TAB-ATIVO-DEP(QTD-DEP)
                 ADD 1 TO CT-INCLUSOES
                 MOVE SPACES TO IMAGEM-VELHA-AUD
                 MOVE TAB-REG-DEP(QTD-DEP) TO IMAGEM-NOVA-AUD
                 PERFORM GRAVA-AUDITORIA
              ELSE
                 MOVE "TABELA DE DEPENDENTES CHEIA" TO MOTIVO-ERRO
                 PERFORM GRAVA-REJEITO
              END-IF
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.

       TRATA-ALTERACAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM VALIDA-FUNCIONARIO.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-DEPENDENTE
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "DEPENDENTE NAO CADASTRADO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND NOME-TRAN NOT EQUAL SPACES
              PERFORM VALIDA-NOME
           END-IF.
           IF CH-ERRO EQUAL "N" AND DATA-NASC-TRAN-X NOT EQUAL SPACES
              PERFORM VALIDA-NASCIMENTO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TAB-PARENT-DEP(IND-DEP) TO PARENT-VAL
              MOVE TAB-SF-DEP(IND-DEP)     TO SF-VAL
              IF PARENT-TRAN NOT EQUAL SPACES
                 MOVE PARENT-TRAN TO PARENT-VAL
              END-IF
              IF SF-TRAN NOT EQUAL SPACES
                 MOVE SF-TRAN TO SF-VAL
              END-IF
              IF IR-TRAN NOT EQUAL SPACES AND
                 IR-TRAN NOT EQUAL "S" AND IR-TRAN NOT EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "INDICADOR DE IR INVALIDO" TO MOTIVO-ERRO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-PARENTESCO
           END-IF.
           IF CH-ERRO EQUAL "N"
              MOVE TAB-REG-DEP(IND-DEP) TO IMAGEM-VELHA-AUD
              IF NOME-TRAN NOT EQUAL SPACES
                 MOVE NOME-TRAN TO TAB-NOME-DEP(IND-DEP)
              END-IF
              IF DATA-NASC-TRAN-X NOT EQUAL SPACES
                 MOVE DATA-NASC-TRAN TO TAB-NASC-DEP(IND-DEP)
              END-IF
              IF IR-TRAN NOT EQUAL SPACES
                 MOVE IR-TRAN TO TAB-IR-DEP(IND-DEP)
              END-IF
              MOVE PARENT-VAL TO TAB-PARENT-DEP(IND-DEP)
              MOVE SF-VAL     TO TAB-SF-DEP(IND-DEP)
              MOVE TAB-REG-DEP(IND-DEP) TO IMAGEM-NOVA-AUD
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO CT-ALTERACOES
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.

       TRATA-EXCLUSAO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           PERFORM PESQUISA-DEPENDENTE.
           IF ACHEI EQUAL "N"
              MOVE "DEPENDENTE NAO CADASTRADO" TO MOTIVO-ERRO
              PERFORM GRAVA-REJEITO
           ELSE
              MOVE TAB-REG-DEP(IND-DEP) TO IMAGEM-VELHA-AUD
              MOVE SPACES TO IMAGEM-NOVA-AUD
              MOVE "N" TO TAB-ATIVO-DEP(IND-DEP)
              PERFORM GRAVA-AUDITORIA
              ADD 1 TO CT-EXCLUSOES
           END-IF.

       VALIDA-FUNCIONARIO.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-ERRO
           ELSE
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                 MOVE "S" TO CH-ERRO
                 MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-ERRO
              END-IF
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

       VALIDA-NASCIMENTO.
           MOVE DATA-NASC-TRAN-X TO DATA-TESTE.
           CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                RESULTADO-DATA.
           IF RESULTADO-DATA NOT EQUAL "00"
              MOVE "S" TO CH-ERRO
              MOVE "DATA DE NASCIMENTO INVALIDA" TO MOTIVO-ERRO
           END-IF.

       VALIDA-INDICADORES.
           IF IR-TRAN NOT EQUAL "S" AND IR-TRAN NOT EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "INDICADOR DE IR INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM VALIDA-PARENTESCO
           END-IF.

       VALIDA-PARENTESCO.
           IF PARENT-VAL NOT EQUAL "F" AND PARENT-VAL NOT EQUAL "C"
              AND PARENT-VAL NOT EQUAL "P" AND PARENT-VAL NOT EQUAL "O"
              MOVE "S" TO CH-ERRO
              MOVE "PARENTESCO INVALIDO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND
              SF-VAL NOT EQUAL "S" AND SF-VAL NOT EQUAL "N"
              MOVE "S" TO CH-ERRO
              MOVE "INDICADOR DE SAL-FAMILIA INVAL" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N" AND SF-VAL EQUAL "S" AND
              PARENT-VAL NOT EQUAL "F"
              MOVE "S" TO CH-ERRO
              MOVE "SAL-FAMILIA SOMENTE PARA FILHO" TO MOTIVO-ERRO
           END-IF.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-DEPENDENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DEP.
           PERFORM TESTA-DEPENDENTE UNTIL IND-DEP GREATER THAN QTD-DEP
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-DEP
           END-IF.

       TESTA-DEPENDENTE.
           IF TAB-COD-DEP(IND-DEP) EQUAL COD-TRAN AND
              TAB-SEQ-DEP(IND-DEP) EQUAL SEQ-TRAN AND
              TAB-ATIVO-DEP(IND-DEP) EQUAL "S"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DEP.

       GRAVA-AUDITORIA.
           MOVE DATA-HOJE TO DATA-AUD.
           MOVE HORA-AGORA TO HORA-AUD.
           MOVE TRANS-TRAN TO TRANS-AUD.
           WRITE REG-AUD.

       GRAVA-REJEITO.
           MOVE TRANS-TRAN TO TRANS-REJ.
           MOVE COD-TRAN   TO COD-REJ.
           MOVE SEQ-TRAN   TO SEQ-REJ.
           MOVE NOME-TRAN  TO NOME-REJ.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADAS.

       GRAVA-MESTRE-ATUAL.
           OPEN OUTPUT DEPATU.
           MOVE 1 TO IND-DEP.
           PERFORM GRAVA-DEPENDENTE UNTIL IND-DEP GREATER THAN
                   QTD-DEP.
           MOVE CT-GRAVADOS  TO QTD-TRL-MEST.
           MOVE SOMA-GRAVADA TO SOMA-TRL-MEST.
           MOVE TRAILER-MEST TO REG-DEP-ATU.
           WRITE REG-DEP-ATU.
           CLOSE DEPATU.

       GRAVA-DEPENDENTE.
           IF TAB-ATIVO-DEP(IND-DEP) EQUAL "S"
              MOVE TAB-REG-DEP(IND-DEP) TO REG-DEP-ATU
              WRITE REG-DEP-ATU
              ADD 1 TO CT-GRAVADOS
              ADD TAB-COD-DEP(IND-DEP) TO SOMA-GRAVADA
           END-IF.
           ADD 1 TO IND-DEP.

       FIM.
           DISPLAY "TRANSACOES LIDAS       : " CT-TRANS.
           DISPLAY "INCLUSOES APLICADAS    : " CT-INCLUSOES.
           DISPLAY "ALTERACOES APLICADAS   : " CT-ALTERACOES.
           DISPLAY "EXCLUSOES APLICADAS    : " CT-EXCLUSOES.
           DISPLAY "TRANSACOES REJEITADAS  : " CT-REJEITADAS.
           DISPLAY "GRAVADOS EM DEPEND.ATU : " CT-GRAVADOS.
           CLOSE DEPTRAN DEPREJ DEPAUD.
