       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMOBMANT.
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
           SELECT IMOBMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMOB.
           SELECT IMOBTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT DEPTMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPT.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
           SELECT IMOBATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD IMOBMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "IMOBMEST.DAT".
       01 REG-IMOB.
           02 COD-IMOB        PIC 9(06).
           02 DESCR-IMOB      PIC X(30).
           02 DATA-AQUIS-IMOB PIC 9(08).
           02 VALOR-IMOB      PIC 9(09)V99.
           02 CLASSE-IMOB     PIC X(02).
           02 VIDA-IMOB       PIC 9(03).
           02 DEPT-IMOB       PIC 9(02).
           02 HIST-ATIVO-IMOB PIC X(10).
           02 HIST-DEPR-IMOB  PIC X(10).
           02 HIST-DESP-IMOB  PIC X(10).
           02 HIST-BAIXA-IMOB PIC X(10).
           02 DEPR-ACUM-IMOB  PIC 9(09)V99.
           02 ULT-COMPET-IMOB PIC 9(06).
           02 SIT-IMOB        PIC X(01).
           02 DATA-BAIXA-IMOB PIC 9(08).

       FD IMOBTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "IMOBTRAN.DAT".
       01 REG-TRAN.
           02 ACAO-TRAN       PIC X(01).
               88 ACAO-AQUISICAO     VALUE "A".
               88 ACAO-TRANSFERENCIA VALUE "T".
               88 ACAO-BAIXA         VALUE "B".
           02 COD-IMOB-TRAN   PIC 9(06).
           02 DESCR-TRAN      PIC X(30).
           02 DATA-TRAN       PIC X(08).
           02 DATA-TRAN-9 REDEFINES DATA-TRAN PIC 9(08).
           02 VALOR-TRAN-X    PIC X(11).
           02 VALOR-TRAN REDEFINES VALOR-TRAN-X PIC 9(09)V99.
           02 CLASSE-TRAN     PIC X(02).
               88 CLASSE-VALIDA VALUE "MO" "IN" "AC" "MQ" "VE" "IM".
           02 VIDA-TRAN-X     PIC X(03).
           02 VIDA-TRAN REDEFINES VIDA-TRAN-X PIC 9(03).
           02 DEPT-TRAN-X     PIC X(02).
           02 DEPT-TRAN REDEFINES DEPT-TRAN-X PIC 9(02).
           02 HIST-ATIVO-TRAN PIC X(10).
           02 HIST-DEPR-TRAN  PIC X(10).
           02 HIST-DESP-TRAN  PIC X(10).
           02 HIST-BAIXA-TRAN PIC X(10).

       FD DEPTMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTMEST.DAT".
       01 REG-DEPT.
           02 COD-DEPT   PIC 9(02).
           02 NOME-DEPT  PIC X(30).
           02 RESP-DEPT  PIC X(30).
           02 ATIVO-DEPT PIC X(01).

       FD PLANOCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANO.
           02 HIST-PLANO  PIC X(10).
           02 CONTA-PLANO PIC 9(05).
           02 NOME-PLANO  PIC X(30).

       FD IMOBATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "IMOBMEST.ATU".
       01 REG-IMOB-ATU.
           02 COD-IMOB-ATU        PIC 9(06).
           02 DESCR-IMOB-ATU      PIC X(30).
           02 DATA-AQUIS-ATU      PIC 9(08).
           02 VALOR-IMOB-ATU      PIC 9(09)V99.
           02 CLASSE-IMOB-ATU     PIC X(02).
           02 VIDA-IMOB-ATU       PIC 9(03).
           02 DEPT-IMOB-ATU       PIC 9(02).
           02 HIST-ATIVO-ATU      PIC X(10).
           02 HIST-DEPR-ATU       PIC X(10).
           02 HIST-DESP-ATU       PIC X(10).
           02 HIST-BAIXA-ATU      PIC X(10).
           02 DEPR-ACUM-ATU       PIC 9(09)V99.
           02 ULT-COMPET-ATU      PIC 9(06).
           02 SIT-IMOB-ATU        PIC X(01).
           02 DATA-BAIXA-ATU      PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-IMOB  PIC X(02).
           77 WS-STATUS-TRAN  PIC X(02).
           77 WS-STATUS-DEPT  PIC X(02).
           77 WS-STATUS-PLANO PIC X(02).
           77 QTD-IMOB        PIC 9(04) VALUE ZEROES.
           77 IND-IMOB        PIC 9(04) VALUE ZEROES.
           77 QTD-DEPT        PIC 9(03) VALUE ZEROES.
           77 IND-DEPT        PIC 9(03) VALUE ZEROES.
           77 QTD-PLANO       PIC 9(03) VALUE ZEROES.
           77 IND-PLANO       PIC 9(03) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 ACHEI-DEPT      PIC X(01) VALUE "N".
           77 ACHEI-HIST      PIC X(01) VALUE "N".
           77 TRAN-OK         PIC X(01) VALUE "S".
           77 HIST-W          PIC X(10) VALUE SPACES.
           77 COMPET-W        PIC 9(06) VALUE ZEROES.
           77 CT-TRANS        PIC 9(04) VALUE ZEROES.
           77 CT-AQUISICOES   PIC 9(04) VALUE ZEROES.
           77 CT-TRANSFERIDOS PIC 9(04) VALUE ZEROES.
           77 CT-BAIXADOS     PIC 9(04) VALUE ZEROES.
           77 CT-REJEITADOS   PIC 9(04) VALUE ZEROES.
           77 CT-GRAVADOS     PIC 9(04) VALUE ZEROES.
           77 DATA-TESTE      PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO    PIC X(01) VALUE "S".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.

       01 TABELA-IMOBILIZADO.
           02 TAB-IMOB OCCURS 3000 TIMES.
               03 TAB-COD-IMOB    PIC 9(06).
               03 TAB-DESCR-IMOB  PIC X(30).
               03 TAB-AQUIS-IMOB  PIC 9(08).
               03 TAB-VALOR-IMOB  PIC 9(09)V99.
               03 TAB-CLASSE-IMOB PIC X(02).
               03 TAB-VIDA-IMOB   PIC 9(03).
               03 TAB-DEPT-IMOB   PIC 9(02).
               03 TAB-HATIVO-IMOB PIC X(10).
               03 TAB-HDEPR-IMOB  PIC X(10).
               03 TAB-HDESP-IMOB  PIC X(10).
               03 TAB-HBAIXA-IMOB PIC X(10).
               03 TAB-ACUM-IMOB   PIC 9(09)V99.
               03 TAB-ULT-IMOB    PIC 9(06).
               03 TAB-SIT-IMOB    PIC X(01).
               03 TAB-BAIXA-IMOB  PIC 9(08).

       01 TABELA-DEPARTAMENTOS.
           02 TAB-DEPT OCCURS 99 TIMES.
               03 TAB-COD-DEPT   PIC 9(02).
               03 TAB-ATIVO-DEPT PIC X(01).

       01 TABELA-PLANO.
           02 TAB-HIST-PLANO PIC X(10) OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       PGM-IMOBMANT.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-IMOBILIZADO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-ATUALIZADO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-DEPARTAMENTOS.
           OPEN INPUT DEPTMEST.
           IF WS-STATUS-DEPT NOT EQUAL "00"
              DISPLAY "DEPTMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-DEPARTAMENTO.
           PERFORM GUARDA-DEPARTAMENTO UNTIL FIM-ARQ EQUAL "S".
           CLOSE DEPTMEST.
           MOVE "N" TO FIM-ARQ.

       LER-DEPARTAMENTO.
           READ DEPTMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DEPARTAMENTO.
           IF QTD-DEPT LESS THAN 99
              ADD 1 TO QTD-DEPT
              MOVE COD-DEPT   TO TAB-COD-DEPT(QTD-DEPT)
              MOVE ATIVO-DEPT TO TAB-ATIVO-DEPT(QTD-DEPT)
           END-IF.
           PERFORM LER-DEPARTAMENTO.

       CARREGA-PLANO.
           OPEN INPUT PLANOCTA.
           IF WS-STATUS-PLANO NOT EQUAL "00"
              DISPLAY "PLANOCTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PLANO.
           PERFORM GUARDA-PLANO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PLANOCTA.
           MOVE "N" TO FIM-ARQ.

       LER-PLANO.
           READ PLANOCTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PLANO.
           IF QTD-PLANO LESS THAN 100
              ADD 1 TO QTD-PLANO
              MOVE HIST-PLANO TO TAB-HIST-PLANO(QTD-PLANO)
           END-IF.
           PERFORM LER-PLANO.

       CARREGA-IMOBILIZADO.
           OPEN INPUT IMOBMEST.
           IF WS-STATUS-IMOB EQUAL "00"
              PERFORM LER-IMOBILIZADO
              PERFORM GUARDA-IMOBILIZADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE IMOBMEST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-IMOBILIZADO.
           READ IMOBMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-IMOBILIZADO.
           IF QTD-IMOB LESS THAN 3000
              ADD 1 TO QTD-IMOB
              MOVE COD-IMOB        TO TAB-COD-IMOB(QTD-IMOB)
              MOVE DESCR-IMOB      TO TAB-DESCR-IMOB(QTD-IMOB)
              MOVE DATA-AQUIS-IMOB TO TAB-AQUIS-IMOB(QTD-IMOB)
              MOVE VALOR-IMOB      TO TAB-VALOR-IMOB(QTD-IMOB)
              MOVE CLASSE-IMOB     TO TAB-CLASSE-IMOB(QTD-IMOB)
              MOVE VIDA-IMOB       TO TAB-VIDA-IMOB(QTD-IMOB)
              MOVE DEPT-IMOB       TO TAB-DEPT-IMOB(QTD-IMOB)
              MOVE HIST-ATIVO-IMOB TO TAB-HATIVO-IMOB(QTD-IMOB)
              MOVE HIST-DEPR-IMOB  TO TAB-HDEPR-IMOB(QTD-IMOB)
              MOVE HIST-DESP-IMOB  TO TAB-HDESP-IMOB(QTD-IMOB)
              MOVE HIST-BAIXA-IMOB TO TAB-HBAIXA-IMOB(QTD-IMOB)
              MOVE DEPR-ACUM-IMOB  TO TAB-ACUM-IMOB(QTD-IMOB)
              MOVE ULT-COMPET-IMOB TO TAB-ULT-IMOB(QTD-IMOB)
              MOVE SIT-IMOB        TO TAB-SIT-IMOB(QTD-IMOB)
              MOVE DATA-BAIXA-IMOB TO TAB-BAIXA-IMOB(QTD-IMOB)
           ELSE
              DISPLAY "IMOBMEST.DAT EXCEDE A TABELA DO IMOBILIZADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-IMOBILIZADO.

       INICIO.
           OPEN INPUT IMOBTRAN.
           IF WS-STATUS-TRAN NOT EQUAL "00"
              DISPLAY "IMOBTRAN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           READ IMOBTRAN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-IMOBILIZADO.
           EVALUATE TRUE
              WHEN ACAO-AQUISICAO     PERFORM TRATA-AQUISICAO
              WHEN ACAO-TRANSFERENCIA PERFORM TRATA-TRANSFERENCIA
              WHEN ACAO-BAIXA         PERFORM TRATA-BAIXA
              WHEN OTHER
                 DISPLAY "ACAO INVALIDA: " ACAO-TRAN " "
                         COD-IMOB-TRAN
                 ADD 1 TO CT-REJEITADOS
           END-EVALUATE.
           PERFORM LEITURA.

       PESQUISA-IMOBILIZADO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-IMOB.
           PERFORM TESTA-IMOBILIZADO UNTIL IND-IMOB GREATER THAN
                   QTD-IMOB OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-IMOB
           END-IF.

       TESTA-IMOBILIZADO.
           IF TAB-COD-IMOB(IND-IMOB) EQUAL COD-IMOB-TRAN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-IMOB.

       PESQUISA-DEPARTAMENTO.
           MOVE "N" TO ACHEI-DEPT.
           IF DEPT-TRAN-X NUMERIC
              MOVE 1 TO IND-DEPT
              PERFORM TESTA-DEPARTAMENTO UNTIL IND-DEPT GREATER THAN
                      QTD-DEPT OR ACHEI-DEPT EQUAL "S"
           END-IF.

       TESTA-DEPARTAMENTO.
           IF TAB-COD-DEPT(IND-DEPT) EQUAL DEPT-TRAN AND
              TAB-ATIVO-DEPT(IND-DEPT) EQUAL "S"
              MOVE "S" TO ACHEI-DEPT
           END-IF.
           ADD 1 TO IND-DEPT.

       PESQUISA-PLANO.
           MOVE "N" TO ACHEI-HIST.
           IF HIST-W NOT EQUAL SPACES
              MOVE 1 TO IND-PLANO
              PERFORM TESTA-PLANO UNTIL IND-PLANO GREATER THAN
                      QTD-PLANO OR ACHEI-HIST EQUAL "S"
           END-IF.
           IF ACHEI-HIST EQUAL "N"
              DISPLAY "HISTORICO SEM CONTA NO PLANO - BEM "
                      COD-IMOB-TRAN " " HIST-W
              MOVE "N" TO TRAN-OK
           END-IF.

       TESTA-PLANO.
           IF TAB-HIST-PLANO(IND-PLANO) EQUAL HIST-W
              MOVE "S" TO ACHEI-HIST
           END-IF.
           ADD 1 TO IND-PLANO.

       VALIDA-DATA.
           MOVE DATA-TRAN TO DATA-TESTE.
           CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                RESULTADO-DATA.
           IF RESULTADO-DATA NOT EQUAL "00"
              DISPLAY "DATA INVALIDA - BEM " COD-IMOB-TRAN " "
                      DATA-TRAN
              MOVE "N" TO TRAN-OK
           END-IF.

       VALIDA-AQUISICAO.
           MOVE "S" TO TRAN-OK.
           IF DESCR-TRAN EQUAL SPACES
              DISPLAY "DESCRICAO NAO INFORMADA - BEM " COD-IMOB-TRAN
              MOVE "N" TO TRAN-OK
           END-IF.
           PERFORM VALIDA-DATA.
           IF VALOR-TRAN-X NOT NUMERIC
              DISPLAY "VALOR DE AQUISICAO INVALIDO - BEM "
                      COD-IMOB-TRAN
              MOVE "N" TO TRAN-OK
           ELSE
              IF VALOR-TRAN EQUAL 0
                 DISPLAY "VALOR DE AQUISICAO INVALIDO - BEM "
                         COD-IMOB-TRAN
                 MOVE "N" TO TRAN-OK
              END-IF
           END-IF.
           IF NOT CLASSE-VALIDA
              DISPLAY "CLASSE DO BEM INVALIDA - BEM " COD-IMOB-TRAN
                      " " CLASSE-TRAN
              MOVE "N" TO TRAN-OK
           END-IF.
           IF VIDA-TRAN-X NOT NUMERIC
              DISPLAY "VIDA UTIL INVALIDA - BEM " COD-IMOB-TRAN
              MOVE "N" TO TRAN-OK
           ELSE
              IF VIDA-TRAN EQUAL 0
                 DISPLAY "VIDA UTIL INVALIDA - BEM " COD-IMOB-TRAN
                 MOVE "N" TO TRAN-OK
              END-IF
           END-IF.
           PERFORM PESQUISA-DEPARTAMENTO.
           IF ACHEI-DEPT EQUAL "N"
              DISPLAY "DEPARTAMENTO INEXISTENTE OU INATIVO - BEM "
                      COD-IMOB-TRAN " " DEPT-TRAN-X
              MOVE "N" TO TRAN-OK
           END-IF.
           MOVE HIST-ATIVO-TRAN TO HIST-W.
           PERFORM PESQUISA-PLANO.
           MOVE HIST-DEPR-TRAN TO HIST-W.
           PERFORM PESQUISA-PLANO.
           MOVE HIST-DESP-TRAN TO HIST-W.
           PERFORM PESQUISA-PLANO.

       TRATA-AQUISICAO.
           IF ACHEI EQUAL "S"
              DISPLAY "BEM JA CADASTRADO: " COD-IMOB-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              PERFORM VALIDA-AQUISICAO
              IF TRAN-OK EQUAL "N"
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 IF QTD-IMOB LESS THAN 3000
                    ADD 1 TO QTD-IMOB
                    MOVE QTD-IMOB TO IND-IMOB
                    PERFORM MOVE-AQUISICAO
                    ADD 1 TO CT-AQUISICOES
                 ELSE
                    DISPLAY "TABELA DO IMOBILIZADO CHEIA - "
                            "IGNORADO: " COD-IMOB-TRAN
                    ADD 1 TO CT-REJEITADOS
                 END-IF
              END-IF
           END-IF.

       MOVE-AQUISICAO.
           MOVE COD-IMOB-TRAN   TO TAB-COD-IMOB(IND-IMOB).
           MOVE DESCR-TRAN      TO TAB-DESCR-IMOB(IND-IMOB).
           MOVE DATA-TRAN-9     TO TAB-AQUIS-IMOB(IND-IMOB).
           MOVE VALOR-TRAN      TO TAB-VALOR-IMOB(IND-IMOB).
           MOVE CLASSE-TRAN     TO TAB-CLASSE-IMOB(IND-IMOB).
           MOVE VIDA-TRAN       TO TAB-VIDA-IMOB(IND-IMOB).
           MOVE DEPT-TRAN       TO TAB-DEPT-IMOB(IND-IMOB).
           MOVE HIST-ATIVO-TRAN TO TAB-HATIVO-IMOB(IND-IMOB).
           MOVE HIST-DEPR-TRAN  TO TAB-HDEPR-IMOB(IND-IMOB).
           MOVE HIST-DESP-TRAN  TO TAB-HDESP-IMOB(IND-IMOB).
           MOVE SPACES          TO TAB-HBAIXA-IMOB(IND-IMOB).
           MOVE ZEROES          TO TAB-ACUM-IMOB(IND-IMOB).
           MOVE ZEROES          TO TAB-ULT-IMOB(IND-IMOB).
           MOVE "A"             TO TAB-SIT-IMOB(IND-IMOB).
           MOVE ZEROES          TO TAB-BAIXA-IMOB(IND-IMOB).

       TRATA-TRANSFERENCIA.
           IF ACHEI EQUAL "N"
              DISPLAY "BEM NAO CADASTRADO: " COD-IMOB-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              IF TAB-SIT-IMOB(IND-IMOB) NOT EQUAL "A"
                 DISPLAY "BEM JA BAIXADO: " COD-IMOB-TRAN
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 PERFORM PESQUISA-DEPARTAMENTO
                 IF ACHEI-DEPT EQUAL "N"
                    DISPLAY "DEPARTAMENTO INEXISTENTE OU INATIVO - "
                            "BEM " COD-IMOB-TRAN " " DEPT-TRAN-X
                    ADD 1 TO CT-REJEITADOS
                 ELSE
                    IF DEPT-TRAN EQUAL TAB-DEPT-IMOB(IND-IMOB)
                       DISPLAY "BEM JA PERTENCE AO DEPARTAMENTO - "
                               COD-IMOB-TRAN " " DEPT-TRAN-X
                       ADD 1 TO CT-REJEITADOS
                    ELSE
                       MOVE DEPT-TRAN TO TAB-DEPT-IMOB(IND-IMOB)
                       ADD 1 TO CT-TRANSFERIDOS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       TRATA-BAIXA.
           IF ACHEI EQUAL "N"
              DISPLAY "BEM NAO CADASTRADO: " COD-IMOB-TRAN
              ADD 1 TO CT-REJEITADOS
           ELSE
              IF TAB-SIT-IMOB(IND-IMOB) NOT EQUAL "A"
                 DISPLAY "BEM JA BAIXADO: " COD-IMOB-TRAN
                 ADD 1 TO CT-REJEITADOS
              ELSE
                 PERFORM VALIDA-BAIXA
                 IF TRAN-OK EQUAL "N"
                    ADD 1 TO CT-REJEITADOS
                 ELSE
                    MOVE "B"             TO TAB-SIT-IMOB(IND-IMOB)
                    MOVE DATA-TRAN-9     TO TAB-BAIXA-IMOB(IND-IMOB)
                    MOVE HIST-BAIXA-TRAN TO TAB-HBAIXA-IMOB(IND-IMOB)
                    ADD 1 TO CT-BAIXADOS
                 END-IF
              END-IF
           END-IF.

       VALIDA-BAIXA.
           MOVE "S" TO TRAN-OK.
           PERFORM VALIDA-DATA.
           IF TRAN-OK EQUAL "S"
              IF DATA-TRAN-9 LESS THAN TAB-AQUIS-IMOB(IND-IMOB)
                 DISPLAY "BAIXA ANTERIOR A AQUISICAO - BEM "
                         COD-IMOB-TRAN " " DATA-TRAN
                 MOVE "N" TO TRAN-OK
              ELSE
                 MOVE DATA-TRAN(1:6) TO COMPET-W
                 IF COMPET-W NOT GREATER THAN TAB-ULT-IMOB(IND-IMOB)
                    DISPLAY "BAIXA EM COMPETENCIA JA DEPRECIADA - BEM "
                            COD-IMOB-TRAN " " DATA-TRAN
                    MOVE "N" TO TRAN-OK
                 END-IF
              END-IF
           END-IF.
           MOVE HIST-BAIXA-TRAN TO HIST-W.
           PERFORM PESQUISA-PLANO.

       GRAVA-ATUALIZADO.
           OPEN OUTPUT IMOBATU.
           MOVE 1 TO IND-IMOB.
           PERFORM GRAVA-IMOB-ITEM UNTIL IND-IMOB GREATER THAN
                   QTD-IMOB.
           CLOSE IMOBATU.

       GRAVA-IMOB-ITEM.
           MOVE TAB-COD-IMOB(IND-IMOB)    TO COD-IMOB-ATU.
           MOVE TAB-DESCR-IMOB(IND-IMOB)  TO DESCR-IMOB-ATU.
           MOVE TAB-AQUIS-IMOB(IND-IMOB)  TO DATA-AQUIS-ATU.
           MOVE TAB-VALOR-IMOB(IND-IMOB)  TO VALOR-IMOB-ATU.
           MOVE TAB-CLASSE-IMOB(IND-IMOB) TO CLASSE-IMOB-ATU.
           MOVE TAB-VIDA-IMOB(IND-IMOB)   TO VIDA-IMOB-ATU.
           MOVE TAB-DEPT-IMOB(IND-IMOB)   TO DEPT-IMOB-ATU.
           MOVE TAB-HATIVO-IMOB(IND-IMOB) TO HIST-ATIVO-ATU.
           MOVE TAB-HDEPR-IMOB(IND-IMOB)  TO HIST-DEPR-ATU.
           MOVE TAB-HDESP-IMOB(IND-IMOB)  TO HIST-DESP-ATU.
           MOVE TAB-HBAIXA-IMOB(IND-IMOB) TO HIST-BAIXA-ATU.
           MOVE TAB-ACUM-IMOB(IND-IMOB)   TO DEPR-ACUM-ATU.
           MOVE TAB-ULT-IMOB(IND-IMOB)    TO ULT-COMPET-ATU.
           MOVE TAB-SIT-IMOB(IND-IMOB)    TO SIT-IMOB-ATU.
           MOVE TAB-BAIXA-IMOB(IND-IMOB)  TO DATA-BAIXA-ATU.
           WRITE REG-IMOB-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO IND-IMOB.

       FIM.
           DISPLAY "TRANSACOES LIDAS        : " CT-TRANS.
           DISPLAY "BENS ADQUIRIDOS         : " CT-AQUISICOES.
           DISPLAY "BENS TRANSFERIDOS       : " CT-TRANSFERIDOS.
           DISPLAY "BENS BAIXADOS           : " CT-BAIXADOS.
           DISPLAY "TRANSACOES REJEITADAS   : " CT-REJEITADOS.
           DISPLAY "GRAVADOS EM IMOBMEST.ATU: " CT-GRAVADOS.
           CLOSE IMOBTRAN.
