       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HEADMOV.
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
           SELECT CADSAI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SAI.
           SELECT CADSAIANT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ANT.
           SELECT DEPTMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPT.
           SELECT RHEVENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVT.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT PARMHEAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REL-HEAD ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CADSAI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAI".
       01 REG-SAI.
           02 CODIGO-SAI    PIC 9(05).
           02 NOME-SAI      PIC X(30).
           02 DEPT-SAI      PIC 9(02).
           02 DEPT-NOME-SAI PIC X(30).

       FD CADSAIANT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADSAI.ANT".
       01 REG-SAI-ANT.
           02 CODIGO-SAI-ANT PIC 9(05).
           02 NOME-SAI-ANT   PIC X(30).
           02 DEPT-SAI-ANT   PIC 9(02).
           02 DEPT-NOME-ANT  PIC X(30).

       FD DEPTMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTMEST.DAT".
       01 REG-DEPT.
           02 COD-DEPT   PIC 9(02).
           02 NOME-DEPT  PIC X(30).
           02 RESP-DEPT  PIC X(30).
           02 ATIVO-DEPT PIC X(01).

       FD RHEVENTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RHEVENTO.DAT".
       01 REG-EVT.
           02 COD-VEND-EVT PIC 9(05).
           02 TIPO-EVT     PIC X(01).
               88 EVT-ADMISSAO     VALUE "A".
               88 EVT-DESLIGAMENTO VALUE "D".
           02 DATA-EVT.
               03 ANO-EVT PIC 9(04).
               03 MES-EVT PIC 9(02).
               03 DIA-EVT PIC 9(02).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).
       01 CONT-HEADER-VIEW REDEFINES REG-CONT.
           02 TIPO-CONT-H PIC 9(01).
           02 MES-COMPET  PIC 9(02).
           02 ANO-COMPET  PIC 9(04).
           02 FILLER      PIC X(27).
       01 CONT-DETALHE-VIEW REDEFINES REG-CONT.
           02 TIPO-CONT-D   PIC 9(01).
           02 DEP-CONT      PIC X(01).
           02 SEC-CONT      PIC X(01).
           02 NATUREZA-CONT PIC X(01).
           02 HISTORICO-CONT PIC X(10).
           02 VALOR-CONT-X  PIC X(15).
           02 VALOR-CONT-9 REDEFINES VALOR-CONT-X PIC 9(13)V99.
           02 FILLER        PIC X(05).

       FD PARMHEAD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMHEAD.DAT".
       01 REG-PARM-HEAD.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD REL-HEAD
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-SAI   PIC X(02).
           77 WS-STATUS-ANT   PIC X(02).
           77 WS-STATUS-DEPT  PIC X(02).
           77 WS-STATUS-EVT   PIC X(02).
           77 WS-STATUS-CONT  PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 MES-SEL         PIC 9(02) VALUE ZEROES.
           77 ANO-SEL         PIC 9(04) VALUE ZEROES.
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 COMPET-LOTE     PIC 9(06) VALUE ZEROES.
           77 CONTABIL-OK     PIC X(01) VALUE "N".
           77 ANTERIOR-OK     PIC X(01) VALUE "N".
           77 CH-ANT          PIC X(05) VALUE SPACES.
           77 CH-NOVO         PIC X(05) VALUE SPACES.
           77 QTD-DEP         PIC 9(03) VALUE ZEROES.
           77 IND-DEP         PIC 9(03) VALUE ZEROES.
           77 COD-DEPT-W      PIC 9(02) VALUE ZEROES.
           77 DEP-W           PIC X(02) VALUE SPACES.
           77 QTD-EVT         PIC 9(04) VALUE ZEROES.
           77 IND-EVT         PIC 9(04) VALUE ZEROES.
           77 COD-EVT-W       PIC 9(05) VALUE ZEROES.
           77 TIPO-EVT-W      PIC X(01) VALUE SPACES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CT-LIDOS-ANT    PIC 9(05) VALUE ZEROES.
           77 CT-LIDOS-SAI    PIC 9(05) VALUE ZEROES.
           77 CT-SEM-EVENTO   PIC 9(05) VALUE ZEROES.
           77 CT-SEM-CUSTO    PIC 9(03) VALUE ZEROES.
           77 SOMA-HC-W       PIC 9(06) VALUE ZEROES.
           77 SOMA-MOV-W      PIC 9(06) VALUE ZEROES.
           77 TURNOVER-W      PIC 9(05)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-DEPARTAMENTOS.
           02 TAB-DEP OCCURS 100 TIMES.
               03 TAB-COD-DEP     PIC 9(02).
               03 TAB-NOME-DEP    PIC X(30).
               03 TAB-MESTRE-DEP  PIC X(01).
               03 TAB-INICIAL     PIC 9(05).
               03 TAB-ADMISSOES   PIC 9(05).
               03 TAB-TRANSF-ENT  PIC 9(05).
               03 TAB-TRANSF-SAI  PIC 9(05).
               03 TAB-DESLIG      PIC 9(05).
               03 TAB-FINAL       PIC 9(05).
               03 TAB-CUSTO-FOLHA PIC 9(11)V99.

       01 TABELA-EVENTOS.
           02 TAB-EVT OCCURS 2000 TIMES.
               03 TAB-COD-EVT  PIC 9(05).
               03 TAB-TIPO-EVT PIC X(01).

       01 TOTAIS-GERAIS.
           02 TOT-INICIAL    PIC 9(05) VALUE ZEROES.
           02 TOT-ADMISSOES  PIC 9(05) VALUE ZEROES.
           02 TOT-TRANSF-ENT PIC 9(05) VALUE ZEROES.
           02 TOT-TRANSF-SAI PIC 9(05) VALUE ZEROES.
           02 TOT-DESLIG     PIC 9(05) VALUE ZEROES.
           02 TOT-FINAL      PIC 9(05) VALUE ZEROES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(43) VALUE
                  "MOVIMENTACAO DE QUADRO POR DEPARTAMENTO -  ".
           02 MES-REL PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-REL PIC 9(04).
           02 FILLER  PIC X(35) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(05) VALUE "DEPT ".
           02 FILLER PIC X(21) VALUE "NOME".
           02 FILLER PIC X(08) VALUE "INICIAL ".
           02 FILLER PIC X(08) VALUE "ADMISS. ".
           02 FILLER PIC X(08) VALUE "TRANSF.+".
           02 FILLER PIC X(08) VALUE "TRANSF.-".
           02 FILLER PIC X(08) VALUE "DESLIG. ".
           02 FILLER PIC X(08) VALUE "FINAL   ".
           02 FILLER PIC X(10) VALUE "TURNOVER %".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "OBSERVACAO".

       01 DETALHE.
           02 DEP-REL       PIC 9(02).
           02 FILLER        PIC X(03) VALUE SPACES.
           02 NOME-DEP-REL  PIC X(20).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 INICIAL-REL   PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 ADMISSOES-REL PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TRANSF-ENT-REL PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TRANSF-SAI-REL PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 DESLIG-REL    PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 FINAL-REL     PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 TURNOVER-REL  PIC ZZZZ9,99.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 OBS-REL       PIC X(24).

       01 LINHA-TOTAL.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 FILLER        PIC X(21) VALUE "TOTAL GERAL".
           02 INICIAL-TOT   PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 ADMISSOES-TOT PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TRANSF-ENT-TOT PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 TRANSF-SAI-TOT PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 DESLIG-TOT    PIC ZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 FINAL-TOT     PIC ZZZZ9.
           02 FILLER        PIC X(04) VALUE SPACES.
           02 TURNOVER-TOT  PIC ZZZZ9,99.

       01 LINHA-AVISO.
           02 FILLER        PIC X(05) VALUE SPACES.
           02 TEXTO-AVISO   PIC X(60).

       PROCEDURE DIVISION.
       PGM-HEADMOV.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-EVENTOS.
           PERFORM APURA-MOVIMENTACAO.
           PERFORM APURA-FOLHA.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE(1:4) TO ANO-SEL.
           MOVE DATA-HOJE(5:2) TO MES-SEL.
           OPEN INPUT PARMHEAD.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMHEAD
                  NOT AT END
                      IF MES-PARM GREATER THAN 0 AND
                         MES-PARM LESS THAN 13 AND
                         ANO-PARM GREATER THAN 0
                         MOVE MES-PARM TO MES-SEL
                         MOVE ANO-PARM TO ANO-SEL
                      END-IF
              END-READ
              CLOSE PARMHEAD
           END-IF.
           MOVE ANO-SEL TO COMPET-SEL(1:4).
           MOVE MES-SEL TO COMPET-SEL(5:2).

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
           IF QTD-DEP LESS THAN 99
              ADD 1 TO QTD-DEP
              MOVE QTD-DEP TO IND-DEP
              MOVE COD-DEPT TO TAB-COD-DEP(IND-DEP)
              MOVE NOME-DEPT TO TAB-NOME-DEP(IND-DEP)
              MOVE "S" TO TAB-MESTRE-DEP(IND-DEP)
              PERFORM ZERA-DEPARTAMENTO
           END-IF.
           PERFORM LER-DEPARTAMENTO.

       ZERA-DEPARTAMENTO.
           MOVE 0 TO TAB-INICIAL(IND-DEP).
           MOVE 0 TO TAB-ADMISSOES(IND-DEP).
           MOVE 0 TO TAB-TRANSF-ENT(IND-DEP).
           MOVE 0 TO TAB-TRANSF-SAI(IND-DEP).
           MOVE 0 TO TAB-DESLIG(IND-DEP).
           MOVE 0 TO TAB-FINAL(IND-DEP).
           MOVE 0 TO TAB-CUSTO-FOLHA(IND-DEP).

       LOCALIZA-DEPARTAMENTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DEP.
           PERFORM TESTA-DEPARTAMENTO UNTIL IND-DEP GREATER THAN
                   QTD-DEP OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-DEP
           ELSE
              IF QTD-DEP LESS THAN 100
                 ADD 1 TO QTD-DEP
                 MOVE QTD-DEP TO IND-DEP
                 MOVE COD-DEPT-W TO TAB-COD-DEP(IND-DEP)
                 MOVE "NAO CADASTRADO NO DEPTMEST" TO
                      TAB-NOME-DEP(IND-DEP)
                 MOVE "N" TO TAB-MESTRE-DEP(IND-DEP)
                 PERFORM ZERA-DEPARTAMENTO
              ELSE
                 DISPLAY "TABELA DE DEPARTAMENTOS ESGOTADA - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       TESTA-DEPARTAMENTO.
           IF TAB-COD-DEP(IND-DEP) EQUAL COD-DEPT-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DEP.

       CARREGA-EVENTOS.
           OPEN INPUT RHEVENTO.
           IF WS-STATUS-EVT NOT EQUAL "00"
              DISPLAY "RHEVENTO.DAT NAO ENCONTRADO - MOVIMENTACAO "
                      "APURADA SO PELO CADSAI"
           ELSE
              PERFORM LER-EVENTO
              PERFORM GUARDA-EVENTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE RHEVENTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-EVENTO.
           READ RHEVENTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EVENTO.
           IF ANO-EVT EQUAL ANO-SEL AND MES-EVT EQUAL MES-SEL AND
              (EVT-ADMISSAO OR EVT-DESLIGAMENTO)
              IF QTD-EVT LESS THAN 2000
                 ADD 1 TO QTD-EVT
                 MOVE COD-VEND-EVT TO TAB-COD-EVT(QTD-EVT)
                 MOVE TIPO-EVT     TO TAB-TIPO-EVT(QTD-EVT)
              ELSE
                 DISPLAY "TABELA DE EVENTOS ESGOTADA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-EVENTO.

       PESQUISA-EVENTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-EVT.
           PERFORM TESTA-EVENTO UNTIL IND-EVT GREATER THAN
                   QTD-EVT OR ACHEI EQUAL "S".

       TESTA-EVENTO.
           IF TAB-COD-EVT(IND-EVT) EQUAL COD-EVT-W AND
              TAB-TIPO-EVT(IND-EVT) EQUAL TIPO-EVT-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EVT.

       APURA-MOVIMENTACAO.
           OPEN INPUT CADSAI.
           IF WS-STATUS-SAI NOT EQUAL "00"
              DISPLAY "CADSAI NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CADSAIANT.
           IF WS-STATUS-ANT NOT EQUAL "00"
              DISPLAY "CADSAI.ANT NAO ENCONTRADO - QUADRO INICIAL "
                      "ZERADO"
              MOVE HIGH-VALUES TO CH-ANT
           ELSE
              MOVE "S" TO ANTERIOR-OK
              PERFORM LER-SAI-ANT
           END-IF.
           PERFORM LER-SAI-NOVO.
           PERFORM COMPARA-QUADRO
                   UNTIL CH-ANT EQUAL HIGH-VALUES AND
                         CH-NOVO EQUAL HIGH-VALUES.
           IF ANTERIOR-OK EQUAL "S"
              CLOSE CADSAIANT
           END-IF.
           CLOSE CADSAI.

       LER-SAI-NOVO.
           READ CADSAI
               AT END MOVE HIGH-VALUES TO CH-NOVO
               NOT AT END
                   MOVE CODIGO-SAI TO CH-NOVO
                   ADD 1 TO CT-LIDOS-SAI
           END-READ.

       LER-SAI-ANT.
           READ CADSAIANT
               AT END MOVE HIGH-VALUES TO CH-ANT
               NOT AT END
                   MOVE CODIGO-SAI-ANT TO CH-ANT
                   ADD 1 TO CT-LIDOS-ANT
           END-READ.

       COMPARA-QUADRO.
           IF CH-NOVO EQUAL CH-ANT
              PERFORM CONTA-INICIAL
              PERFORM CONTA-FINAL
              IF DEPT-SAI NOT EQUAL DEPT-SAI-ANT
                 MOVE DEPT-SAI-ANT TO COD-DEPT-W
                 PERFORM LOCALIZA-DEPARTAMENTO
                 ADD 1 TO TAB-TRANSF-SAI(IND-DEP)
                 MOVE DEPT-SAI TO COD-DEPT-W
                 PERFORM LOCALIZA-DEPARTAMENTO
                 ADD 1 TO TAB-TRANSF-ENT(IND-DEP)
              END-IF
              PERFORM LER-SAI-NOVO
              PERFORM LER-SAI-ANT
           ELSE
              IF CH-NOVO LESS THAN CH-ANT
                 PERFORM CONTA-FINAL
                 PERFORM TRATA-ENTRADA
                 PERFORM LER-SAI-NOVO
              ELSE
                 PERFORM CONTA-INICIAL
                 PERFORM TRATA-SAIDA
                 PERFORM LER-SAI-ANT
              END-IF
           END-IF.

       CONTA-INICIAL.
           MOVE DEPT-SAI-ANT TO COD-DEPT-W.
           PERFORM LOCALIZA-DEPARTAMENTO.
           ADD 1 TO TAB-INICIAL(IND-DEP).

       CONTA-FINAL.
           MOVE DEPT-SAI TO COD-DEPT-W.
           PERFORM LOCALIZA-DEPARTAMENTO.
           ADD 1 TO TAB-FINAL(IND-DEP).

       TRATA-ENTRADA.
           MOVE CODIGO-SAI TO COD-EVT-W.
           MOVE "A" TO TIPO-EVT-W.
           PERFORM PESQUISA-EVENTO.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-ADMISSOES(IND-DEP)
           ELSE
              ADD 1 TO TAB-TRANSF-ENT(IND-DEP)
              ADD 1 TO CT-SEM-EVENTO
           END-IF.

       TRATA-SAIDA.
           MOVE CODIGO-SAI-ANT TO COD-EVT-W.
           MOVE "D" TO TIPO-EVT-W.
           PERFORM PESQUISA-EVENTO.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-DESLIG(IND-DEP)
           ELSE
              ADD 1 TO TAB-TRANSF-SAI(IND-DEP)
              ADD 1 TO CT-SEM-EVENTO
           END-IF.

       APURA-FOLHA.
           OPEN INPUT CONTABIL.
           IF WS-STATUS-CONT EQUAL "00"
              MOVE "S" TO CONTABIL-OK
              PERFORM LER-CONTABIL
              PERFORM TRATA-CONTABIL UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONTABIL
           ELSE
              DISPLAY "CONTABIL.DAT NAO ENCONTRADO - CUSTO DE FOLHA "
                      "NAO VERIFICADO"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CONTABIL.
           READ CONTABIL AT END MOVE "S" TO FIM-ARQ.

       TRATA-CONTABIL.
           EVALUATE REG-CONT(1:1)
              WHEN "0"
                 MOVE ANO-COMPET TO COMPET-LOTE(1:4)
                 MOVE MES-COMPET TO COMPET-LOTE(5:2)
              WHEN "1"
                 IF COMPET-LOTE EQUAL COMPET-SEL AND
                    NATUREZA-CONT EQUAL "D" AND
                    DEP-CONT NUMERIC AND
                    VALOR-CONT-X NUMERIC AND
                    (HISTORICO-CONT EQUAL "SALARIOS" OR
                     HISTORICO-CONT EQUAL "COMISSOES" OR
                     HISTORICO-CONT EQUAL "HORASEXTRA" OR
                     HISTORICO-CONT EQUAL "DESP FERIA" OR
                     HISTORICO-CONT EQUAL "DESP 13SAL" OR
                     HISTORICO-CONT EQUAL "DESP ENCAR")
                    MOVE "0" TO DEP-W(1:1)
                    MOVE DEP-CONT TO DEP-W(2:1)
                    MOVE DEP-W TO COD-DEPT-W
                    PERFORM LOCALIZA-DEPARTAMENTO
                    ADD VALOR-CONT-9 TO TAB-CUSTO-FOLHA(IND-DEP)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM LER-CONTABIL.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-HEAD.
           PERFORM CABECALHO.
           MOVE 1 TO IND-DEP.
           PERFORM IMPRIME-DEPARTAMENTO UNTIL IND-DEP GREATER THAN
                   QTD-DEP.
           PERFORM IMPRIME-TOTAL.
           CLOSE REL-HEAD.

       IMPRIME-DEPARTAMENTO.
           IF TAB-MESTRE-DEP(IND-DEP) EQUAL "S" OR
              TAB-INICIAL(IND-DEP) GREATER THAN 0 OR
              TAB-FINAL(IND-DEP) GREATER THAN 0
              PERFORM IMPRIME-LINHA-DEPARTAMENTO
           END-IF.
           ADD 1 TO IND-DEP.

       IMPRIME-LINHA-DEPARTAMENTO.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-COD-DEP(IND-DEP)    TO DEP-REL.
           MOVE TAB-NOME-DEP(IND-DEP)   TO NOME-DEP-REL.
           MOVE TAB-INICIAL(IND-DEP)    TO INICIAL-REL.
           MOVE TAB-ADMISSOES(IND-DEP)  TO ADMISSOES-REL.
           MOVE TAB-TRANSF-ENT(IND-DEP) TO TRANSF-ENT-REL.
           MOVE TAB-TRANSF-SAI(IND-DEP) TO TRANSF-SAI-REL.
           MOVE TAB-DESLIG(IND-DEP)     TO DESLIG-REL.
           MOVE TAB-FINAL(IND-DEP)      TO FINAL-REL.
           COMPUTE SOMA-HC-W = TAB-INICIAL(IND-DEP) +
                   TAB-FINAL(IND-DEP).
           COMPUTE SOMA-MOV-W = TAB-ADMISSOES(IND-DEP) +
                   TAB-DESLIG(IND-DEP).
           PERFORM CALCULA-TURNOVER.
           MOVE TURNOVER-W TO TURNOVER-REL.
           MOVE SPACES TO OBS-REL.
           IF TAB-FINAL(IND-DEP) GREATER THAN 0
              IF CONTABIL-OK NOT EQUAL "S"
                 MOVE "CUSTO NAO VERIFICADO" TO OBS-REL
              ELSE
                 IF TAB-CUSTO-FOLHA(IND-DEP) EQUAL 0
                    MOVE "SEM CUSTO DE FOLHA" TO OBS-REL
                    ADD 1 TO CT-SEM-CUSTO
                 END-IF
              END-IF
           END-IF.
           IF TAB-MESTRE-DEP(IND-DEP) NOT EQUAL "S" AND
              OBS-REL EQUAL SPACES
              MOVE "FORA DO DEPTMEST" TO OBS-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD TAB-INICIAL(IND-DEP)    TO TOT-INICIAL.
           ADD TAB-ADMISSOES(IND-DEP)  TO TOT-ADMISSOES.
           ADD TAB-TRANSF-ENT(IND-DEP) TO TOT-TRANSF-ENT.
           ADD TAB-TRANSF-SAI(IND-DEP) TO TOT-TRANSF-SAI.
           ADD TAB-DESLIG(IND-DEP)     TO TOT-DESLIG.
           ADD TAB-FINAL(IND-DEP)      TO TOT-FINAL.

       CALCULA-TURNOVER.
           IF SOMA-HC-W GREATER THAN 0
              COMPUTE TURNOVER-W ROUNDED =
                      SOMA-MOV-W * 100 / SOMA-HC-W
           ELSE
              MOVE 0 TO TURNOVER-W
           END-IF.

       IMPRIME-TOTAL.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE TOT-INICIAL    TO INICIAL-TOT.
           MOVE TOT-ADMISSOES  TO ADMISSOES-TOT.
           MOVE TOT-TRANSF-ENT TO TRANSF-ENT-TOT.
           MOVE TOT-TRANSF-SAI TO TRANSF-SAI-TOT.
           MOVE TOT-DESLIG     TO DESLIG-TOT.
           MOVE TOT-FINAL      TO FINAL-TOT.
           COMPUTE SOMA-HC-W = TOT-INICIAL + TOT-FINAL.
           COMPUTE SOMA-MOV-W = TOT-ADMISSOES + TOT-DESLIG.
           PERFORM CALCULA-TURNOVER.
           MOVE TURNOVER-W TO TURNOVER-TOT.
           WRITE REG-ATR FROM LINHA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "TURNOVER = (ADMISSOES + DESLIGAMENTOS) / 2 / "
                TO TEXTO-AVISO.
           MOVE "QUADRO MEDIO" TO TEXTO-AVISO(46:12).
           WRITE REG-ATR FROM LINHA-AVISO AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-SEL TO MES-REL.
           MOVE ANO-SEL TO ANO-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "FUNCIONARIOS NO CADSAI.ANT  : " CT-LIDOS-ANT.
           DISPLAY "FUNCIONARIOS NO CADSAI      : " CT-LIDOS-SAI.
           DISPLAY "EVENTOS RHEVENTO NO MES     : " QTD-EVT.
           DISPLAY "MOVIMENTOS SEM EVENTO RH    : " CT-SEM-EVENTO.
           DISPLAY "DEPTOS SEM CUSTO DE FOLHA   : " CT-SEM-CUSTO.
