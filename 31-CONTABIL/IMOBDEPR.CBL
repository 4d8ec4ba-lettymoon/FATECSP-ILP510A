       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IMOBDEPR.
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
           SELECT PARMCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.
           SELECT DEPTMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEPT.
           SELECT IMOBMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-IMOB.
           SELECT IMOBATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT REL-IMOB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCONT.DAT".
       01 REG-PARM-CONT.
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

       FD DEPTMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPTMEST.DAT".
       01 REG-DEPT.
           02 COD-DEPT   PIC 9(02).
           02 NOME-DEPT  PIC X(30).
           02 RESP-DEPT  PIC X(30).
           02 ATIVO-DEPT PIC X(01).

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

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       FD REL-IMOB
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 WS-STATUS-DEPT  PIC X(02).
           77 WS-STATUS-IMOB  PIC X(02).
           77 WS-STATUS-CONT  PIC X(02).
           77 COMPET-DEPR     PIC 9(06) VALUE ZEROES.
           77 COMPET-W        PIC 9(06) VALUE ZEROES.
           77 ANO-W           PIC 9(04) VALUE ZEROES.
           77 MES-W           PIC 9(02) VALUE ZEROES.
           77 IDX-W           PIC 9(06) VALUE ZEROES.
           77 IDX-DEPR        PIC 9(06) VALUE ZEROES.
           77 IDX-AQUIS       PIC 9(06) VALUE ZEROES.
           77 IDX-ULT         PIC 9(06) VALUE ZEROES.
           77 IDX-INI         PIC 9(06) VALUE ZEROES.
           77 IDX-FIM         PIC 9(06) VALUE ZEROES.
           77 MESES-DEPR      PIC S9(05) VALUE ZEROES.
           77 MESES-USO       PIC S9(05) VALUE ZEROES.
           77 QUOTA-MES       PIC 9(09)V99 VALUE ZEROES.
           77 VALOR-DEPR      PIC 9(11)V99 VALUE ZEROES.
           77 VALOR-RESTANTE  PIC 9(09)V99 VALUE ZEROES.
           77 VALOR-LIQ       PIC 9(09)V99 VALUE ZEROES.
           77 QTD-IMOB        PIC 9(04) VALUE ZEROES.
           77 IND-IMOB        PIC 9(04) VALUE ZEROES.
           77 QTD-DEPT        PIC 9(03) VALUE ZEROES.
           77 IND-DEPT        PIC 9(03) VALUE ZEROES.
           77 COD-DEPT-W      PIC 9(03) VALUE ZEROES.
           77 NOME-DEPT-W     PIC X(30) VALUE SPACES.
           77 QTD-LANC        PIC 9(03) VALUE ZEROES.
           77 IND-LANC        PIC 9(03) VALUE ZEROES.
           77 DEPT-W          PIC 9(02) VALUE ZEROES.
           77 NATUREZA-W      PIC X(01) VALUE SPACES.
           77 HIST-W          PIC X(10) VALUE SPACES.
           77 VALOR-W         PIC 9(13)V99 VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CT-IMOB         PIC 9(04) VALUE ZEROES.
           77 CT-DEPRECIADOS  PIC 9(04) VALUE ZEROES.
           77 CT-BAIXADOS     PIC 9(04) VALUE ZEROES.
           77 CT-JA-PROCESSADOS PIC 9(04) VALUE ZEROES.
           77 CT-LANCAMENTOS  PIC 9(04) VALUE ZEROES.
           77 CT-ITENS-DEPT   PIC 9(04) VALUE ZEROES.
           77 TOT-DEBITOS     PIC 9(13)V99 VALUE ZEROES.
           77 TOT-CREDITOS    PIC 9(13)V99 VALUE ZEROES.
           77 TOT-DEPR-MES    PIC 9(13)V99 VALUE ZEROES.
           77 DEPT-CUSTO      PIC 9(13)V99 VALUE ZEROES.
           77 DEPT-MES        PIC 9(13)V99 VALUE ZEROES.
           77 DEPT-ACUM       PIC 9(13)V99 VALUE ZEROES.
           77 DEPT-LIQ        PIC 9(13)V99 VALUE ZEROES.
           77 GERAL-CUSTO     PIC 9(13)V99 VALUE ZEROES.
           77 GERAL-MES       PIC 9(13)V99 VALUE ZEROES.
           77 GERAL-ACUM      PIC 9(13)V99 VALUE ZEROES.
           77 GERAL-LIQ       PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

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
               03 TAB-MES-IMOB    PIC 9(09)V99.
               03 TAB-LISTA-IMOB  PIC X(01).

       01 TABELA-DEPARTAMENTOS.
           02 TAB-DEPT OCCURS 99 TIMES.
               03 TAB-COD-DEPT  PIC 9(02).
               03 TAB-NOME-DEPT PIC X(30).

       01 TABELA-LANCAMENTOS.
           02 TAB-LANC OCCURS 500 TIMES.
               03 TAB-DEPT-LANC  PIC 9(02).
               03 TAB-NAT-LANC   PIC X(01).
               03 TAB-HIST-LANC  PIC X(10).
               03 TAB-VALOR-LANC PIC 9(13)V99.

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 ORIGEM-CONT      PIC X(02).
           02 NATUREZA-CONT    PIC X(01).
           02 HISTORICO-CONT   PIC X(10).
           02 VALOR-CONT       PIC 9(13)V99.
           02 FILLER           PIC X(05) VALUE SPACES.

       01 CONT-TRAILER.
           02 TIPO-CONT-T      PIC 9(01) VALUE 9.
           02 QTD-CONT         PIC 9(04).
           02 SINAL-CONT       PIC X(01) VALUE "+".
           02 VALOR-LIQ-CONT   PIC 9(13)V99.
           02 FILLER           PIC X(13) VALUE SPACES.

       01 DATA-EDITADA.
           02 DIA-EDT PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-EDT PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-EDT PIC 9(04).

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER     PIC X(30) VALUE SPACES.
           02 FILLER     PIC X(42) VALUE
              "REGISTRO DO ATIVO IMOBILIZADO - COMPET. ".
           02 MES-REL    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-REL    PIC 9(04).
           02 FILLER     PIC X(31) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "DESCRICAO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "CL".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "AQUISICAO".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "CUSTO".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "DEPREC. MES".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "DEPREC. ACUM".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VALOR LIQ.".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(01) VALUE "S".

       01 CAB-DEPT.
           02 FILLER        PIC X(13) VALUE "DEPARTAMENTO ".
           02 COD-DEPT-REL  PIC 9(02).
           02 FILLER        PIC X(03) VALUE " - ".
           02 NOME-DEPT-REL PIC X(30).
           02 FILLER        PIC X(62) VALUE SPACES.

       01 DETALHE.
           02 COD-REL      PIC 9(06).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESCR-REL    PIC X(22).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CLASSE-REL   PIC X(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 AQUIS-REL    PIC X(10).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 CUSTO-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 MES-DEPR-REL PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 ACUM-REL     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 LIQ-REL      PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SIT-REL      PIC X(01).

       01 DETALHE-TOTAL.
           02 DESCR-TOT-REL PIC X(44).
           02 CUSTO-TOT-REL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 MES-TOT-REL   PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 ACUM-TOT-REL  PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 LIQ-TOT-REL   PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-IMOBDEPR.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CONFERE-PERIODO.
           PERFORM CARREGA-DEPARTAMENTOS.
           PERFORM CARREGA-IMOBILIZADO.
           MOVE 1 TO IND-IMOB.
           PERFORM PROCESSA-BEM UNTIL IND-IMOB GREATER THAN QTD-IMOB.
           IF QTD-LANC GREATER THAN 0
              PERFORM GRAVA-LANCAMENTOS
           ELSE
              DISPLAY "NENHUMA DEPRECIACAO A CONTABILIZAR EM "
                      MES-PARM "/" ANO-PARM
           END-IF.
           PERFORM GRAVA-ATUALIZADO.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCONT.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMCONT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMCONT
               AT END
                   DISPLAY "PARMCONT.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ANO-PARM TO COMPET-DEPR(1:4)
                   MOVE MES-PARM TO COMPET-DEPR(5:2)
           END-READ.
           CLOSE PARMCONT.
           IF MES-PARM LESS THAN 1 OR MES-PARM GREATER THAN 12
              DISPLAY "COMPETENCIA INVALIDA EM PARMCONT - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE COMPET-DEPR TO COMPET-W.
           PERFORM CALCULA-INDICE.
           MOVE IDX-W TO IDX-DEPR.

       CONFERE-PERIODO.
           MOVE "N" TO ACHEI.
           OPEN INPUT PERIODOS.
           IF WS-STATUS-PER EQUAL "00"
              PERFORM LER-PERIODO
              PERFORM TESTA-PERIODO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PERIODOS
           END-IF.
           MOVE "N" TO FIM-ARQ.
           IF ACHEI EQUAL "S"
              DISPLAY "COMPETENCIA " MES-PARM "/" ANO-PARM
                      " JA FECHADA EM PERIODOS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PERIODO.
           READ PERIODOS AT END MOVE "S" TO FIM-ARQ.

       TESTA-PERIODO.
           IF COMPET-PER EQUAL COMPET-DEPR
              IF PERIODO-FECHADO
                 MOVE "S" TO ACHEI
              ELSE
                 MOVE "N" TO ACHEI
              END-IF
           END-IF.
           PERFORM LER-PERIODO.

       CARREGA-DEPARTAMENTOS.
           OPEN INPUT DEPTMEST.
           IF WS-STATUS-DEPT EQUAL "00"
              PERFORM LER-DEPARTAMENTO
              PERFORM GUARDA-DEPARTAMENTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEPTMEST
           ELSE
              DISPLAY "DEPTMEST.DAT NAO ENCONTRADO - SEM NOMES DE "
                      "DEPARTAMENTO"
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-DEPARTAMENTO.
           READ DEPTMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DEPARTAMENTO.
           IF QTD-DEPT LESS THAN 99
              ADD 1 TO QTD-DEPT
              MOVE COD-DEPT  TO TAB-COD-DEPT(QTD-DEPT)
              MOVE NOME-DEPT TO TAB-NOME-DEPT(QTD-DEPT)
           END-IF.
           PERFORM LER-DEPARTAMENTO.

       CARREGA-IMOBILIZADO.
           OPEN INPUT IMOBMEST.
           IF WS-STATUS-IMOB NOT EQUAL "00"
              DISPLAY "IMOBMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-IMOBILIZADO.
           PERFORM GUARDA-IMOBILIZADO UNTIL FIM-ARQ EQUAL "S".
           CLOSE IMOBMEST.
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
              MOVE ZEROES          TO TAB-MES-IMOB(QTD-IMOB)
              MOVE "N"             TO TAB-LISTA-IMOB(QTD-IMOB)
              ADD 1 TO CT-IMOB
           ELSE
              DISPLAY "IMOBMEST.DAT EXCEDE A TABELA DO IMOBILIZADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-IMOBILIZADO.

       CALCULA-INDICE.
           DIVIDE COMPET-W BY 100 GIVING ANO-W REMAINDER MES-W.
           COMPUTE IDX-W = ANO-W * 12 + MES-W.

       PROCESSA-BEM.
           IF TAB-SIT-IMOB(IND-IMOB) EQUAL "A"
              MOVE "S" TO TAB-LISTA-IMOB(IND-IMOB)
           END-IF.
           IF TAB-ULT-IMOB(IND-IMOB) NOT LESS THAN COMPET-DEPR
              IF TAB-SIT-IMOB(IND-IMOB) EQUAL "A"
                 ADD 1 TO CT-JA-PROCESSADOS
              END-IF
           ELSE
              MOVE TAB-AQUIS-IMOB(IND-IMOB)(1:6) TO COMPET-W
              PERFORM CALCULA-INDICE
              MOVE IDX-W TO IDX-AQUIS
              IF TAB-SIT-IMOB(IND-IMOB) EQUAL "A"
                 PERFORM DEPRECIA-ATIVO
              ELSE
                 PERFORM DEPRECIA-BAIXADO
              END-IF
           END-IF.
           ADD 1 TO IND-IMOB.

       DEPRECIA-ATIVO.
           IF IDX-AQUIS NOT GREATER THAN IDX-DEPR
              MOVE IDX-DEPR TO IDX-FIM
              PERFORM CALCULA-DEPRECIACAO
              MOVE COMPET-DEPR TO TAB-ULT-IMOB(IND-IMOB)
              ADD 1 TO CT-DEPRECIADOS
           END-IF.

       DEPRECIA-BAIXADO.
           MOVE TAB-BAIXA-IMOB(IND-IMOB)(1:6) TO COMPET-W.
           IF COMPET-W GREATER THAN COMPET-DEPR
              MOVE "S" TO TAB-LISTA-IMOB(IND-IMOB)
              PERFORM DEPRECIA-ATIVO
           ELSE
              IF TAB-ULT-IMOB(IND-IMOB) LESS THAN COMPET-W
                 PERFORM CALCULA-INDICE
                 MOVE IDX-W TO IDX-FIM
                 PERFORM CALCULA-DEPRECIACAO
                 PERFORM CONTABILIZA-BAIXA
                 MOVE COMPET-DEPR TO TAB-ULT-IMOB(IND-IMOB)
                 MOVE "S" TO TAB-LISTA-IMOB(IND-IMOB)
                 ADD 1 TO CT-BAIXADOS
              END-IF
           END-IF.

       CALCULA-DEPRECIACAO.
           MOVE ZEROES TO VALOR-DEPR.
           IF TAB-ULT-IMOB(IND-IMOB) EQUAL 0
              MOVE 0 TO IDX-ULT
           ELSE
              MOVE TAB-ULT-IMOB(IND-IMOB) TO COMPET-W
              PERFORM CALCULA-INDICE
              MOVE IDX-W TO IDX-ULT
           END-IF.
           COMPUTE IDX-INI = IDX-AQUIS - 1.
           IF IDX-ULT GREATER THAN IDX-INI
              MOVE IDX-ULT TO IDX-INI
           END-IF.
           COMPUTE MESES-DEPR = IDX-FIM - IDX-INI.
           COMPUTE MESES-USO = IDX-FIM - IDX-AQUIS + 1.
           COMPUTE VALOR-RESTANTE = TAB-VALOR-IMOB(IND-IMOB) -
                   TAB-ACUM-IMOB(IND-IMOB).
           IF MESES-DEPR GREATER THAN 0 AND
              VALOR-RESTANTE GREATER THAN 0
              COMPUTE QUOTA-MES ROUNDED = TAB-VALOR-IMOB(IND-IMOB) /
                      TAB-VIDA-IMOB(IND-IMOB)
              COMPUTE VALOR-DEPR = QUOTA-MES * MESES-DEPR
              IF VALOR-DEPR GREATER THAN VALOR-RESTANTE OR
                 MESES-USO NOT LESS THAN TAB-VIDA-IMOB(IND-IMOB)
                 MOVE VALOR-RESTANTE TO VALOR-DEPR
              END-IF
           END-IF.
           IF VALOR-DEPR GREATER THAN 0
              ADD VALOR-DEPR TO TAB-ACUM-IMOB(IND-IMOB)
              ADD VALOR-DEPR TO TAB-MES-IMOB(IND-IMOB)
              ADD VALOR-DEPR TO TOT-DEPR-MES
              MOVE VALOR-DEPR TO VALOR-W
              MOVE "D" TO NATUREZA-W
              MOVE TAB-HDESP-IMOB(IND-IMOB) TO HIST-W
              PERFORM ACUMULA-LANCAMENTO
              MOVE "C" TO NATUREZA-W
              MOVE TAB-HDEPR-IMOB(IND-IMOB) TO HIST-W
              PERFORM ACUMULA-LANCAMENTO
           END-IF.

       CONTABILIZA-BAIXA.
           IF TAB-ACUM-IMOB(IND-IMOB) GREATER THAN 0
              MOVE TAB-ACUM-IMOB(IND-IMOB) TO VALOR-W
              MOVE "D" TO NATUREZA-W
              MOVE TAB-HDEPR-IMOB(IND-IMOB) TO HIST-W
              PERFORM ACUMULA-LANCAMENTO
           END-IF.
           COMPUTE VALOR-LIQ = TAB-VALOR-IMOB(IND-IMOB) -
                   TAB-ACUM-IMOB(IND-IMOB).
           IF VALOR-LIQ GREATER THAN 0
              MOVE VALOR-LIQ TO VALOR-W
              MOVE "D" TO NATUREZA-W
              MOVE TAB-HBAIXA-IMOB(IND-IMOB) TO HIST-W
              PERFORM ACUMULA-LANCAMENTO
           END-IF.
           MOVE TAB-VALOR-IMOB(IND-IMOB) TO VALOR-W.
           MOVE "C" TO NATUREZA-W.
           MOVE TAB-HATIVO-IMOB(IND-IMOB) TO HIST-W.
           PERFORM ACUMULA-LANCAMENTO.

       ACUMULA-LANCAMENTO.
           MOVE TAB-DEPT-IMOB(IND-IMOB) TO DEPT-W.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-LANC.
           PERFORM TESTA-LANCAMENTO UNTIL IND-LANC GREATER THAN
                   QTD-LANC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-LANC
           ELSE
              IF QTD-LANC NOT LESS THAN 500
                 DISPLAY "TABELA DE LANCAMENTOS CHEIA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO QTD-LANC
              MOVE QTD-LANC   TO IND-LANC
              MOVE DEPT-W     TO TAB-DEPT-LANC(IND-LANC)
              MOVE NATUREZA-W TO TAB-NAT-LANC(IND-LANC)
              MOVE HIST-W     TO TAB-HIST-LANC(IND-LANC)
              MOVE ZEROES     TO TAB-VALOR-LANC(IND-LANC)
           END-IF.
           ADD VALOR-W TO TAB-VALOR-LANC(IND-LANC).

       TESTA-LANCAMENTO.
           IF TAB-DEPT-LANC(IND-LANC) EQUAL DEPT-W AND
              TAB-NAT-LANC(IND-LANC) EQUAL NATUREZA-W AND
              TAB-HIST-LANC(IND-LANC) EQUAL HIST-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-LANC.

       GRAVA-LANCAMENTOS.
           OPEN EXTEND CONTABIL.
           IF WS-STATUS-CONT EQUAL "35"
              OPEN OUTPUT CONTABIL
           END-IF.
           MOVE MES-PARM TO MES-COMPET.
           MOVE ANO-PARM TO ANO-COMPET.
           WRITE REG-CONT FROM CONT-HEADER.
           MOVE 1 TO IND-LANC.
           PERFORM GRAVA-LANCAMENTO UNTIL IND-LANC GREATER THAN
                   QTD-LANC.
           MOVE CT-LANCAMENTOS TO QTD-CONT.
           MOVE TOT-DEBITOS TO VALOR-LIQ-CONT.
           WRITE REG-CONT FROM CONT-TRAILER.
           CLOSE CONTABIL.

       GRAVA-LANCAMENTO.
           MOVE TAB-DEPT-LANC(IND-LANC)  TO ORIGEM-CONT.
           MOVE TAB-NAT-LANC(IND-LANC)   TO NATUREZA-CONT.
           MOVE TAB-HIST-LANC(IND-LANC)  TO HISTORICO-CONT.
           MOVE TAB-VALOR-LANC(IND-LANC) TO VALOR-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 1 TO CT-LANCAMENTOS.
           IF TAB-NAT-LANC(IND-LANC) EQUAL "D"
              ADD TAB-VALOR-LANC(IND-LANC) TO TOT-DEBITOS
           ELSE
              ADD TAB-VALOR-LANC(IND-LANC) TO TOT-CREDITOS
           END-IF.
           ADD 1 TO IND-LANC.

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
           ADD 1 TO IND-IMOB.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-IMOB.
           MOVE ZEROES TO COD-DEPT-W.
           PERFORM IMPRIME-DEPARTAMENTO UNTIL COD-DEPT-W GREATER
                   THAN 99.
           PERFORM TOTAL-GERAL.
           CLOSE REL-IMOB.

       IMPRIME-DEPARTAMENTO.
           MOVE ZEROES TO CT-ITENS-DEPT.
           MOVE ZEROES TO DEPT-CUSTO.
           MOVE ZEROES TO DEPT-MES.
           MOVE ZEROES TO DEPT-ACUM.
           MOVE ZEROES TO DEPT-LIQ.
           MOVE 1 TO IND-IMOB.
           PERFORM IMPRIME-BEM UNTIL IND-IMOB GREATER THAN QTD-IMOB.
           IF CT-ITENS-DEPT GREATER THAN 0
              MOVE "TOTAL DO DEPARTAMENTO" TO DESCR-TOT-REL
              MOVE DEPT-CUSTO TO CUSTO-TOT-REL
              MOVE DEPT-MES   TO MES-TOT-REL
              MOVE DEPT-ACUM  TO ACUM-TOT-REL
              MOVE DEPT-LIQ   TO LIQ-TOT-REL
              WRITE REG-ATR FROM DETALHE-TOTAL
                    AFTER ADVANCING 2 LINES
              ADD 2 TO CT-LIN
           END-IF.
           ADD 1 TO COD-DEPT-W.

       IMPRIME-BEM.
           IF TAB-DEPT-IMOB(IND-IMOB) EQUAL COD-DEPT-W AND
              TAB-LISTA-IMOB(IND-IMOB) EQUAL "S"
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
              END-IF
              IF CT-ITENS-DEPT EQUAL 0
                 PERFORM CABECALHO-DEPARTAMENTO
              END-IF
              ADD 1 TO CT-ITENS-DEPT
              MOVE TAB-COD-IMOB(IND-IMOB)    TO COD-REL
              MOVE TAB-DESCR-IMOB(IND-IMOB)  TO DESCR-REL
              MOVE TAB-CLASSE-IMOB(IND-IMOB) TO CLASSE-REL
              MOVE TAB-AQUIS-IMOB(IND-IMOB)(1:4) TO ANO-EDT
              MOVE TAB-AQUIS-IMOB(IND-IMOB)(5:2) TO MES-EDT
              MOVE TAB-AQUIS-IMOB(IND-IMOB)(7:2) TO DIA-EDT
              MOVE DATA-EDITADA TO AQUIS-REL
              MOVE TAB-VALOR-IMOB(IND-IMOB)  TO CUSTO-REL
              MOVE TAB-MES-IMOB(IND-IMOB)    TO MES-DEPR-REL
              MOVE TAB-ACUM-IMOB(IND-IMOB)   TO ACUM-REL
              MOVE TAB-SIT-IMOB(IND-IMOB)    TO SIT-REL
              ADD TAB-MES-IMOB(IND-IMOB) TO DEPT-MES
              ADD TAB-MES-IMOB(IND-IMOB) TO GERAL-MES
              IF TAB-SIT-IMOB(IND-IMOB) EQUAL "A"
                 COMPUTE VALOR-LIQ = TAB-VALOR-IMOB(IND-IMOB) -
                         TAB-ACUM-IMOB(IND-IMOB)
                 ADD TAB-VALOR-IMOB(IND-IMOB) TO DEPT-CUSTO
                 ADD TAB-VALOR-IMOB(IND-IMOB) TO GERAL-CUSTO
                 ADD TAB-ACUM-IMOB(IND-IMOB)  TO DEPT-ACUM
                 ADD TAB-ACUM-IMOB(IND-IMOB)  TO GERAL-ACUM
                 ADD VALOR-LIQ TO DEPT-LIQ
                 ADD VALOR-LIQ TO GERAL-LIQ
              ELSE
                 MOVE ZEROES TO VALOR-LIQ
              END-IF
              MOVE VALOR-LIQ TO LIQ-REL
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           ADD 1 TO IND-IMOB.

       CABECALHO-DEPARTAMENTO.
           MOVE COD-DEPT-W TO DEPT-W.
           MOVE "NAO CADASTRADO" TO NOME-DEPT-W.
           MOVE 1 TO IND-DEPT.
           PERFORM TESTA-DEPARTAMENTO UNTIL IND-DEPT GREATER THAN
                   QTD-DEPT.
           MOVE DEPT-W      TO COD-DEPT-REL.
           MOVE NOME-DEPT-W TO NOME-DEPT-REL.
           WRITE REG-ATR FROM CAB-DEPT AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       TESTA-DEPARTAMENTO.
           IF TAB-COD-DEPT(IND-DEPT) EQUAL DEPT-W
              MOVE TAB-NOME-DEPT(IND-DEPT) TO NOME-DEPT-W
           END-IF.
           ADD 1 TO IND-DEPT.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-PARM TO MES-REL.
           MOVE ANO-PARM TO ANO-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAL-GERAL.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE "TOTAL GERAL DO IMOBILIZADO" TO DESCR-TOT-REL.
           MOVE GERAL-CUSTO TO CUSTO-TOT-REL.
           MOVE GERAL-MES   TO MES-TOT-REL.
           MOVE GERAL-ACUM  TO ACUM-TOT-REL.
           MOVE GERAL-LIQ   TO LIQ-TOT-REL.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 3 LINES.

       FIM.
           DISPLAY "DEPRECIACAO DA COMPETENCIA " MES-PARM "/"
                   ANO-PARM.
           DISPLAY "BENS LIDOS             : " CT-IMOB.
           DISPLAY "BENS DEPRECIADOS       : " CT-DEPRECIADOS.
           DISPLAY "BAIXAS CONTABILIZADAS  : " CT-BAIXADOS.
           DISPLAY "JA PROCESSADOS NO MES  : " CT-JA-PROCESSADOS.
           DISPLAY "LANCAMENTOS GRAVADOS   : " CT-LANCAMENTOS.
           DISPLAY "DEPRECIACAO DO MES     : " TOT-DEPR-MES.
           DISPLAY "TOTAL DE DEBITOS       : " TOT-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS      : " TOT-CREDITOS.
