           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REL-RESC ASSIGN TO DISK.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FGTSSALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALD.
           SELECT FGTSMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FGTS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORD IS OMITTED.
       01 REG-CC PIC X(80).

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

       FD FGTSSALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSSALD.DAT".
       01 REG-SALDO.
           02 COD-SALDO        PIC 9(05).
           02 SALDO-FGTS       PIC 9(09)V99.
           02 COMPET-ULT-SALDO PIC 9(06).
           02 FILLER           PIC X(08).

       FD FGTSMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSMOV.DAT".
       01 REG-FGTS.
           02 COD-FGTS      PIC 9(05).
           02 COMPET-FGTS   PIC 9(06).
           02 ORIGEM-FGTS   PIC X(01).
           02 BASE-FGTS     PIC 9(07)V99.
           02 VALOR-FGTS    PIC 9(07)V99.

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-EVT  PIC X(02).
           77 WS-STATUS-YTD  PIC X(02).
           77 WS-STATUS-LIQ  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 WS-STATUS-SALD PIC X(02).
           77 WS-STATUS-FGTS PIC X(02).
           77 QTD-FGTS       PIC 9(04) VALUE ZEROES.
           77 IND-FGTS       PIC 9(04) VALUE ZEROES.
           77 ACHEI-FGTS     PIC X(01) VALUE "N".
           77 COD-PESQ-FGTS  PIC 9(05) VALUE ZEROES.
           77 FGTS-PERC      PIC 9V9999 VALUE 0,0800.
           77 MULTA-PERC     PIC 9V9999 VALUE 0,4000.
           77 FGTS-RESC      PIC 9(07)V99 VALUE ZEROES.
           77 SALDO-RESC     PIC 9(09)V99 VALUE ZEROES.
           77 MULTA-FGTS     PIC 9(09)V99 VALUE ZEROES.
           77 TOTAL-MULTA    PIC 9(11)V99 VALUE ZEROES.
           77 QTD-VEND       PIC 9(04) VALUE ZEROES.
           77 IND-VEND       PIC 9(04) VALUE ZEROES.
           77 QTD-DESL       PIC 9(03) VALUE ZEROES.
               03 TAB-SEC-VEND  PIC X(01).
               03 TAB-SAL-FIXO  PIC 9(07)V99.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC   PIC 9(05).
               03 TAB-CPF-FUNC   PIC 9(11).
               03 TAB-PIS-FUNC   PIC 9(11).
               03 TAB-SIT-FUNC   PIC X(01).
               03 TAB-DESL-FUNC  PIC 9(08).

       01 TABELA-FGTS.
           02 TAB-FGTS OCCURS 2000 TIMES.
               03 TAB-COD-FGTS    PIC 9(05).
               03 TAB-SALDO-FGTS  PIC 9(09)V99.
               03 TAB-COMPET-FGTS PIC 9(06).

       01 TABELA-DESLIGADOS.
           02 TAB-DESL OCCURS 100 TIMES.
               03 TAB-COD-DESL  PIC 9(05).
           02 FILLER      PIC X(01) VALUE "/".
           02 CC-ANO      PIC 9999.
           02 FILLER      PIC X(14) VALUE SPACES.
       01 CC-04.
           02 FILLER      PIC X(05) VALUE "CPF: ".
           02 CC-CPF      PIC 9(11).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 FILLER      PIC X(05) VALUE "PIS: ".
           02 CC-PIS      PIC 9(11).
           02 FILLER      PIC X(45) VALUE SPACES.
       01 CC-VERBA.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CC-DESCR    PIC X(24).
       PGM-FOLHARES.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-VENDEDORES.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-FGTS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FECHA-YTD.
           END-IF.
           PERFORM LER-VENDEDOR.

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
              MOVE COD-FUNC       TO TAB-COD-FUNC(QTD-FUNC)
              MOVE CPF-FUNC       TO TAB-CPF-FUNC(QTD-FUNC)
              MOVE PIS-FUNC       TO TAB-PIS-FUNC(QTD-FUNC)
              MOVE SIT-FUNC       TO TAB-SIT-FUNC(QTD-FUNC)
              MOVE DATA-DESL-FUNC TO TAB-DESL-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-FGTS.
           OPEN INPUT FGTSSALD.
           IF WS-STATUS-SALD EQUAL "00"
              PERFORM LER-SALDO
              PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE FGTSSALD
           ELSE
              DISPLAY "FGTSSALD.DAT NAO ENCONTRADO - SALDOS ZERADOS"
           END-IF.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT FGTSMOV.
           IF WS-STATUS-FGTS EQUAL "00"
              PERFORM LER-MOV-FGTS
              PERFORM SOMA-MOV-FGTS UNTIL FIM-ARQ EQUAL "S"
              CLOSE FGTSMOV
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-SALDO.
           READ FGTSSALD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SALDO.
           IF COD-SALDO NOT EQUAL 99999 AND QTD-FGTS LESS THAN 2000
              ADD 1 TO QTD-FGTS
              MOVE COD-SALDO        TO TAB-COD-FGTS(QTD-FGTS)
              MOVE SALDO-FGTS       TO TAB-SALDO-FGTS(QTD-FGTS)
              MOVE COMPET-ULT-SALDO TO TAB-COMPET-FGTS(QTD-FGTS)
           END-IF.
           PERFORM LER-SALDO.

       LER-MOV-FGTS.
           READ FGTSMOV AT END MOVE "S" TO FIM-ARQ.

       SOMA-MOV-FGTS.
           IF ORIGEM-FGTS NOT EQUAL "M"
              MOVE COD-FGTS TO COD-PESQ-FGTS
              PERFORM PESQUISA-FGTS
              IF ACHEI-FGTS EQUAL "N" AND QTD-FGTS LESS THAN 2000
                 ADD 1 TO QTD-FGTS
                 MOVE QTD-FGTS TO IND-FGTS
                 MOVE COD-FGTS TO TAB-COD-FGTS(IND-FGTS)
                 MOVE ZEROES   TO TAB-SALDO-FGTS(IND-FGTS)
                 MOVE ZEROES   TO TAB-COMPET-FGTS(IND-FGTS)
                 MOVE "S" TO ACHEI-FGTS
              END-IF
              IF ACHEI-FGTS EQUAL "S" AND
                 COMPET-FGTS GREATER THAN TAB-COMPET-FGTS(IND-FGTS)
                 ADD VALOR-FGTS TO TAB-SALDO-FGTS(IND-FGTS)
              END-IF
           END-IF.
           PERFORM LER-MOV-FGTS.

       PESQUISA-FGTS.
           MOVE "N" TO ACHEI-FGTS.
           MOVE 1 TO IND-FGTS.
           PERFORM TESTA-FGTS UNTIL IND-FGTS GREATER THAN QTD-FGTS
                   OR ACHEI-FGTS EQUAL "S".
           IF ACHEI-FGTS EQUAL "S"
              SUBTRACT 1 FROM IND-FGTS
           END-IF.

       TESTA-FGTS.
           IF TAB-COD-FGTS(IND-FGTS) EQUAL COD-PESQ-FGTS
              MOVE "S" TO ACHEI-FGTS
           END-IF.
           ADD 1 TO IND-FGTS.

       INICIO.
           OPEN INPUT RHEVENTO.
           IF WS-STATUS-EVT NOT EQUAL "00"
              OPEN OUTPUT FOLHALIQ
           END-IF.
           OPEN OUTPUT REL-RESC.
           OPEN EXTEND FGTSMOV.
           IF WS-STATUS-FGTS EQUAL "35"
              OPEN OUTPUT FGTSMOV
           END-IF.
           PERFORM LEITURA.

       LEITURA.

       PRINCIPAL.
           IF EVT-ADMISSAO
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "S" AND TAB-SIT-FUNC(IND-FUNC) EQUAL "A"
                 ADD 1 TO CT-ADMISSOES
              ELSE
                 ADD 1 TO CT-REJEITADOS
                 DISPLAY "ADMISSAO SEM FICHA FUNCIONAL: " COD-VEND-EVT
              END-IF
           ELSE
              IF EVT-DESLIGAMENTO
                 PERFORM TRATA-DESLIGAMENTO
           PERFORM LEITURA.

       TRATA-DESLIGAMENTO.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "S"
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A" AND
                 TAB-DESL-FUNC(IND-FUNC) NOT EQUAL DATA-EVT
                 MOVE "N" TO ACHEI
              END-IF
           END-IF.
           IF ACHEI EQUAL "N"
              ADD 1 TO CT-REJEITADOS
              DISPLAY "DESLIGAMENTO SEM FICHA ATIVA: " COD-VEND-EVT
           ELSE
              PERFORM PESQUISA-VENDEDOR
              IF ACHEI EQUAL "N"
                 ADD 1 TO CT-REJEITADOS
                 DISPLAY "DESLIGAMENTO SEM CADASTRO: " COD-VEND-EVT
              ELSE
                 PERFORM APURA-VENDAS-MES
                 PERFORM CALCULA-RESCISAO
                 PERFORM CALCULA-MULTA-FGTS
                 PERFORM GRAVA-LIQUIDO
                 PERFORM IMPRIME-DEMONSTRATIVO
                 PERFORM REGISTRA-DESLIGADO
                 ADD 1 TO CT-RESCISOES
              END-IF
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
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-EVT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           SUBTRACT INSS-RESC IRRF-RESC FROM BRUTO-RESC
                    GIVING LIQUIDO-RESC.

       CALCULA-MULTA-FGTS.
           MULTIPLY BRUTO-RESC BY FGTS-PERC GIVING FGTS-RESC ROUNDED.
           MOVE COD-VEND-EVT TO COD-PESQ-FGTS.
           PERFORM PESQUISA-FGTS.
           IF ACHEI-FGTS EQUAL "S"
              ADD TAB-SALDO-FGTS(IND-FGTS) FGTS-RESC GIVING SALDO-RESC
           ELSE
              MOVE FGTS-RESC TO SALDO-RESC
           END-IF.
           MULTIPLY SALDO-RESC BY MULTA-PERC GIVING MULTA-FGTS
                    ROUNDED.
           MOVE COD-VEND-EVT TO COD-FGTS.
           MOVE DATA-EVT(1:6) TO COMPET-FGTS.
           MOVE "R"          TO ORIGEM-FGTS.
           MOVE BRUTO-RESC   TO BASE-FGTS.
           MOVE FGTS-RESC    TO VALOR-FGTS.
           WRITE REG-FGTS.
           MOVE "M"          TO ORIGEM-FGTS.
           MOVE SALDO-RESC   TO BASE-FGTS.
           MOVE MULTA-FGTS   TO VALOR-FGTS.
           WRITE REG-FGTS.
           ADD MULTA-FGTS TO TOTAL-MULTA.

       CALCULA-COMISSAO.
           SET IDX-FAIXA TO 1.
           PERFORM TESTA-FAIXA UNTIL
           MOVE MES-EVT TO CC-MES.
           MOVE ANO-EVT TO CC-ANO.
           WRITE REG-CC FROM CC-03 AFTER ADVANCING 1 LINE.
           MOVE TAB-CPF-FUNC(IND-FUNC) TO CC-CPF.
           MOVE TAB-PIS-FUNC(IND-FUNC) TO CC-PIS.
           WRITE REG-CC FROM CC-04 AFTER ADVANCING 1 LINE.
           WRITE REG-CC FROM CC-01 AFTER ADVANCING 1 LINE.
           MOVE "SALDO DE SALARIO" TO CC-DESCR.
           MOVE SAL-DIAS TO CC-VALOR.
           MOVE "LIQUIDO DA RESCISAO" TO CC-DESCR.
           MOVE LIQUIDO-RESC TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 2 LINES.
           MOVE "FGTS DA RESCISAO" TO CC-DESCR.
           MOVE FGTS-RESC TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 2 LINES.
           MOVE "SALDO FGTS P/ MULTA" TO CC-DESCR.
           MOVE SALDO-RESC TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
           MOVE "MULTA FGTS 40%" TO CC-DESCR.
           MOVE MULTA-FGTS TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
           WRITE REG-CC FROM CC-01 AFTER ADVANCING 2 LINES.

       REGISTRA-DESLIGADO.
           DISPLAY "ADMISSOES REGISTRADAS : " CT-ADMISSOES.
           DISPLAY "RESCISOES CALCULADAS  : " CT-RESCISOES.
           DISPLAY "EVENTOS REJEITADOS    : " CT-REJEITADOS.
           DISPLAY "MULTA FGTS 40% TOTAL  : " TOTAL-MULTA.
           CLOSE RHEVENTO FOLHALIQ REL-RESC FGTSMOV.
