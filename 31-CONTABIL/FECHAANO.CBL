       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FECHAANO.
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
           SELECT PARMANO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
           SELECT ESTRDEM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EST.
           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PER.
           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
           SELECT SALDOATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT REL-FECHA ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMANO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMANO.DAT".
       01 REG-PARM-ANO.
           02 ANO-PARM         PIC 9(04).
           02 ACAO-PARM        PIC X(01).
               88 ACAO-ENCERRAR VALUE "F".
               88 ACAO-ESTORNAR VALUE "E".
           02 HIST-APUR-PARM   PIC X(10).
           02 HIST-LUCROS-PARM PIC X(10).

       FD PLANOCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANO.
           02 HIST-PLANO  PIC X(10).
           02 CONTA-PLANO PIC 9(05).
           02 NOME-PLANO  PIC X(30).

       FD ESTRDEM
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTRDEM.DAT".
       01 REG-EST.
           02 GRUPO-EST     PIC X(02).
               88 GRUPO-RESULTADO VALUE "RB" "DE" "CU" "DP".
           02 DESCR-EST     PIC X(30).
           02 CONTA-INI-EST PIC 9(05).
           02 CONTA-FIM-EST PIC 9(05).

       FD PERIODOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODOS.DAT".
       01 REG-PER.
           02 COMPET-PER PIC 9(06).
           02 SIT-PER    PIC X(01).
               88 PERIODO-ABERTO  VALUE "A".
               88 PERIODO-FECHADO VALUE "F".

       FD SALDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOS.DAT".
       01 REG-SALDO.
           02 CONTA-SALDO   PIC 9(05).
           02 COMPET-SALDO  PIC 9(06).
           02 ABERTURA-SALDO PIC S9(13)V99.
           02 DEBITOS-SALDO PIC 9(13)V99.
           02 CREDITOS-SALDO PIC 9(13)V99.
           02 FECHO-SALDO   PIC S9(13)V99.

       FD SALDOATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOS.ATU".
       01 REG-SALDO-ATU.
           02 CONTA-SATU   PIC 9(05).
           02 COMPET-SATU  PIC 9(06).
           02 ABERTURA-SATU PIC S9(13)V99.
           02 DEBITOS-SATU PIC 9(13)V99.
           02 CREDITOS-SATU PIC 9(13)V99.
           02 FECHO-SATU   PIC S9(13)V99.

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       FD REL-FECHA
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PLANO PIC X(02).
           77 WS-STATUS-EST   PIC X(02).
           77 WS-STATUS-PER   PIC X(02).
           77 WS-STATUS-SALDO PIC X(02).
           77 WS-STATUS-CONT  PIC X(02).
           77 ANO-SEL         PIC 9(04) VALUE ZEROES.
           77 ACAO-SEL        PIC X(01) VALUE SPACES.
           77 COMPET-FIM      PIC 9(06) VALUE ZEROES.
           77 COMPET-ENC      PIC 9(06) VALUE ZEROES.
           77 ANO-W           PIC 9(04) VALUE ZEROES.
           77 MES-W           PIC 9(02) VALUE ZEROES.
           77 CONTA-APUR      PIC 9(05) VALUE ZEROES.
           77 CONTA-LUCROS    PIC 9(05) VALUE ZEROES.
           77 IND-APUR        PIC 9(03) VALUE ZEROES.
           77 IND-LUCROS      PIC 9(03) VALUE ZEROES.
           77 QTD-PLANO       PIC 9(03) VALUE ZEROES.
           77 IND-PLANO       PIC 9(03) VALUE ZEROES.
           77 QTD-EST         PIC 9(02) VALUE ZEROES.
           77 IND-EST         PIC 9(02) VALUE ZEROES.
           77 QTD-SALDO       PIC 9(04) VALUE ZEROES.
           77 IND-SALDO       PIC 9(04) VALUE ZEROES.
           77 IND-AJUSTE      PIC 9(04) VALUE ZEROES.
           77 QTD-CTA         PIC 9(03) VALUE ZEROES.
           77 IND-CTA         PIC 9(03) VALUE ZEROES.
           77 IND-MES         PIC 9(02) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CONTA-W         PIC 9(05) VALUE ZEROES.
           77 HIST-W          PIC X(10) VALUE SPACES.
           77 NOME-W          PIC X(30) VALUE SPACES.
           77 VALOR-W         PIC 9(13)V99 VALUE ZEROES.
           77 DELTA           PIC S9(13)V99 VALUE ZEROES.
           77 RESULTADO-EXERC PIC S9(13)V99 VALUE ZEROES.
           77 CT-ENCERRADOS   PIC 9(04) VALUE ZEROES.
           77 ANO-POSTERIOR   PIC 9(04) VALUE ZEROES.
           77 CT-MESES-ABERTOS PIC 9(02) VALUE ZEROES.
           77 CT-SEM-HIST     PIC 9(03) VALUE ZEROES.
           77 CT-CONTAS       PIC 9(03) VALUE ZEROES.
           77 CT-AJUSTADOS    PIC 9(04) VALUE ZEROES.
           77 CT-LANCAMENTOS  PIC 9(04) VALUE ZEROES.
           77 TOT-DEBITOS     PIC 9(13)V99 VALUE ZEROES.
           77 TOT-CREDITOS    PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-PLANO.
           02 TAB-PLANO OCCURS 100 TIMES.
               03 TAB-HIST-PLANO  PIC X(10).
               03 TAB-CONTA-PLANO PIC 9(05).
               03 TAB-NOME-PLANO  PIC X(30).

       01 TABELA-ESTRUTURA.
           02 TAB-EST OCCURS 50 TIMES.
               03 TAB-INI-EST PIC 9(05).
               03 TAB-FIM-EST PIC 9(05).

       01 TABELA-MESES.
           02 TAB-SIT-MES PIC X(01) OCCURS 12 TIMES.

       01 TABELA-SALDOS.
           02 TAB-SALDO OCCURS 2000 TIMES.
               03 TAB-CONTA-SALDO  PIC 9(05).
               03 TAB-COMPET-SALDO PIC 9(06).
               03 TAB-ABERT-SALDO  PIC S9(13)V99.
               03 TAB-DEB-SALDO    PIC 9(13)V99.
               03 TAB-CRED-SALDO   PIC 9(13)V99.
               03 TAB-FECHO-SALDO  PIC S9(13)V99.

       01 TABELA-CONTAS.
           02 TAB-CTA OCCURS 500 TIMES.
               03 TAB-NR-CTA      PIC 9(05).
               03 TAB-RESULT-CTA  PIC X(01).
               03 TAB-MELHOR-CTA  PIC 9(06).
               03 TAB-ANTES-CTA   PIC S9(13)V99.
               03 TAB-DEB-CTA     PIC 9(13)V99.
               03 TAB-CRED-CTA    PIC 9(13)V99.
               03 TAB-HIST-CTA    PIC X(10).
               03 TAB-NOME-CTA    PIC X(30).

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02) VALUE 13.
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
           02 SINAL-CONT       PIC X(01).
           02 VALOR-LIQ-CONT   PIC 9(13)V99.
           02 FILLER           PIC X(13) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER     PIC X(10) VALUE SPACES.
           02 TITULO-CAB PIC X(48) JUSTIFIED RIGHT.
           02 ANO-REL    PIC 9(04).
           02 FILLER     PIC X(48) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(05) VALUE "CONTA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SALDO ANTES".
           02 FILLER PIC X(09) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "DEBITOS".
           02 FILLER PIC X(09) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CREDITOS".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "SALDO APOS".

       01 DETALHE.
           02 CONTA-REL    PIC 9(05).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 NOME-REL     PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 ANTES-REL    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DEBITOS-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 CREDITOS-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 APOS-REL     PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE-TOTAL.
           02 FILLER       PIC X(07) VALUE "TOTAIS ".
           02 FILLER       PIC X(31) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE SPACES.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TOT-DEB-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 TOT-CRED-REL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(18) VALUE SPACES.

       01 DETALHE-RESULTADO.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DESCR-RES-REL PIC X(36).
           02 RESULTADO-REL PIC -Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER        PIC X(55) VALUE SPACES.

       01 DETALHE-CHECK.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 CHECK-REL PIC X(55).
           02 FILLER    PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-FECHAANO.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-ESTRUTURA.
           PERFORM CARREGA-SALDOS.
           IF ACAO-SEL EQUAL "F"
              PERFORM CONFERE-PERIODOS
              PERFORM ENCERRA-EXERCICIO
           ELSE
              PERFORM ESTORNA-ENCERRAMENTO
           END-IF.
           PERFORM CONFERE-HISTORICOS.
           PERFORM GRAVA-LANCAMENTOS.
           PERFORM GRAVA-SALDOS.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMANO.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMANO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMANO
               AT END
                   DISPLAY "PARMANO.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARMANO.
           IF ANO-PARM NOT NUMERIC
              DISPLAY "ANO INVALIDO EM PARMANO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT ACAO-ENCERRAR AND NOT ACAO-ESTORNAR
              DISPLAY "ACAO INVALIDA EM PARMANO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ANO-PARM  TO ANO-SEL.
           MOVE ACAO-PARM TO ACAO-SEL.
           COMPUTE COMPET-FIM = ANO-SEL * 100 + 12.
           COMPUTE COMPET-ENC = ANO-SEL * 100 + 13.

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
           MOVE HIST-APUR-PARM TO HIST-W.
           PERFORM PESQUISA-PLANO.
           IF ACHEI EQUAL "N"
              DISPLAY "HISTORICO DE APURACAO SEM CONTA NO PLANO: "
                      HIST-W " - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CONTA-W TO CONTA-APUR.
           MOVE HIST-LUCROS-PARM TO HIST-W.
           PERFORM PESQUISA-PLANO.
           IF ACHEI EQUAL "N"
              DISPLAY "HISTORICO DE LUCROS SEM CONTA NO PLANO: "
                      HIST-W " - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CONTA-W TO CONTA-LUCROS.
           IF CONTA-APUR EQUAL CONTA-LUCROS
              DISPLAY "CONTA DE APURACAO IGUAL A DE LUCROS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PLANO.
           READ PLANOCTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PLANO.
           IF QTD-PLANO LESS THAN 100
              ADD 1 TO QTD-PLANO
              MOVE HIST-PLANO  TO TAB-HIST-PLANO(QTD-PLANO)
              MOVE CONTA-PLANO TO TAB-CONTA-PLANO(QTD-PLANO)
              MOVE NOME-PLANO  TO TAB-NOME-PLANO(QTD-PLANO)
           END-IF.
           PERFORM LER-PLANO.

       PESQUISA-PLANO.
           MOVE "N" TO ACHEI.
           MOVE 0 TO CONTA-W.
           MOVE 1 TO IND-PLANO.
           PERFORM TESTA-PLANO UNTIL IND-PLANO GREATER THAN
                   QTD-PLANO OR ACHEI EQUAL "S".

       TESTA-PLANO.
           IF TAB-HIST-PLANO(IND-PLANO) EQUAL HIST-W
              MOVE "S" TO ACHEI
              MOVE TAB-CONTA-PLANO(IND-PLANO) TO CONTA-W
           END-IF.
           ADD 1 TO IND-PLANO.

       PESQUISA-HIST.
           MOVE "N" TO ACHEI.
           MOVE SPACES TO HIST-W.
           MOVE SPACES TO NOME-W.
           MOVE 1 TO IND-PLANO.
           PERFORM TESTA-HIST UNTIL IND-PLANO GREATER THAN
                   QTD-PLANO OR ACHEI EQUAL "S".

       TESTA-HIST.
           IF TAB-CONTA-PLANO(IND-PLANO) EQUAL CONTA-W
              MOVE "S" TO ACHEI
              MOVE TAB-HIST-PLANO(IND-PLANO) TO HIST-W
              MOVE TAB-NOME-PLANO(IND-PLANO) TO NOME-W
           END-IF.
           ADD 1 TO IND-PLANO.

       CARREGA-ESTRUTURA.
           OPEN INPUT ESTRDEM.
           IF WS-STATUS-EST NOT EQUAL "00"
              DISPLAY "ESTRDEM.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ESTRUTURA.
           PERFORM GUARDA-ESTRUTURA UNTIL FIM-ARQ EQUAL "S".
           CLOSE ESTRDEM.
           MOVE "N" TO FIM-ARQ.
           IF QTD-EST EQUAL 0
              DISPLAY "ESTRDEM.DAT SEM GRUPOS DE RESULTADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CONTA-APUR TO CONTA-W.
           PERFORM PESQUISA-ESTRUTURA.
           IF ACHEI EQUAL "S"
              DISPLAY "CONTA DE APURACAO EM GRUPO DE RESULTADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CONTA-LUCROS TO CONTA-W.
           PERFORM PESQUISA-ESTRUTURA.
           IF ACHEI EQUAL "S"
              DISPLAY "CONTA DE LUCROS EM GRUPO DE RESULTADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-ESTRUTURA.
           READ ESTRDEM AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ESTRUTURA.
           IF GRUPO-RESULTADO AND CONTA-INI-EST NUMERIC AND
              CONTA-FIM-EST NUMERIC AND QTD-EST LESS THAN 50
              ADD 1 TO QTD-EST
              MOVE CONTA-INI-EST TO TAB-INI-EST(QTD-EST)
              MOVE CONTA-FIM-EST TO TAB-FIM-EST(QTD-EST)
           END-IF.
           PERFORM LER-ESTRUTURA.

       PESQUISA-ESTRUTURA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-EST.
           PERFORM TESTA-ESTRUTURA UNTIL IND-EST GREATER THAN
                   QTD-EST OR ACHEI EQUAL "S".

       TESTA-ESTRUTURA.
           IF CONTA-W NOT LESS THAN TAB-INI-EST(IND-EST) AND
              CONTA-W NOT GREATER THAN TAB-FIM-EST(IND-EST)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EST.

       CARREGA-SALDOS.
           OPEN INPUT SALDOS.
           IF WS-STATUS-SALDO NOT EQUAL "00"
              DISPLAY "SALDOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-SALDO.
           PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "S".
           CLOSE SALDOS.
           MOVE "N" TO FIM-ARQ.
           IF ANO-POSTERIOR GREATER THAN 0
              DISPLAY "EXERCICIO " ANO-POSTERIOR " JA ENCERRADO - "
                      "ESTORNAR O ENCERRAMENTO POSTERIOR ANTES - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ACAO-SEL EQUAL "F" AND CT-ENCERRADOS GREATER THAN 0
              DISPLAY "EXERCICIO " ANO-SEL " JA ENCERRADO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ACAO-SEL EQUAL "E" AND CT-ENCERRADOS EQUAL 0
              DISPLAY "EXERCICIO " ANO-SEL " NAO ENCERRADO - "
                      "NADA A ESTORNAR"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-SALDO.
           READ SALDOS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SALDO.
           IF QTD-SALDO NOT LESS THAN 2000
              DISPLAY "TABELA DE SALDOS ESGOTADA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-SALDO.
           MOVE CONTA-SALDO    TO TAB-CONTA-SALDO(QTD-SALDO).
           MOVE COMPET-SALDO   TO TAB-COMPET-SALDO(QTD-SALDO).
           MOVE ABERTURA-SALDO TO TAB-ABERT-SALDO(QTD-SALDO).
           MOVE DEBITOS-SALDO  TO TAB-DEB-SALDO(QTD-SALDO).
           MOVE CREDITOS-SALDO TO TAB-CRED-SALDO(QTD-SALDO).
           MOVE FECHO-SALDO    TO TAB-FECHO-SALDO(QTD-SALDO).
           IF COMPET-SALDO EQUAL COMPET-ENC
              ADD 1 TO CT-ENCERRADOS
           END-IF.
           DIVIDE COMPET-SALDO BY 100 GIVING ANO-W REMAINDER MES-W.
           IF MES-W EQUAL 13 AND ANO-W GREATER THAN ANO-SEL AND
              ANO-W GREATER THAN ANO-POSTERIOR
              MOVE ANO-W TO ANO-POSTERIOR
           END-IF.
           PERFORM LER-SALDO.

       CONFERE-PERIODOS.
           MOVE SPACES TO TABELA-MESES.
           OPEN INPUT PERIODOS.
           IF WS-STATUS-PER NOT EQUAL "00"
              DISPLAY "PERIODOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PERIODO.
           PERFORM GUARDA-PERIODO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PERIODOS.
           MOVE "N" TO FIM-ARQ.
           MOVE 1 TO IND-MES.
           PERFORM TESTA-MES UNTIL IND-MES GREATER THAN 12.
           IF CT-MESES-ABERTOS GREATER THAN 0
              DISPLAY "EXERCICIO " ANO-SEL " COM "
                      CT-MESES-ABERTOS " MESES NAO FECHADOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PERIODO.
           READ PERIODOS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PERIODO.
           DIVIDE COMPET-PER BY 100 GIVING ANO-W REMAINDER MES-W.
           IF ANO-W EQUAL ANO-SEL AND MES-W GREATER THAN 0 AND
              MES-W LESS THAN 13
              MOVE SIT-PER TO TAB-SIT-MES(MES-W)
           END-IF.
           PERFORM LER-PERIODO.

       TESTA-MES.
           IF TAB-SIT-MES(IND-MES) NOT EQUAL "F"
              ADD 1 TO CT-MESES-ABERTOS
              DISPLAY "COMPETENCIA " IND-MES "/" ANO-SEL
                      " NAO FECHADA EM PERIODOS"
           END-IF.
           ADD 1 TO IND-MES.

       ENCERRA-EXERCICIO.
           MOVE 1 TO IND-SALDO.
           PERFORM APURA-SALDO-DEZEMBRO UNTIL IND-SALDO GREATER
                   THAN QTD-SALDO.
           MOVE CONTA-APUR TO CONTA-W.
           PERFORM LOCALIZA-CONTA.
           MOVE IND-CTA TO IND-APUR.
           MOVE CONTA-LUCROS TO CONTA-W.
           PERFORM LOCALIZA-CONTA.
           MOVE IND-CTA TO IND-LUCROS.
           MOVE 1 TO IND-CTA.
           PERFORM ZERA-RESULTADO UNTIL IND-CTA GREATER THAN
                   QTD-CTA.
           IF RESULTADO-EXERC GREATER THAN 0
              ADD RESULTADO-EXERC TO TAB-CRED-CTA(IND-APUR)
              ADD RESULTADO-EXERC TO TAB-DEB-CTA(IND-LUCROS)
           ELSE
              COMPUTE VALOR-W = 0 - RESULTADO-EXERC
              ADD VALOR-W TO TAB-DEB-CTA(IND-APUR)
              ADD VALOR-W TO TAB-CRED-CTA(IND-LUCROS)
           END-IF.
           MOVE 1 TO IND-CTA.
           PERFORM GERA-SALDO-ENCERRAMENTO UNTIL IND-CTA GREATER
                   THAN QTD-CTA.

       APURA-SALDO-DEZEMBRO.
           IF TAB-COMPET-SALDO(IND-SALDO) NOT GREATER THAN
              COMPET-FIM
              MOVE TAB-CONTA-SALDO(IND-SALDO) TO CONTA-W
              PERFORM LOCALIZA-CONTA
              IF TAB-COMPET-SALDO(IND-SALDO) GREATER THAN
                 TAB-MELHOR-CTA(IND-CTA)
                 MOVE TAB-COMPET-SALDO(IND-SALDO)
                      TO TAB-MELHOR-CTA(IND-CTA)
                 MOVE TAB-FECHO-SALDO(IND-SALDO)
                      TO TAB-ANTES-CTA(IND-CTA)
              END-IF
           END-IF.
           ADD 1 TO IND-SALDO.

       ZERA-RESULTADO.
           IF TAB-RESULT-CTA(IND-CTA) EQUAL "S" AND
              TAB-ANTES-CTA(IND-CTA) NOT EQUAL 0
              IF TAB-ANTES-CTA(IND-CTA) GREATER THAN 0
                 MOVE TAB-ANTES-CTA(IND-CTA) TO VALOR-W
                 MOVE VALOR-W TO TAB-CRED-CTA(IND-CTA)
                 ADD VALOR-W TO TAB-DEB-CTA(IND-APUR)
              ELSE
                 COMPUTE VALOR-W = 0 - TAB-ANTES-CTA(IND-CTA)
                 MOVE VALOR-W TO TAB-DEB-CTA(IND-CTA)
                 ADD VALOR-W TO TAB-CRED-CTA(IND-APUR)
              END-IF
              ADD TAB-ANTES-CTA(IND-CTA) TO RESULTADO-EXERC
           END-IF.
           ADD 1 TO IND-CTA.

       GERA-SALDO-ENCERRAMENTO.
           IF TAB-DEB-CTA(IND-CTA) NOT EQUAL 0 OR
              TAB-CRED-CTA(IND-CTA) NOT EQUAL 0
              IF QTD-SALDO NOT LESS THAN 2000
                 DISPLAY "TABELA DE SALDOS ESGOTADA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO QTD-SALDO
              MOVE TAB-NR-CTA(IND-CTA) TO TAB-CONTA-SALDO(QTD-SALDO)
              MOVE COMPET-ENC TO TAB-COMPET-SALDO(QTD-SALDO)
              MOVE TAB-ANTES-CTA(IND-CTA)
                   TO TAB-ABERT-SALDO(QTD-SALDO)
              MOVE TAB-DEB-CTA(IND-CTA)  TO TAB-DEB-SALDO(QTD-SALDO)
              MOVE TAB-CRED-CTA(IND-CTA) TO TAB-CRED-SALDO(QTD-SALDO)
              COMPUTE DELTA = TAB-DEB-CTA(IND-CTA) -
                      TAB-CRED-CTA(IND-CTA)
              COMPUTE TAB-FECHO-SALDO(QTD-SALDO) =
                      TAB-ANTES-CTA(IND-CTA) + DELTA
              PERFORM AJUSTA-POSTERIORES
              ADD 1 TO CT-CONTAS
           END-IF.
           ADD 1 TO IND-CTA.

       ESTORNA-ENCERRAMENTO.
           MOVE 1 TO IND-SALDO.
           PERFORM ESTORNA-SALDO UNTIL IND-SALDO GREATER THAN
                   QTD-SALDO.

       ESTORNA-SALDO.
           IF TAB-COMPET-SALDO(IND-SALDO) EQUAL COMPET-ENC
              MOVE TAB-CONTA-SALDO(IND-SALDO) TO CONTA-W
              PERFORM LOCALIZA-CONTA
              MOVE TAB-FECHO-SALDO(IND-SALDO)
                   TO TAB-ANTES-CTA(IND-CTA)
              MOVE TAB-CRED-SALDO(IND-SALDO) TO TAB-DEB-CTA(IND-CTA)
              MOVE TAB-DEB-SALDO(IND-SALDO)  TO TAB-CRED-CTA(IND-CTA)
              COMPUTE DELTA = TAB-ABERT-SALDO(IND-SALDO) -
                      TAB-FECHO-SALDO(IND-SALDO)
              PERFORM AJUSTA-POSTERIORES
              IF TAB-CONTA-SALDO(IND-SALDO) EQUAL CONTA-LUCROS
                 COMPUTE RESULTADO-EXERC =
                         TAB-DEB-SALDO(IND-SALDO) -
                         TAB-CRED-SALDO(IND-SALDO)
              END-IF
              ADD 1 TO CT-CONTAS
           END-IF.
           ADD 1 TO IND-SALDO.

       AJUSTA-POSTERIORES.
           MOVE 1 TO IND-AJUSTE.
           PERFORM AJUSTA-SALDO UNTIL IND-AJUSTE GREATER THAN
                   QTD-SALDO.

       AJUSTA-SALDO.
           IF TAB-CONTA-SALDO(IND-AJUSTE) EQUAL TAB-NR-CTA(IND-CTA)
              AND TAB-COMPET-SALDO(IND-AJUSTE) GREATER THAN
              COMPET-ENC
              ADD DELTA TO TAB-ABERT-SALDO(IND-AJUSTE)
              ADD DELTA TO TAB-FECHO-SALDO(IND-AJUSTE)
              ADD 1 TO CT-AJUSTADOS
           END-IF.
           ADD 1 TO IND-AJUSTE.

       LOCALIZA-CONTA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CTA.
           PERFORM TESTA-CONTA UNTIL IND-CTA GREATER THAN QTD-CTA
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CTA
           ELSE
              PERFORM INCLUI-CONTA
           END-IF.

       TESTA-CONTA.
           IF TAB-NR-CTA(IND-CTA) EQUAL CONTA-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CTA.

       INCLUI-CONTA.
           IF QTD-CTA NOT LESS THAN 500
              DISPLAY "TABELA DE CONTAS CHEIA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-CTA.
           MOVE QTD-CTA TO IND-CTA.
           MOVE CONTA-W TO TAB-NR-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-MELHOR-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-ANTES-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-DEB-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-CRED-CTA(IND-CTA).
           MOVE SPACES  TO TAB-HIST-CTA(IND-CTA).
           MOVE SPACES  TO TAB-NOME-CTA(IND-CTA).
           PERFORM PESQUISA-ESTRUTURA.
           IF ACHEI EQUAL "S"
              MOVE "S" TO TAB-RESULT-CTA(IND-CTA)
           ELSE
              MOVE "N" TO TAB-RESULT-CTA(IND-CTA)
           END-IF.

       CONFERE-HISTORICOS.
           MOVE 1 TO IND-CTA.
           PERFORM TESTA-HISTORICO UNTIL IND-CTA GREATER THAN
                   QTD-CTA.
           IF CT-SEM-HIST GREATER THAN 0
              DISPLAY "CONTAS SEM HISTORICO NO PLANO: " CT-SEM-HIST
                      " - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       TESTA-HISTORICO.
           IF TAB-DEB-CTA(IND-CTA) NOT EQUAL 0 OR
              TAB-CRED-CTA(IND-CTA) NOT EQUAL 0
              MOVE TAB-NR-CTA(IND-CTA) TO CONTA-W
              PERFORM PESQUISA-HIST
              IF ACHEI EQUAL "N"
                 ADD 1 TO CT-SEM-HIST
                 DISPLAY "CONTA SEM HISTORICO NO PLANO: " CONTA-W
              ELSE
                 MOVE HIST-W TO TAB-HIST-CTA(IND-CTA)
                 MOVE NOME-W TO TAB-NOME-CTA(IND-CTA)
              END-IF
           END-IF.
           ADD 1 TO IND-CTA.

       GRAVA-LANCAMENTOS.
           OPEN EXTEND CONTABIL.
           IF WS-STATUS-CONT EQUAL "35"
              OPEN OUTPUT CONTABIL
           END-IF.
           MOVE ANO-SEL TO ANO-COMPET.
           WRITE REG-CONT FROM CONT-HEADER.
           IF ACAO-SEL EQUAL "F"
              MOVE "FA" TO ORIGEM-CONT
           ELSE
              MOVE "FE" TO ORIGEM-CONT
           END-IF.
           MOVE 1 TO IND-CTA.
           PERFORM GRAVA-LANCAMENTO UNTIL IND-CTA GREATER THAN
                   QTD-CTA.
           MOVE CT-LANCAMENTOS TO QTD-CONT.
           MOVE "+" TO SINAL-CONT.
           MOVE TOT-DEBITOS TO VALOR-LIQ-CONT.
           WRITE REG-CONT FROM CONT-TRAILER.
           CLOSE CONTABIL.

       GRAVA-LANCAMENTO.
           MOVE TAB-HIST-CTA(IND-CTA) TO HISTORICO-CONT.
           IF TAB-DEB-CTA(IND-CTA) NOT EQUAL 0
              MOVE "D" TO NATUREZA-CONT
              MOVE TAB-DEB-CTA(IND-CTA) TO VALOR-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              ADD 1 TO CT-LANCAMENTOS
              ADD TAB-DEB-CTA(IND-CTA) TO TOT-DEBITOS
           END-IF.
           IF TAB-CRED-CTA(IND-CTA) NOT EQUAL 0
              MOVE "C" TO NATUREZA-CONT
              MOVE TAB-CRED-CTA(IND-CTA) TO VALOR-CONT
              WRITE REG-CONT FROM CONT-DETALHE
              ADD 1 TO CT-LANCAMENTOS
              ADD TAB-CRED-CTA(IND-CTA) TO TOT-CREDITOS
           END-IF.
           ADD 1 TO IND-CTA.

       GRAVA-SALDOS.
           OPEN OUTPUT SALDOATU.
           MOVE 1 TO IND-SALDO.
           PERFORM COPIA-SALDO UNTIL IND-SALDO GREATER THAN
                   QTD-SALDO.
           CLOSE SALDOATU.

       COPIA-SALDO.
           IF ACAO-SEL EQUAL "F" OR
              TAB-COMPET-SALDO(IND-SALDO) NOT EQUAL COMPET-ENC
              MOVE TAB-CONTA-SALDO(IND-SALDO)  TO CONTA-SATU
              MOVE TAB-COMPET-SALDO(IND-SALDO) TO COMPET-SATU
              MOVE TAB-ABERT-SALDO(IND-SALDO)  TO ABERTURA-SATU
              MOVE TAB-DEB-SALDO(IND-SALDO)    TO DEBITOS-SATU
              MOVE TAB-CRED-SALDO(IND-SALDO)   TO CREDITOS-SATU
              MOVE TAB-FECHO-SALDO(IND-SALDO)  TO FECHO-SATU
              WRITE REG-SALDO-ATU
           END-IF.
           ADD 1 TO IND-SALDO.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-FECHA.
           MOVE 1 TO IND-CTA.
           PERFORM IMPRIME-CONTA UNTIL IND-CTA GREATER THAN QTD-CTA.
           PERFORM TOTAIS.
           CLOSE REL-FECHA.

       IMPRIME-CONTA.
           IF TAB-DEB-CTA(IND-CTA) NOT EQUAL 0 OR
              TAB-CRED-CTA(IND-CTA) NOT EQUAL 0
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
              END-IF
              MOVE TAB-NR-CTA(IND-CTA)    TO CONTA-REL
              MOVE TAB-NOME-CTA(IND-CTA)  TO NOME-REL
              MOVE TAB-ANTES-CTA(IND-CTA) TO ANTES-REL
              MOVE TAB-DEB-CTA(IND-CTA)   TO DEBITOS-REL
              MOVE TAB-CRED-CTA(IND-CTA)  TO CREDITOS-REL
              COMPUTE APOS-REL = TAB-ANTES-CTA(IND-CTA) +
                      TAB-DEB-CTA(IND-CTA) - TAB-CRED-CTA(IND-CTA)
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           ADD 1 TO IND-CTA.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           IF ACAO-SEL EQUAL "F"
              MOVE "ENCERRAMENTO DO EXERCICIO - " TO TITULO-CAB
           ELSE
              MOVE "ESTORNO DO ENCERRAMENTO DO EXERCICIO - "
                   TO TITULO-CAB
           END-IF.
           MOVE ANO-SEL TO ANO-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-LIN GREATER THAN 35
              PERFORM CABECALHO
           END-IF.
           MOVE TOT-DEBITOS  TO TOT-DEB-REL.
           MOVE TOT-CREDITOS TO TOT-CRED-REL.
           WRITE REG-ATR FROM DETALHE-TOTAL AFTER ADVANCING 2 LINES.
           IF RESULTADO-EXERC GREATER THAN 0
              MOVE "PREJUIZO DO EXERCICIO" TO DESCR-RES-REL
           ELSE
              MOVE "LUCRO DO EXERCICIO" TO DESCR-RES-REL
           END-IF.
           COMPUTE RESULTADO-REL = 0 - RESULTADO-EXERC.
           WRITE REG-ATR FROM DETALHE-RESULTADO
                 AFTER ADVANCING 2 LINES.
           IF ACAO-SEL EQUAL "F"
              MOVE "RESULTADO TRANSFERIDO PARA LUCROS ACUMULADOS"
                   TO CHECK-REL
           ELSE
              MOVE "ENCERRAMENTO ESTORNADO - EXERCICIO REABERTO"
                   TO CHECK-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE-CHECK AFTER ADVANCING 2 LINES.

       FIM.
           IF ACAO-SEL EQUAL "F"
              DISPLAY "EXERCICIO " ANO-SEL " ENCERRADO"
           ELSE
              DISPLAY "ENCERRAMENTO DO EXERCICIO " ANO-SEL
                      " ESTORNADO"
           END-IF.
           DISPLAY "CONTAS MOVIMENTADAS    : " CT-CONTAS.
           DISPLAY "LANCAMENTOS GRAVADOS   : " CT-LANCAMENTOS.
           DISPLAY "SALDOS DO ANO SEGUINTE : " CT-AJUSTADOS.
           DISPLAY "TOTAL DE DEBITOS       : " TOT-DEBITOS.
           DISPLAY "TOTAL DE CREDITOS      : " TOT-CREDITOS.
