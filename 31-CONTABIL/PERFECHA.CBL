           SELECT PARMFECHA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PARMCAUX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCAUX.
           SELECT CONCAUX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAUX.
           SELECT APROVPEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-APR.

       DATA DIVISION.
       FILE SECTION.
               88 ACAO-FECHAR VALUE "F".
               88 ACAO-ABRIR  VALUE "A".

       FD PARMCAUX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCAUX.DAT".
       01 REG-PARM-CAUX.
           02 TOLERANCIA-PARM-X PIC X(09).
           02 TOLERANCIA-PARM REDEFINES TOLERANCIA-PARM-X
                                PIC 9(07)V99.
           02 EXIGE-PARM        PIC X(01).

       FD CONCAUX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONCAUX.DAT".
       01 REG-CAUX.
           02 COMPET-CAUX  PIC 9(06).
           02 ITEM-CAUX    PIC 9(02).
           02 DESCR-CAUX   PIC X(30).
           02 AUXILIAR-CAUX PIC S9(13)V99.
           02 RAZAO-CAUX   PIC S9(13)V99.
           02 DIFER-CAUX   PIC S9(13)V99.
           02 JUSTIF-CAUX  PIC S9(13)V99.
           02 SIT-CAUX     PIC X(01).
           02 DATA-CAUX    PIC 9(08).

       FD APROVPEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "APROVPEN.DAT".
       01 REG-APR.
           02 NR-APR       PIC 9(06).
           02 TIPO-APR     PIC X(01).
           02 COMPET-APR   PIC 9(06).
           02 SIT-APR      PIC X(01).
               88 APR-APROVADA  VALUE "A".
           02 OPER-SOL-APR PIC X(04).
           02 DATA-SOL-APR PIC 9(08).
           02 HORA-SOL-APR PIC 9(08).
           02 OPER-DEC-APR PIC X(04).
           02 DATA-DEC-APR PIC 9(08).
           02 HORA-DEC-APR PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PER  PIC X(02).
           77 ACAO-SEL       PIC X(01) VALUE SPACES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 CT-PERIODOS    PIC 9(03) VALUE ZEROES.
           77 WS-STATUS-PCAUX PIC X(02).
           77 WS-STATUS-CAUX PIC X(02).
           77 EXIGE-CONC     PIC X(01) VALUE "N".
           77 TOLERANCIA     PIC 9(07)V99 VALUE 1,00.
           77 NAO-EXPLICADO  PIC S9(13)V99 VALUE ZEROES.
           77 CT-ITENS-CONC  PIC 9(02) VALUE ZEROES.
           77 CT-ITENS-DIVG  PIC 9(02) VALUE ZEROES.
           77 WS-STATUS-APR  PIC X(02).
           77 QTD-APR        PIC 9(04) VALUE ZEROES.
           77 IND-APR        PIC 9(04) VALUE ZEROES.
           77 IND-APROVADA   PIC 9(04) VALUE ZEROES.
           77 PROGRAMA-W     PIC X(08) VALUE "PERFECHA".
           77 FUNCAO-W       PIC X(10) VALUE SPACES.
           77 CHAVE-W        PIC X(10) VALUE SPACES.

       01 TABELA-SOLICITACOES.
           02 TAB-APR OCCURS 1000 TIMES.
               03 TAB-REG-APR PIC X(54).

       PROCEDURE DIVISION.
       PGM-PERFECHA.
           PERFORM CARREGA-PARAMETROS.
           IF ACAO-SEL EQUAL "F"
              PERFORM CONFERE-CONCILIACAO
           END-IF.
           PERFORM CONFERE-APROVACAO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FECHA-NOVO.
           PERFORM BAIXA-APROVACAO.
           PERFORM FIM.
           STOP RUN.

              STOP RUN
           END-IF.

       CONFERE-CONCILIACAO.
           OPEN INPUT PARMCAUX.
           IF WS-STATUS-PCAUX EQUAL "00"
              READ PARMCAUX
                  NOT AT END
                      MOVE EXIGE-PARM TO EXIGE-CONC
                      IF TOLERANCIA-PARM-X NUMERIC
                         MOVE TOLERANCIA-PARM TO TOLERANCIA
                      END-IF
              END-READ
              CLOSE PARMCAUX
           END-IF.
           IF EXIGE-CONC EQUAL "S"
              OPEN INPUT CONCAUX
              IF WS-STATUS-CAUX EQUAL "00"
                 PERFORM LER-CONCILIACAO
                 PERFORM TESTA-CONCILIACAO UNTIL FIM-ARQ EQUAL "S"
                 CLOSE CONCAUX
              END-IF
              MOVE "N" TO FIM-ARQ
              IF CT-ITENS-CONC EQUAL 0
                 DISPLAY "COMPETENCIA " COMPET-SEL
                         " SEM CONCILIACAO DOS AUXILIARES - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CT-ITENS-DIVG GREATER THAN 0
                 DISPLAY "COMPETENCIA " COMPET-SEL " COM "
                         CT-ITENS-DIVG
                         " DIFERENCA(S) NAO EXPLICADA(S) - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LER-CONCILIACAO.
           READ CONCAUX AT END MOVE "S" TO FIM-ARQ.

       TESTA-CONCILIACAO.
           IF COMPET-CAUX EQUAL COMPET-SEL
              IF ITEM-CAUX EQUAL 1
                 MOVE ZEROES TO CT-ITENS-CONC
                 MOVE ZEROES TO CT-ITENS-DIVG
              END-IF
              ADD 1 TO CT-ITENS-CONC
              COMPUTE NAO-EXPLICADO = DIFER-CAUX - JUSTIF-CAUX
              IF NAO-EXPLICADO GREATER THAN TOLERANCIA OR
                 NAO-EXPLICADO LESS THAN 0 - TOLERANCIA
                 ADD 1 TO CT-ITENS-DIVG
              END-IF
           END-IF.
           PERFORM LER-CONCILIACAO.

       CONFERE-APROVACAO.
           MOVE 0 TO QTD-APR.
           MOVE 0 TO IND-APROVADA.
           OPEN INPUT APROVPEN.
           IF WS-STATUS-APR EQUAL "00"
              PERFORM LER-SOLICITACAO
              PERFORM GUARDA-SOLICITACAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE APROVPEN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           IF IND-APROVADA EQUAL 0
              IF ACAO-SEL EQUAL "F"
                 DISPLAY "FECHAMENTO DE " COMPET-SEL
                         " SEM APROVACAO EM APROVPEN - ABORTADO"
              ELSE
                 DISPLAY "REABERTURA DE " COMPET-SEL
                         " SEM APROVACAO EM APROVPEN - ABORTADO"
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE TAB-REG-APR(IND-APROVADA) TO REG-APR.
           DISPLAY "SOLICITACAO " NR-APR " DE " OPER-SOL-APR
                   " APROVADA POR " OPER-DEC-APR " EM "
                   DATA-DEC-APR(7:2) "/" DATA-DEC-APR(5:2) "/"
                   DATA-DEC-APR(1:4).

       LER-SOLICITACAO.
           READ APROVPEN AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SOLICITACAO.
           IF QTD-APR LESS THAN 1000
              ADD 1 TO QTD-APR
              MOVE REG-APR TO TAB-REG-APR(QTD-APR)
              IF APR-APROVADA AND TIPO-APR EQUAL ACAO-SEL AND
                 COMPET-APR EQUAL COMPET-SEL
                 MOVE QTD-APR TO IND-APROVADA
              END-IF
           ELSE
              DISPLAY "APROVPEN.DAT EXCEDE A TABELA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-SOLICITACAO.

       BAIXA-APROVACAO.
           MOVE TAB-REG-APR(IND-APROVADA) TO REG-APR.
           MOVE "X" TO SIT-APR.
           MOVE REG-APR TO TAB-REG-APR(IND-APROVADA).
           IF ACAO-SEL EQUAL "F"
              MOVE "FECHAMENTO" TO FUNCAO-W
           ELSE
              MOVE "REABERTURA" TO FUNCAO-W
           END-IF.
           MOVE SPACES TO CHAVE-W.
           MOVE NR-APR TO CHAVE-W(1:6).
           CALL "OPERAUD" USING OPER-DEC-APR PROGRAMA-W
                                FUNCAO-W CHAVE-W.
           OPEN OUTPUT APROVPEN.
           MOVE 1 TO IND-APR.
           PERFORM GRAVA-SOLICITACAO UNTIL IND-APR GREATER THAN
                   QTD-APR.
           CLOSE APROVPEN.

       GRAVA-SOLICITACAO.
           MOVE TAB-REG-APR(IND-APR) TO REG-APR.
           WRITE REG-APR.
           ADD 1 TO IND-APR.

       INICIO.
           OPEN OUTPUT PERATU.
           OPEN INPUT PERIODOS.
