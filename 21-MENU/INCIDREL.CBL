       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCIDREL.
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
           SELECT INCIDENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INC.
           SELECT PARMINC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REL-INC ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD INCIDENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCIDENT.DAT".
       01 REG-INC.
           02 NR-INC        PIC 9(06).
           02 DATA-INC      PIC 9(08).
           02 HORA-INC      PIC 9(08).
           02 JOB-INC       PIC X(08).
           02 PASSO-INC     PIC 9(02).
           02 RC-INC        PIC 9(04).
           02 EVENTO-INC    PIC X(10).
           02 DETALHE-INC   PIC X(20).
           02 HORA-CTRL-INC PIC 9(08).
           02 SIT-INC       PIC X(01).
               88 INC-ABERTO    VALUE "A".
               88 INC-RESOLVIDO VALUE "R".
           02 CAUSA-INC     PIC X(40).
           02 ACAO-INC      PIC X(40).
           02 OPER-RES-INC  PIC X(04).
           02 DATA-RES-INC  PIC 9(08).
           02 HORA-RES-INC  PIC 9(08).

       FD PARMINC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMINC.DAT".
       01 REG-PARM-INC.
           02 QTD-DIAS-PARM   PIC 9(03).
           02 LIMITE-REP-PARM PIC 9(02).

       FD REL-INC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-INC   PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 QTD-DIAS        PIC 9(03) VALUE 7.
           77 LIMITE-REPET    PIC 9(02) VALUE 2.
           77 DIAS-DIF        PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 NO-PERIODO      PIC X(01) VALUE "N".
           77 CT-ABERTOS      PIC 9(05) VALUE ZEROES.
           77 CT-NOVOS        PIC 9(05) VALUE ZEROES.
           77 CT-RESOLVIDOS   PIC 9(05) VALUE ZEROES.
           77 CT-REPETIDOS    PIC 9(03) VALUE ZEROES.
           77 SOMA-SEGUNDOS   PIC 9(11) VALUE ZEROES.
           77 SEG-INI         PIC 9(05) VALUE ZEROES.
           77 SEG-FIM         PIC 9(05) VALUE ZEROES.
           77 SEG-SOLUCAO     PIC S9(10) VALUE ZEROES.
           77 MEDIA-HORAS     PIC 9(05)V9 VALUE ZEROES.
           77 QTD-JOB         PIC 9(03) VALUE ZEROES.
           77 IND-JOB         PIC 9(03) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.
           77 SEG-W           PIC 9(05) VALUE ZEROES.

       01 HORA-W.
           02 HH-W PIC 9(02).
           02 MM-W PIC 9(02).
           02 SS-W PIC 9(02).
           02 CC-W PIC 9(02).

       01 TABELA-JOBS.
           02 TAB-JOB OCCURS 200 TIMES.
               03 TAB-NOME-JOB    PIC X(08).
               03 TAB-QTD-JOB     PIC 9(04).
               03 TAB-ABERTOS-JOB PIC 9(04).
               03 TAB-ULTIMA-JOB  PIC 9(08).

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(47) VALUE
              "INCIDENTES DA PRODUCAO BATCH - PERIODO ATE ".
           02 DATA-CAB PIC X(10) VALUE "  /  /    ".
           02 FILLER  PIC X(28) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(22) VALUE "INCIDENTES EM ABERTO".
           02 FILLER PIC X(88) VALUE SPACES.
       01 CAB-04.
           02 FILLER PIC X(06) VALUE "NUMERO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "HORA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "JOB".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PASSO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "  RC".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "EVENTO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "DETALHE".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "DIAS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "ANALISE".
           02 FILLER PIC X(11) VALUE SPACES.
       01 CAB-05.
           02 FILLER PIC X(37) VALUE
              "JOBS COM FALHAS REPETIDAS NO PERIODO".
           02 FILLER PIC X(73) VALUE SPACES.
       01 CAB-06.
           02 FILLER PIC X(08) VALUE "JOB".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "FALHAS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "EM ABERTO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "ULTIMA FALHA".
           02 FILLER PIC X(64) VALUE SPACES.

       01 DETALHE-ABERTO.
           02 NR-REL      PIC 9(06).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DATA-REL    PIC X(10).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 HORA-REL    PIC X(05).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 JOB-REL     PIC X(08).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 PASSO-REL   PIC Z9.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 RC-REL      PIC ZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 EVENTO-REL  PIC X(10).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DET-REL     PIC X(20).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIAS-REL    PIC ZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ANALISE-REL PIC X(08).
           02 FILLER      PIC X(10) VALUE SPACES.

       01 DETALHE-JOB.
           02 JOB-REP-REL     PIC X(08).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 QTD-REP-REL     PIC ZZZZZZ9.
           02 FILLER          PIC X(05) VALUE SPACES.
           02 ABERTOS-REP-REL PIC ZZZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 ULTIMA-REP-REL  PIC X(10).
           02 FILLER          PIC X(66) VALUE SPACES.

       01 LINHA-RESUMO.
           02 TEXTO-RES   PIC X(40).
           02 VALOR-RES   PIC ZZZZ9.
           02 FILLER      PIC X(65) VALUE SPACES.

       01 LINHA-MEDIA.
           02 FILLER      PIC X(40) VALUE
              "TEMPO MEDIO DE SOLUCAO (HORAS)........:".
           02 MEDIA-REL   PIC ZZZZ9,9.
           02 FILLER      PIC X(63) VALUE SPACES.

       01 LINHA-NENHUM.
           02 TEXTO-NENHUM PIC X(40).
           02 FILLER       PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-INCIDREL.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE(7:2) TO DATA-CAB(1:2).
           MOVE DATA-HOJE(5:2) TO DATA-CAB(4:2).
           MOVE DATA-HOJE(1:4) TO DATA-CAB(7:4).
           PERFORM CARREGA-PARAMETROS.
           CALL "INCIDGER"
               ON EXCEPTION
                  DISPLAY "INCIDGER NAO DISPONIVEL - RUNLOG NAO "
                          "VARRIDO"
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT INCIDENT.
           IF WS-STATUS-INC NOT EQUAL "00"
              DISPLAY "INCIDENT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REL-INC.
           PERFORM CABECALHO.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-INCIDENTE.
           PERFORM TRATA-INCIDENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE INCIDENT.
           IF CT-ABERTOS EQUAL 0
              MOVE "NENHUM INCIDENTE EM ABERTO" TO TEXTO-NENHUM
              WRITE REG-ATR FROM LINHA-NENHUM AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM IMPRIME-RESUMO.
           PERFORM IMPRIME-REPETIDOS.
           CLOSE REL-INC.
           DISPLAY "INCIDENTES EM ABERTO     : " CT-ABERTOS.
           DISPLAY "RESOLVIDOS NO PERIODO    : " CT-RESOLVIDOS.
           DISPLAY "JOBS COM FALHA REPETIDA  : " CT-REPETIDOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMINC.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMINC
                  NOT AT END
                      IF QTD-DIAS-PARM NUMERIC AND
                         QTD-DIAS-PARM GREATER THAN 0
                         MOVE QTD-DIAS-PARM TO QTD-DIAS
                      END-IF
                      IF LIMITE-REP-PARM NUMERIC AND
                         LIMITE-REP-PARM GREATER THAN 1
                         MOVE LIMITE-REP-PARM TO LIMITE-REPET
                      END-IF
              END-READ
              CLOSE PARMINC
           END-IF.

       LER-INCIDENTE.
           READ INCIDENT AT END MOVE "S" TO FIM-ARQ.

       TRATA-INCIDENTE.
           CALL "DATADIF" USING DATA-INC DATA-HOJE
                                DIAS-DIF RESULTADO-DIF.
           MOVE "N" TO NO-PERIODO.
           IF RESULTADO-DIF EQUAL "00" AND DIAS-DIF NOT LESS THAN 0
              AND DIAS-DIF LESS THAN QTD-DIAS
              MOVE "S" TO NO-PERIODO
              ADD 1 TO CT-NOVOS
              PERFORM ACUMULA-JOB
           END-IF.
           IF INC-ABERTO
              ADD 1 TO CT-ABERTOS
              PERFORM IMPRIME-ABERTO
           END-IF.
           IF INC-RESOLVIDO
              PERFORM APURA-SOLUCAO
           END-IF.
           PERFORM LER-INCIDENTE.

       IMPRIME-ABERTO.
           MOVE NR-INC TO NR-REL.
           MOVE "  /  /    " TO DATA-REL.
           MOVE DATA-INC(7:2) TO DATA-REL(1:2).
           MOVE DATA-INC(5:2) TO DATA-REL(4:2).
           MOVE DATA-INC(1:4) TO DATA-REL(7:4).
           MOVE "  :  " TO HORA-REL.
           MOVE HORA-INC(1:2) TO HORA-REL(1:2).
           MOVE HORA-INC(3:2) TO HORA-REL(4:2).
           MOVE JOB-INC     TO JOB-REL.
           MOVE PASSO-INC   TO PASSO-REL.
           MOVE RC-INC      TO RC-REL.
           MOVE EVENTO-INC  TO EVENTO-REL.
           MOVE DETALHE-INC TO DET-REL.
           IF RESULTADO-DIF EQUAL "00" AND DIAS-DIF NOT LESS THAN 0
              MOVE DIAS-DIF TO DIAS-REL
           ELSE
              MOVE 0 TO DIAS-REL
           END-IF.
           IF CAUSA-INC EQUAL SPACES
              MOVE "PENDENTE" TO ANALISE-REL
           ELSE
              MOVE "FEITA" TO ANALISE-REL
           END-IF.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           WRITE REG-ATR FROM DETALHE-ABERTO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       APURA-SOLUCAO.
           CALL "DATADIF" USING DATA-RES-INC DATA-HOJE
                                DIAS-DIF RESULTADO-DIF.
           IF RESULTADO-DIF EQUAL "00" AND DIAS-DIF NOT LESS THAN 0
              AND DIAS-DIF LESS THAN QTD-DIAS
              CALL "DATADIF" USING DATA-INC DATA-RES-INC
                                   DIAS-DIF RESULTADO-DIF
              IF RESULTADO-DIF EQUAL "00"
                 MOVE HORA-INC TO HORA-W
                 PERFORM CONVERTE-SEGUNDOS
                 MOVE SEG-W TO SEG-INI
                 MOVE HORA-RES-INC TO HORA-W
                 PERFORM CONVERTE-SEGUNDOS
                 MOVE SEG-W TO SEG-FIM
                 COMPUTE SEG-SOLUCAO = DIAS-DIF * 86400 + SEG-FIM
                                       - SEG-INI
                 IF SEG-SOLUCAO LESS THAN 0
                    MOVE 0 TO SEG-SOLUCAO
                 END-IF
                 ADD SEG-SOLUCAO TO SOMA-SEGUNDOS
                 ADD 1 TO CT-RESOLVIDOS
              END-IF
           END-IF.

       CONVERTE-SEGUNDOS.
           COMPUTE SEG-W = HH-W * 3600 + MM-W * 60 + SS-W.

       ACUMULA-JOB.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-JOB.
           PERFORM TESTA-JOB UNTIL IND-JOB GREATER THAN QTD-JOB
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-JOB
           ELSE
              IF QTD-JOB LESS THAN 200
                 ADD 1 TO QTD-JOB
                 MOVE QTD-JOB TO IND-JOB
                 MOVE JOB-INC TO TAB-NOME-JOB(IND-JOB)
                 MOVE 0 TO TAB-QTD-JOB(IND-JOB) TAB-ABERTOS-JOB(IND-JOB)
                           TAB-ULTIMA-JOB(IND-JOB)
                 MOVE "S" TO ACHEI
              END-IF
           END-IF.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-QTD-JOB(IND-JOB)
              IF INC-ABERTO
                 ADD 1 TO TAB-ABERTOS-JOB(IND-JOB)
              END-IF
              IF DATA-INC GREATER THAN TAB-ULTIMA-JOB(IND-JOB)
                 MOVE DATA-INC TO TAB-ULTIMA-JOB(IND-JOB)
              END-IF
           END-IF.

       TESTA-JOB.
           IF TAB-NOME-JOB(IND-JOB) EQUAL JOB-INC
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-JOB.

       IMPRIME-RESUMO.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 2 LINES.
           MOVE "INCIDENTES EM ABERTO..................:" TO TEXTO-RES.
           MOVE CT-ABERTOS TO VALOR-RES.
           WRITE REG-ATR FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "INCIDENTES OCORRIDOS NO PERIODO.......:" TO TEXTO-RES.
           MOVE CT-NOVOS TO VALOR-RES.
           WRITE REG-ATR FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "INCIDENTES RESOLVIDOS NO PERIODO......:" TO TEXTO-RES.
           MOVE CT-RESOLVIDOS TO VALOR-RES.
           WRITE REG-ATR FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
           MOVE "DIAS NO PERIODO.......................:" TO TEXTO-RES.
           MOVE QTD-DIAS TO VALOR-RES.
           WRITE REG-ATR FROM LINHA-RESUMO AFTER ADVANCING 1 LINE.
           IF CT-RESOLVIDOS GREATER THAN 0
              COMPUTE MEDIA-HORAS ROUNDED =
                      SOMA-SEGUNDOS / CT-RESOLVIDOS / 3600
           ELSE
              MOVE 0 TO MEDIA-HORAS
           END-IF.
           MOVE MEDIA-HORAS TO MEDIA-REL.
           WRITE REG-ATR FROM LINHA-MEDIA AFTER ADVANCING 1 LINE.
           ADD 6 TO CT-LIN.

       IMPRIME-REPETIDOS.
           IF CT-LIN GREATER THAN 34
              PERFORM CABECALHO-SIMPLES
           END-IF.
           WRITE REG-ATR FROM CAB-05 AFTER ADVANCING 3 LINES.
           WRITE REG-ATR FROM CAB-06 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           ADD 6 TO CT-LIN.
           MOVE 0 TO CT-REPETIDOS.
           MOVE 1 TO IND-JOB.
           PERFORM IMPRIME-JOB UNTIL IND-JOB GREATER THAN QTD-JOB.
           IF CT-REPETIDOS EQUAL 0
              MOVE "NENHUM JOB COM FALHA REPETIDA" TO TEXTO-NENHUM
              WRITE REG-ATR FROM LINHA-NENHUM AFTER ADVANCING 1 LINE
           END-IF.

       IMPRIME-JOB.
           IF TAB-QTD-JOB(IND-JOB) NOT LESS THAN LIMITE-REPET
              ADD 1 TO CT-REPETIDOS
              MOVE TAB-NOME-JOB(IND-JOB)    TO JOB-REP-REL
              MOVE TAB-QTD-JOB(IND-JOB)     TO QTD-REP-REL
              MOVE TAB-ABERTOS-JOB(IND-JOB) TO ABERTOS-REP-REL
              MOVE "  /  /    " TO ULTIMA-REP-REL
              MOVE TAB-ULTIMA-JOB(IND-JOB)(7:2) TO ULTIMA-REP-REL(1:2)
              MOVE TAB-ULTIMA-JOB(IND-JOB)(5:2) TO ULTIMA-REP-REL(4:2)
              MOVE TAB-ULTIMA-JOB(IND-JOB)(1:4) TO ULTIMA-REP-REL(7:4)
              IF CT-LIN GREATER THAN 38
                 PERFORM CABECALHO-SIMPLES
                 WRITE REG-ATR FROM CAB-06 AFTER ADVANCING 2 LINES
                 ADD 2 TO CT-LIN
              END-IF
              WRITE REG-ATR FROM DETALHE-JOB AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           ADD 1 TO IND-JOB.

       CABECALHO.
           PERFORM CABECALHO-SIMPLES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE 5 TO CT-LIN.

       CABECALHO-SIMPLES.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE 3 TO CT-LIN.
