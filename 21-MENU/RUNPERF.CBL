           SELECT PARMPERF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT INCIDENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INC.
           SELECT REL-PERF ASSIGN TO DISK.

       DATA DIVISION.
       01 REG-PARM-PERF.
           02 QTD-DIAS-PARM PIC 9(03).

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
           02 FILLER        PIC X(100).

       FD REL-PERF
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(100).
           77 WS-STATUS-LOG  PIC X(02).
           77 WS-STATUS-SLA  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-INC  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 QTD-DIAS       PIC 9(03) VALUE 30.
           77 DIAS-DIF       PIC S9(05) VALUE ZEROES.
           77 SEG-W          PIC 9(06) VALUE ZEROES.
           77 JOB-ATUAL      PIC X(08) VALUE SPACES.
           77 CT-ATRASADOS   PIC 9(03) VALUE ZEROES.
           77 QTD-INC        PIC 9(04) VALUE ZEROES.
           77 IND-INC        PIC 9(04) VALUE ZEROES.
           77 CT-INC-JOB     PIC 9(04) VALUE ZEROES.
           77 CT-INC-ABERTO  PIC 9(04) VALUE ZEROES.
           77 NR-INC-ACHADO  PIC 9(06) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

               03 TAB-TEM-FIM   PIC X(01).
               03 TAB-LISTADO   PIC X(01).

       01 TABELA-INCIDENTES.
           02 TAB-INC OCCURS 1000 TIMES.
               03 TAB-NR-INC   PIC 9(06).
               03 TAB-DATA-INC PIC 9(08).
               03 TAB-HORA-INC PIC 9(08).
               03 TAB-JOB-INC  PIC X(08).
               03 TAB-SIT-INC  PIC X(01).

       01 TABELA-SLA.
           02 TAB-SLA OCCURS 30 TIMES.
               03 TAB-JOB-SLA  PIC X(08).
           02 FILLER     PIC X(11) VALUE " EXECUCOES ".
           02 FILLER     PIC X(41) VALUE SPACES.

       01 DETALHE-INCID.
           02 FILLER     PIC X(26) VALUE "INCIDENTES NO PERIODO...: ".
           02 INC-REL    PIC ZZZ9.
           02 FILLER     PIC X(14) VALUE "  EM ABERTO: ".
           02 ABERTO-REL PIC ZZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-RUNPERF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-SLA.
           PERFORM CARREGA-RUNLOG.
           PERFORM CARREGA-INCIDENTES.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           STOP RUN.
           PERFORM TRATA-LOG UNTIL FIM-ARQ EQUAL "S".
           CLOSE RUNLOG.

       CARREGA-INCIDENTES.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT INCIDENT.
           IF WS-STATUS-INC EQUAL "00"
              PERFORM LER-INCIDENTE
              PERFORM GUARDA-INCIDENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE INCIDENT
           END-IF.

       LER-INCIDENTE.
           READ INCIDENT AT END MOVE "S" TO FIM-ARQ.

       GUARDA-INCIDENTE.
           CALL "DATADIF" USING DATA-INC DATA-HOJE
                                DIAS-DIF RESULTADO-DIF.
           IF RESULTADO-DIF EQUAL "00" AND
              DIAS-DIF NOT GREATER THAN QTD-DIAS AND
              DIAS-DIF NOT LESS THAN 0 AND QTD-INC LESS THAN 1000
              ADD 1 TO QTD-INC
              MOVE NR-INC   TO TAB-NR-INC(QTD-INC)
              MOVE DATA-INC TO TAB-DATA-INC(QTD-INC)
              MOVE HORA-INC TO TAB-HORA-INC(QTD-INC)
              MOVE JOB-INC  TO TAB-JOB-INC(QTD-INC)
              MOVE SIT-INC  TO TAB-SIT-INC(QTD-INC)
           END-IF.
           PERFORM LER-INCIDENTE.

       LER-LOG.
           READ RUNLOG AT END MOVE "S" TO FIM-ARQ.

              PERFORM IMPRIME-EXECUCAO UNTIL IND-VARRE GREATER THAN
                      QTD-EXEC
              PERFORM IMPRIME-MEDIA
              PERFORM IMPRIME-INCIDENTES
           END-IF.
           ADD 1 TO IND-EXEC.

           ELSE
              MOVE ZEROES TO FIM-REL
              MOVE 0 TO DUR-REL
              PERFORM PESQUISA-INCIDENTE
              IF NR-INC-ACHADO GREATER THAN 0
                 MOVE "INCIDENTE" TO OCORR-REL
                 MOVE NR-INC-ACHADO TO OCORR-REL(11:6)
              ELSE
                 MOVE "SEM FIM-OK NO LOG" TO OCORR-REL
              END-IF
           END-IF.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           MOVE QTD-DUR TO QTD-REL.
           WRITE REG-ATR FROM DETALHE-MEDIA AFTER ADVANCING 2 LINES.

       PESQUISA-INCIDENTE.
           MOVE 0 TO NR-INC-ACHADO.
           MOVE 1 TO IND-INC.
           PERFORM TESTA-INCIDENTE UNTIL IND-INC GREATER THAN QTD-INC
                   OR NR-INC-ACHADO GREATER THAN 0.

       TESTA-INCIDENTE.
           IF TAB-JOB-INC(IND-INC) EQUAL JOB-ATUAL AND
              TAB-DATA-INC(IND-INC) EQUAL TAB-DATA-EXEC(IND-VARRE) AND
              TAB-HORA-INC(IND-INC) NOT LESS THAN
              TAB-INI-EXEC(IND-VARRE)
              MOVE TAB-NR-INC(IND-INC) TO NR-INC-ACHADO
           END-IF.
           ADD 1 TO IND-INC.

       IMPRIME-INCIDENTES.
           MOVE 0 TO CT-INC-JOB CT-INC-ABERTO.
           MOVE 1 TO IND-INC.
           PERFORM CONTA-INCIDENTE UNTIL IND-INC GREATER THAN QTD-INC.
           MOVE CT-INC-JOB    TO INC-REL.
           MOVE CT-INC-ABERTO TO ABERTO-REL.
           WRITE REG-ATR FROM DETALHE-INCID AFTER ADVANCING 1 LINE.

       CONTA-INCIDENTE.
           IF TAB-JOB-INC(IND-INC) EQUAL JOB-ATUAL
              ADD 1 TO CT-INC-JOB
              IF TAB-SIT-INC(IND-INC) EQUAL "A"
                 ADD 1 TO CT-INC-ABERTO
              END-IF
           END-IF.
           ADD 1 TO IND-INC.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
       FIM.
           DISPLAY "EXECUCOES NO PERIODO   : " QTD-EXEC.
           DISPLAY "FINS APOS O LIMITE SLA : " CT-ATRASADOS.
           DISPLAY "INCIDENTES NO PERIODO  : " QTD-INC.
           IF CT-ATRASADOS GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.
