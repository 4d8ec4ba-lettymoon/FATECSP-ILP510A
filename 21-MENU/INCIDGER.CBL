       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INCIDGER.
       AUTHOR.        LETICIA CANDIDO.
       INSTALLATION.  FATECSP.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY.      APENAS O AUTOR PODE MODIFICAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. lettyPC.
       OBJECT-COMPUTER. lettyPC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           SELECT INCIDENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-INC.
           SELECT INCCTL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CTL.

       DATA DIVISION.
       FILE SECTION.

       FD RUNLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
       01 REG-LOG.
           02 DATA-LOG   PIC 9(08).
           02 HORA-LOG   PIC 9(08).
           02 JOB-LOG    PIC X(08).
           02 EVENTO-LOG PIC X(10).
           02 DETALHE-LOG PIC X(20).

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

       FD INCCTL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INCCTL.DAT".
       01 REG-CTL.
           02 QTD-LOG-CTL  PIC 9(08).
           02 DATA-CTL     PIC 9(08).
           02 HORA-CTL     PIC 9(08).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-LOG   PIC X(02).
           77 WS-STATUS-INC   PIC X(02).
           77 WS-STATUS-CTL   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA      PIC 9(08) VALUE ZEROES.
           77 QTD-INC         PIC 9(04) VALUE ZEROES.
           77 IND-INC         PIC 9(04) VALUE ZEROES.
           77 ULTIMO-NR       PIC 9(06) VALUE ZEROES.
           77 QTD-LOG         PIC 9(08) VALUE ZEROES.
           77 QTD-PROCESSADOS PIC 9(08) VALUE ZEROES.
           77 IND-LOG         PIC 9(08) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 EVENTO-CTRL     PIC X(01) VALUE "N".
           77 PASSO-W         PIC 9(02) VALUE ZEROES.
           77 RC-W            PIC 9(04) VALUE ZEROES.
           77 CT-ABERTOS      PIC 9(04) VALUE ZEROES.
           77 CT-COMPLETADOS  PIC 9(04) VALUE ZEROES.
           77 TABELA-CHEIA    PIC X(01) VALUE "N".

       01 TABELA-INCIDENTES.
           02 TAB-INC OCCURS 1000 TIMES.
               03 TAB-REG-INC PIC X(175).

       PROCEDURE DIVISION.
       PGM-INCIDGER.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 0 TO CT-ABERTOS CT-COMPLETADOS.
           MOVE "N" TO TABELA-CHEIA.
           MOVE 0 TO RETURN-CODE.
           PERFORM CARREGA-INCIDENTES.
           PERFORM LE-CONTROLE.
           PERFORM CONTA-RUNLOG.
           IF QTD-LOG LESS THAN QTD-PROCESSADOS
              DISPLAY "RUNLOG.DAT MENOR QUE NA ULTIMA VARREDURA - "
                      "REPROCESSANDO DESDE O INICIO"
              MOVE 0 TO QTD-PROCESSADOS
           END-IF.
           IF QTD-LOG GREATER THAN QTD-PROCESSADOS
              PERFORM VARRE-RUNLOG
           END-IF.
           PERFORM GRAVA-INCIDENTES.
           IF TABELA-CHEIA EQUAL "N"
              PERFORM GRAVA-CONTROLE
           END-IF.
           DISPLAY "INCIDENTES ABERTOS NA VARREDURA : " CT-ABERTOS.
           DISPLAY "INCIDENTES COMPLETADOS (PASSO/RC): " CT-COMPLETADOS.
           IF TABELA-CHEIA EQUAL "S"
              DISPLAY "INCIDENT.DAT CHEIO - EVENTOS NAO REGISTRADOS"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARREGA-INCIDENTES.
           MOVE 0 TO QTD-INC ULTIMO-NR.
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
           IF QTD-INC LESS THAN 1000
              ADD 1 TO QTD-INC
              MOVE REG-INC TO TAB-REG-INC(QTD-INC)
              IF NR-INC GREATER THAN ULTIMO-NR
                 MOVE NR-INC TO ULTIMO-NR
              END-IF
           ELSE
              DISPLAY "INCIDENT.DAT EXCEDE A TABELA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LER-INCIDENTE.

       LE-CONTROLE.
           MOVE 0 TO QTD-PROCESSADOS.
           OPEN INPUT INCCTL.
           IF WS-STATUS-CTL EQUAL "00"
              READ INCCTL
                  NOT AT END
                      MOVE QTD-LOG-CTL TO QTD-PROCESSADOS
              END-READ
              CLOSE INCCTL
           END-IF.

       CONTA-RUNLOG.
           MOVE 0 TO QTD-LOG.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT RUNLOG.
           IF WS-STATUS-LOG EQUAL "00"
              PERFORM LER-LOG
              PERFORM CONTA-LOG-REG UNTIL FIM-ARQ EQUAL "S"
              CLOSE RUNLOG
           ELSE
              DISPLAY "RUNLOG.DAT NAO ENCONTRADO - NADA A REGISTRAR"
           END-IF.

       LER-LOG.
           READ RUNLOG AT END MOVE "S" TO FIM-ARQ.

       CONTA-LOG-REG.
           ADD 1 TO QTD-LOG.
           PERFORM LER-LOG.

       VARRE-RUNLOG.
           MOVE 0 TO IND-LOG.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT RUNLOG.
           PERFORM LER-LOG.
           PERFORM TRATA-LOG UNTIL FIM-ARQ EQUAL "S".
           CLOSE RUNLOG.

       TRATA-LOG.
           ADD 1 TO IND-LOG.
           IF IND-LOG GREATER THAN QTD-PROCESSADOS AND
              (EVENTO-LOG EQUAL "ABEND" OR EVENTO-LOG EQUAL "FIM-ERRO"
               OR EVENTO-LOG EQUAL "RECUSADO")
              PERFORM REGISTRA-EVENTO
           END-IF.
           PERFORM LER-LOG.

       REGISTRA-EVENTO.
           PERFORM CLASSIFICA-EVENTO.
           PERFORM PESQUISA-REGISTRADO.
           IF ACHEI EQUAL "N"
              PERFORM PESQUISA-PENDENTE
              IF ACHEI EQUAL "S"
                 PERFORM COMPLETA-INCIDENTE
              ELSE
                 PERFORM ABRE-INCIDENTE
              END-IF
           END-IF.

       CLASSIFICA-EVENTO.
           MOVE "N" TO EVENTO-CTRL.
           MOVE 0 TO PASSO-W RC-W.
           IF EVENTO-LOG EQUAL "RECUSADO"
              MOVE "S" TO EVENTO-CTRL
           END-IF.
           IF EVENTO-LOG EQUAL "FIM-ERRO"
              IF DETALHE-LOG(1:3) EQUAL "RC " AND
                 DETALHE-LOG(4:4) NUMERIC AND
                 DETALHE-LOG(9:6) EQUAL "PASSO " AND
                 DETALHE-LOG(15:2) NUMERIC
                 MOVE "S" TO EVENTO-CTRL
                 MOVE DETALHE-LOG(4:4)  TO RC-W
                 MOVE DETALHE-LOG(15:2) TO PASSO-W
              END-IF
              IF DETALHE-LOG(1:17) EQUAL "SEM MODULO PASSO " AND
                 DETALHE-LOG(18:2) NUMERIC
                 MOVE "S" TO EVENTO-CTRL
                 MOVE DETALHE-LOG(18:2) TO PASSO-W
              END-IF
              IF DETALHE-LOG EQUAL "RETURN-CODE DIFERENT" OR
                 DETALHE-LOG EQUAL "MODULO NAO ENCONTRAD"
                 MOVE "S" TO EVENTO-CTRL
              END-IF
           END-IF.

       PESQUISA-REGISTRADO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-INC.
           PERFORM TESTA-REGISTRADO UNTIL IND-INC GREATER THAN QTD-INC
                   OR ACHEI EQUAL "S".

       TESTA-REGISTRADO.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           IF DATA-INC EQUAL DATA-LOG AND JOB-INC EQUAL JOB-LOG
              IF EVENTO-CTRL EQUAL "S"
                 IF HORA-CTRL-INC EQUAL HORA-LOG
                    MOVE "S" TO ACHEI
                 END-IF
              ELSE
                 IF (HORA-INC EQUAL HORA-LOG AND
                     EVENTO-INC EQUAL EVENTO-LOG) OR
                    (HORA-CTRL-INC NOT EQUAL 0 AND
                     HORA-LOG NOT LESS THAN HORA-INC AND
                     HORA-LOG NOT GREATER THAN HORA-CTRL-INC)
                    MOVE "S" TO ACHEI
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-INC.

       PESQUISA-PENDENTE.
           MOVE "N" TO ACHEI.
           MOVE QTD-INC TO IND-INC.
           PERFORM TESTA-PENDENTE UNTIL IND-INC EQUAL 0
                   OR ACHEI EQUAL "S".

       TESTA-PENDENTE.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           IF DATA-INC EQUAL DATA-LOG AND JOB-INC EQUAL JOB-LOG AND
              INC-ABERTO AND HORA-CTRL-INC EQUAL 0 AND
              HORA-INC NOT GREATER THAN HORA-LOG
              MOVE "S" TO ACHEI
           ELSE
              SUBTRACT 1 FROM IND-INC
           END-IF.

       COMPLETA-INCIDENTE.
           IF EVENTO-CTRL EQUAL "S"
              MOVE PASSO-W  TO PASSO-INC
              MOVE RC-W     TO RC-INC
              MOVE HORA-LOG TO HORA-CTRL-INC
              MOVE REG-INC  TO TAB-REG-INC(IND-INC)
              ADD 1 TO CT-COMPLETADOS
           END-IF.

       ABRE-INCIDENTE.
           IF QTD-INC LESS THAN 1000
              ADD 1 TO ULTIMO-NR
              ADD 1 TO QTD-INC
              MOVE ULTIMO-NR   TO NR-INC
              MOVE DATA-LOG    TO DATA-INC
              MOVE HORA-LOG    TO HORA-INC
              MOVE JOB-LOG     TO JOB-INC
              MOVE PASSO-W     TO PASSO-INC
              MOVE RC-W        TO RC-INC
              MOVE EVENTO-LOG  TO EVENTO-INC
              MOVE DETALHE-LOG TO DETALHE-INC
              IF EVENTO-CTRL EQUAL "S"
                 MOVE HORA-LOG TO HORA-CTRL-INC
              ELSE
                 MOVE 0 TO HORA-CTRL-INC
              END-IF
              MOVE "A"         TO SIT-INC
              MOVE SPACES      TO CAUSA-INC ACAO-INC OPER-RES-INC
              MOVE ZEROES      TO DATA-RES-INC HORA-RES-INC
              MOVE REG-INC     TO TAB-REG-INC(QTD-INC)
              ADD 1 TO CT-ABERTOS
              DISPLAY "INCIDENTE " NR-INC " ABERTO - " JOB-INC " "
                      EVENTO-INC " " DETALHE-INC
           ELSE
              MOVE "S" TO TABELA-CHEIA
           END-IF.

       GRAVA-INCIDENTES.
           OPEN OUTPUT INCIDENT.
           MOVE 1 TO IND-INC.
           PERFORM GRAVA-INCIDENTE UNTIL IND-INC GREATER THAN QTD-INC.
           CLOSE INCIDENT.

       GRAVA-INCIDENTE.
           MOVE TAB-REG-INC(IND-INC) TO REG-INC.
           WRITE REG-INC.
           ADD 1 TO IND-INC.

       GRAVA-CONTROLE.
           ACCEPT HORA-AGORA FROM TIME.
           OPEN OUTPUT INCCTL.
           MOVE QTD-LOG    TO QTD-LOG-CTL.
           MOVE DATA-HOJE  TO DATA-CTL.
           MOVE HORA-AGORA TO HORA-CTL.
           WRITE REG-CTL.
           CLOSE INCCTL.
