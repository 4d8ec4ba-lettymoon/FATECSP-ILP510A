       SELECT PARMHIST ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-PARM.
       SELECT TRANSAUD ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-AUD.
       SELECT REL-HIST ASSIGN TO DISK.

       DATA DIVISION.
       01 REG-PARM-HIST.
           02 CODIGO-PARM PIC 9(07).

       FD TRANSAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSAUD.DAT".
       01 REG-AUD.
           02 CODIGO-AUD  PIC 9(07).
           02 NOME-AUD    PIC X(30).
           02 ORIGEM-AUD  PIC 9(03).
           02 DESTINO-AUD PIC 9(03).
           02 DATA-EFET-AUD PIC 9(08).
           02 DATA-PROC-AUD PIC 9(08).
           02 QTD-NOTAS-AUD PIC 9(03).
           02 QTD-MENS-AUD  PIC 9(03).

       FD REL-HIST
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(100).
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-HIST PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-AUD  PIC X(02).
           77 CT-TRANSF      PIC 9(03) VALUE ZEROES.
           77 CODIGO-ALUNO   PIC 9(07) VALUE ZEROES.
           77 NOME-ALUNO     PIC X(30) VALUE SPACES.
           77 CT-PERIODOS    PIC 9(03) VALUE ZEROES.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 SITUACAO-REL PIC X(12).

       01 CAB-TRANSF.
           02 FILLER PIC X(23) VALUE "TRANSFERENCIAS DE TURMA".
           02 FILLER PIC X(77) VALUE SPACES.

       01 DETALHE-TRANSF.
           02 FILLER       PIC X(06) VALUE "TURMA ".
           02 ORIGEM-REL   PIC 9(03).
           02 FILLER       PIC X(06) VALUE " PARA ".
           02 DESTINO-REL  PIC 9(03).
           02 FILLER       PIC X(15) VALUE " COM EFEITO EM ".
           02 DIA-EFET-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-EFET-REL PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-EFET-REL PIC 9999.
           02 FILLER       PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-HISTESC.
           PERFORM CARREGA-PARAMETROS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TRANSFERENCIAS.
           PERFORM FIM.
           STOP RUN.

           ADD 1 TO CT-LIN.
           ADD 1 TO CT-PERIODOS.

       TRANSFERENCIAS.
           MOVE "N" TO FIM-ARQ.
           OPEN INPUT TRANSAUD.
           IF WS-STATUS-AUD EQUAL "00"
              PERFORM LER-TRANSF
              PERFORM IMPRIME-TRANSF UNTIL FIM-ARQ EQUAL "S"
              CLOSE TRANSAUD
           END-IF.

       LER-TRANSF.
           READ TRANSAUD AT END MOVE "S" TO FIM-ARQ.

       IMPRIME-TRANSF.
           IF CODIGO-AUD EQUAL CODIGO-ALUNO
              IF NOME-ALUNO EQUAL SPACES
                 MOVE NOME-AUD TO NOME-ALUNO
              END-IF
              IF CT-LIN GREATER THAN 38
                 PERFORM CABECALHO
              END-IF
              IF CT-TRANSF EQUAL 0
                 WRITE REG-ATR FROM CAB-TRANSF AFTER ADVANCING 2 LINES
                 ADD 2 TO CT-LIN
              END-IF
              MOVE ORIGEM-AUD  TO ORIGEM-REL
              MOVE DESTINO-AUD TO DESTINO-REL
              MOVE DATA-EFET-AUD(7:2) TO DIA-EFET-REL
              MOVE DATA-EFET-AUD(5:2) TO MES-EFET-REL
              MOVE DATA-EFET-AUD(1:4) TO ANO-EFET-REL
              WRITE REG-ATR FROM DETALHE-TRANSF AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-TRANSF
           END-IF.
           PERFORM LER-TRANSF.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           ELSE
              DISPLAY "PERIODOS LISTADOS: " CT-PERIODOS
           END-IF.
           IF CT-TRANSF GREATER THAN 0
              DISPLAY "TRANSFERENCIAS LISTADAS: " CT-TRANSF
           END-IF.
           CLOSE HISTNOTA REL-HIST.
