           SELECT VENDAPAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARQ.
           SELECT REMCOB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARQ.
           SELECT ICMSAPU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ARQ.
           SELECT MANIFEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MAN.
       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".
       01 REG-REMESSA PIC X(100).

       FD VENDAPAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.PAR".
       01 REG-VENDA-PAR PIC X(58).

       FD REMCOB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMCOB.DAT".
       01 REG-REMCOB PIC X(80).

       FD ICMSAPU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ICMSAPU.DAT".
       01 REG-ICMSAPU PIC X(80).

       FD MANIFEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MANIFEST.DAT".
           EVALUATE ARQUIVO-W
              WHEN "REMESSA.DAT " PERFORM APURA-REMESSA
              WHEN "ARQVENDA.PAR" PERFORM APURA-VENDAPAR
              WHEN "REMCOB.DAT  " PERFORM APURA-REMCOB
              WHEN "ICMSAPU.DAT " PERFORM APURA-ICMSAPU
              WHEN OTHER
                 DISPLAY "ARQUIVO DESCONHECIDO: " ARQUIVO-W
                 MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM LER-VENDAPAR.

       APURA-REMCOB.
           OPEN INPUT REMCOB.
           IF WS-STATUS-ARQ NOT EQUAL "00"
              MOVE "REMCOB.DAT" TO ARQUIVO-ABEND
              MOVE "OPEN" TO OPERACAO-ABEND
              MOVE WS-STATUS-ARQ TO STATUS-ABEND
              CALL "ABENDLOG" USING JOB-ABEND ARQUIVO-ABEND
                   OPERACAO-ABEND STATUS-ABEND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-REMCOB.
           PERFORM SOMA-REMCOB UNTIL FIM-ARQ EQUAL "S".
           CLOSE REMCOB.

       LER-REMCOB.
           READ REMCOB AT END MOVE "S" TO FIM-ARQ.

       SOMA-REMCOB.
           ADD 1 TO QTD-W.
           IF REG-REMCOB(1:1) EQUAL "1" AND
              REG-REMCOB(62:15) NUMERIC
              MOVE REG-REMCOB(62:15) TO VALOR-W(1:15)
              ADD VALOR-W TO HASH-W
           END-IF.
           PERFORM LER-REMCOB.

       APURA-ICMSAPU.
           OPEN INPUT ICMSAPU.
           IF WS-STATUS-ARQ NOT EQUAL "00"
              MOVE "ICMSAPU.DAT" TO ARQUIVO-ABEND
              MOVE "OPEN" TO OPERACAO-ABEND
              MOVE WS-STATUS-ARQ TO STATUS-ABEND
              CALL "ABENDLOG" USING JOB-ABEND ARQUIVO-ABEND
                   OPERACAO-ABEND STATUS-ABEND
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ICMSAPU.
           PERFORM SOMA-ICMSAPU UNTIL FIM-ARQ EQUAL "S".
           CLOSE ICMSAPU.

       LER-ICMSAPU.
           READ ICMSAPU AT END MOVE "S" TO FIM-ARQ.

       SOMA-ICMSAPU.
           ADD 1 TO QTD-W.
           IF REG-ICMSAPU(1:1) EQUAL "1" AND
              REG-ICMSAPU(31:15) NUMERIC
              MOVE REG-ICMSAPU(31:15) TO VALOR-W(1:15)
              ADD VALOR-W TO HASH-W
           END-IF.
           PERFORM LER-ICMSAPU.

       GRAVA-MANIFESTO.
           MOVE "A" TO ACAO-GER.
           CALL "GERCTL" USING ACAO-GER JOB-GER GERACAO-GER
