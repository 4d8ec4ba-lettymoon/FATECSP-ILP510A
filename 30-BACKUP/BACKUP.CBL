           SELECT MESTRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNT.
           SELECT CLIMESTRE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNT.
           SELECT CLIVALID ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNT.
           SELECT BACKCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BCK.
       FD USUARIOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.DAT".
       01 REG-USUARIOS PIC X(51).

       FD CLIENTES
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ANT.DAT".
       01 REG-MESTRE PIC X(34).

       FD CLIMESTRE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLIMESTRE PIC X(349).

       FD CLIVALID
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".
       01 REG-CLIVALID PIC X(309).

       FD BACKCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BACKUP.DAT".
           02 DATA-BCK    PIC 9(08).
           02 ARQUIVO-BCK PIC X(12).
           02 SEQ-BCK     PIC 9(06).
           02 CONTEUDO-BCK PIC X(350).

       FD BACKLOG
           LABEL RECORD ARE STANDARD
              WHEN "ARQVENDA.DAT" PERFORM COPIA-VENDAS
              WHEN "CADVEND.DAT " PERFORM COPIA-VENDEDORES
              WHEN "ANT.DAT     " PERFORM COPIA-MESTRE
              WHEN "CLIMEST.DAT " PERFORM COPIA-CLIMESTRE
              WHEN "CADOK.DAT   " PERFORM COPIA-CLIVALID
              WHEN OTHER
                 DISPLAY "ARQUIVO DESCONHECIDO NA LISTA: " ARQUIVO-W
           END-EVALUATE.
                   PERFORM GRAVA-CONTEUDO
           END-READ.

       COPIA-CLIMESTRE.
           OPEN INPUT CLIMESTRE.
           IF WS-STATUS-FNT NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT AUSENTE - NAO COPIADO"
           ELSE
              MOVE "S" TO VERIFICADO-W
              PERFORM COPIA-CLIMESTRE-REG
                      UNTIL WS-STATUS-FNT NOT EQUAL "00"
              CLOSE CLIMESTRE
           END-IF.

       COPIA-CLIMESTRE-REG.
           READ CLIMESTRE
               AT END MOVE "10" TO WS-STATUS-FNT
               NOT AT END
                   MOVE REG-CLIMESTRE TO CONTEUDO-BCK
                   PERFORM GRAVA-CONTEUDO
           END-READ.

       COPIA-CLIVALID.
           OPEN INPUT CLIVALID.
           IF WS-STATUS-FNT NOT EQUAL "00"
              DISPLAY "CADOK.DAT AUSENTE - NAO COPIADO"
           ELSE
              MOVE "S" TO VERIFICADO-W
              PERFORM COPIA-CLIVALID-REG
                      UNTIL WS-STATUS-FNT NOT EQUAL "00"
              CLOSE CLIVALID
           END-IF.

       COPIA-CLIVALID-REG.
           READ CLIVALID
               AT END MOVE "10" TO WS-STATUS-FNT
               NOT AT END
                   MOVE REG-CLIVALID TO CONTEUDO-BCK
                   PERFORM GRAVA-CONTEUDO
           END-READ.

       VERIFICA-COPIA.
           MOVE 0 TO CT-CONFERIDOS.
           OPEN INPUT BACKCONT.
