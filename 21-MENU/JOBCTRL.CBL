           77 RETOMADA-OK     PIC X(01) VALUE "S".
           77 QTD-LOG-ATUAL   PIC 9(06) VALUE ZEROES.

       01 DETALHE-RC.
           02 FILLER     PIC X(03) VALUE "RC ".
           02 RC-PASSO   PIC 9(04) VALUE ZEROES.
           02 FILLER     PIC X(07) VALUE " PASSO ".
           02 PASSO-RC   PIC 9(02) VALUE ZEROES.
           02 FILLER     PIC X(04) VALUE SPACES.

       01 DETALHE-MODULO.
           02 FILLER     PIC X(17) VALUE "SEM MODULO PASSO ".
           02 PASSO-MOD  PIC 9(02) VALUE ZEROES.
           02 FILLER     PIC X(01) VALUE SPACES.

       01 DATA-VARRE.
           02 ANO-VARRE PIC 9(04).
           02 MES-VARRE PIC 9(02).
           MOVE PASSO-INICIAL TO IND-JOB.
           PERFORM EXECUTA-PASSO UNTIL IND-JOB GREATER THAN QTD-JOBS
                   OR STREAM-OK EQUAL "N".
           PERFORM REGISTRA-INCIDENTES.
           IF STREAM-OK EQUAL "N"
              DISPLAY "CADEIA INTERROMPIDA NO PASSO " JOB-ATUAL
              PERFORM GRAVA-CHECKPOINT
           END-CALL.
           IF CHAMADA-OK EQUAL "N"
              MOVE "FIM-ERRO" TO EVENTO-WS
              MOVE IND-JOB TO PASSO-MOD
              MOVE DETALHE-MODULO TO DETALHE-WS
              PERFORM GRAVA-LOG
              MOVE "N" TO STREAM-OK
           ELSE
              IF RETURN-CODE NOT EQUAL 0
                 MOVE RETURN-CODE TO RC-PASSO
                 MOVE IND-JOB TO PASSO-RC
                 MOVE "FIM-ERRO" TO EVENTO-WS
                 MOVE DETALHE-RC TO DETALHE-WS
                 PERFORM GRAVA-LOG
                 MOVE "N" TO STREAM-OK
              ELSE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       REGISTRA-INCIDENTES.
           MOVE 0 TO RETURN-CODE.
           CALL "INCIDGER"
               ON EXCEPTION
                  DISPLAY "INCIDGER NAO DISPONIVEL - INCIDENTES NAO "
                          "REGISTRADOS"
           END-CALL.
           MOVE 0 TO RETURN-CODE.

       GRAVA-LOG-EVENTO-RECUSA.
           MOVE "RECUSADO" TO EVENTO-WS.
           MOVE "DEPENDENCIA PENDENTE" TO DETALHE-WS.
