           SELECT CAD-USU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USUTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRAN.
           SELECT REVTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REV.
           SELECT USUATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USUREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT MULTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MUL.
           SELECT PARMSUSP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.

       DATA DIVISION.
       FILE SECTION.
               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 DATA-VALID-USU PIC 9(08).

       FD USUTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "USUTRAN.DAT".
       01 REG-TRAN-EMP    PIC X(13).

       FD REVTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "USUREVAL.TRN".
       01 REG-TRAN-REV    PIC X(13).

       FD USUATU
           LABEL RECORD ARE STANDARD
           02 NOM-USU-ATU PIC X(30).
           02 DATA-USU-ATU PIC 9(08).
           02 SIT-USU-ATU PIC 9(01).
           02 DATA-VALID-ATU PIC 9(08).

       FD USUREJ
           LABEL RECORD ARE STANDARD
           02 SIT-ATUAL-REJ PIC 9(01).
           02 MOTIVO-REJ  PIC X(30).

       FD EMPABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPABERTO.DAT".
       01 REG-EMP.
           02 COD-USU-EMP  PIC 9(04).
           02 COD-LIV-EMP  PIC 9(05).
           02 NR-EXE-EMP   PIC 9(02).
           02 DATA-EMP     PIC 9(08).
           02 DATA-PREV    PIC 9(08).
           02 NR-RENOV-EMP PIC 9(02).

       FD MULTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MULTAS.DAT".
       01 REG-MULTA.
           02 COD-USU-MUL  PIC 9(04).
           02 COD-LIV-MUL  PIC 9(05).
           02 NR-EXE-MUL   PIC 9(02).
           02 DATA-DEV-MUL PIC 9(08).
           02 DIAS-MUL     PIC 9(03).
           02 VALOR-MUL    PIC 9(05)V99.
           02 SIT-MUL      PIC X(01).

       FD PARMSUSP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMSUSP.DAT".
       01 REG-PARM-SUSP.
           02 DIAS-TOLER-PARM PIC 9(03).

       WORKING-STORAGE SECTION.
           77 CH-TRAN     PIC X(04) VALUE SPACES.
           77 CH-USU      PIC X(04) VALUE SPACES.
           77 CT-TRAN     PIC 9(05) VALUE ZEROES.
           77 CT-APLIC    PIC 9(05) VALUE ZEROES.
           77 CT-REJEIT   PIC 9(05) VALUE ZEROES.
           77 DATA-HOJE   PIC 9(08) VALUE ZEROES.
           77 NOVA-VALIDADE PIC 9(08) VALUE ZEROES.
           77 WS-STATUS-TRAN PIC X(02).
           77 WS-STATUS-REV  PIC X(02).
           77 WS-STATUS-EMP  PIC X(02).
           77 WS-STATUS-MUL  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 CH-TRAN-EMP PIC X(04) VALUE HIGH-VALUES.
           77 CH-TRAN-REV PIC X(04) VALUE HIGH-VALUES.
           77 FIM-AUX     PIC X(01) VALUE "N".
           77 DIAS-TOLER  PIC 9(03) VALUE 30.
           77 DIAS-ATRASO PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF PIC X(02) VALUE SPACES.
           77 QTD-PEND    PIC 9(04) VALUE ZEROES.
           77 IND-PEND    PIC 9(04) VALUE ZEROES.
           77 COD-PEND    PIC 9(04) VALUE ZEROES.
           77 ACHEI       PIC X(01) VALUE "N".
           77 CT-MANTIDOS PIC 9(05) VALUE ZEROES.

       01 REG-TRAN.
           02 COD-USU-TRAN PIC 9(04).
           02 ACAO-TRAN    PIC 9(01).
               88 ACAO-ATIVAR    VALUE 1.
               88 ACAO-SUSPENDER VALUE 2.
               88 ACAO-CANCELAR  VALUE 3.
               88 ACAO-REVALIDAR VALUE 4.
           02 DATA-VALID-TRAN PIC 9(08).

       01 TABELA-PENDENCIAS.
           02 TAB-PEND PIC 9(04) OCCURS 500 TIMES.

       PROCEDURE DIVISION.
       PGM-USUMVTO.
           STOP RUN.

       INICIO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PENDENCIAS.
           OPEN INPUT CAD-USU
                OUTPUT USUATU USUREJ.
           OPEN INPUT USUTRAN.
           IF WS-STATUS-TRAN EQUAL "00"
              PERFORM LER-TRAN-EMP
           END-IF.
           OPEN INPUT REVTRAN.
           IF WS-STATUS-REV EQUAL "00"
              PERFORM LER-TRAN-REV
           END-IF.
           PERFORM LER-TRAN.
           PERFORM LER-USU.

       LER-TRAN-EMP.
           READ USUTRAN
               AT END MOVE HIGH-VALUES TO CH-TRAN-EMP
               NOT AT END MOVE REG-TRAN-EMP(1:4) TO CH-TRAN-EMP
           END-READ.

       LER-TRAN-REV.
           READ REVTRAN
               AT END MOVE HIGH-VALUES TO CH-TRAN-REV
               NOT AT END MOVE REG-TRAN-REV(1:4) TO CH-TRAN-REV
           END-READ.

       LER-TRAN.
           IF CH-TRAN-EMP EQUAL HIGH-VALUES AND
              CH-TRAN-REV EQUAL HIGH-VALUES
              MOVE HIGH-VALUES TO CH-TRAN
           ELSE
              IF CH-TRAN-EMP NOT GREATER THAN CH-TRAN-REV
                 MOVE REG-TRAN-EMP TO REG-TRAN
                 PERFORM LER-TRAN-EMP
              ELSE
                 MOVE REG-TRAN-REV TO REG-TRAN
                 PERFORM LER-TRAN-REV
              END-IF
              MOVE COD-USU-TRAN TO CH-TRAN
              ADD 1 TO CT-TRAN
           END-IF.

       CARREGA-PENDENCIAS.
           OPEN INPUT PARMSUSP.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMSUSP
                  NOT AT END
                      MOVE DIAS-TOLER-PARM TO DIAS-TOLER
              END-READ
              CLOSE PARMSUSP
           END-IF.
           OPEN INPUT EMPABERTO.
           IF WS-STATUS-EMP EQUAL "00"
              PERFORM LER-ABERTO
              PERFORM TRATA-ABERTO UNTIL FIM-AUX EQUAL "S"
              CLOSE EMPABERTO
           END-IF.
           MOVE "N" TO FIM-AUX.
           OPEN INPUT MULTAS.
           IF WS-STATUS-MUL EQUAL "00"
              PERFORM LER-MULTA
              PERFORM TRATA-MULTA UNTIL FIM-AUX EQUAL "S"
              CLOSE MULTAS
           END-IF.
           MOVE "N" TO FIM-AUX.

       LER-ABERTO.
           READ EMPABERTO AT END MOVE "S" TO FIM-AUX.

       TRATA-ABERTO.
           CALL "DATADIF" USING DATA-PREV DATA-HOJE
                                DIAS-ATRASO RESULTADO-DIF.
           IF RESULTADO-DIF EQUAL "00" AND
              DIAS-ATRASO GREATER THAN DIAS-TOLER
              MOVE COD-USU-EMP TO COD-PEND
              PERFORM INCLUI-PENDENCIA
           END-IF.
           PERFORM LER-ABERTO.

       LER-MULTA.
           READ MULTAS AT END MOVE "S" TO FIM-AUX.

       TRATA-MULTA.
           IF SIT-MUL EQUAL "A"
              MOVE COD-USU-MUL TO COD-PEND
              PERFORM INCLUI-PENDENCIA
           END-IF.
           PERFORM LER-MULTA.

       INCLUI-PENDENCIA.
           PERFORM PESQUISA-PENDENCIA.
           IF ACHEI EQUAL "N"
              IF QTD-PEND LESS THAN 500
                 ADD 1 TO QTD-PEND
                 MOVE COD-PEND TO TAB-PEND(QTD-PEND)
              ELSE
                 DISPLAY "EXCESSO DE PENDENCIAS - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       PESQUISA-PENDENCIA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PEND.
           PERFORM TESTA-PENDENCIA UNTIL IND-PEND GREATER THAN QTD-PEND
                   OR ACHEI EQUAL "S".

       TESTA-PENDENCIA.
           IF TAB-PEND(IND-PEND) EQUAL COD-PEND
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PEND.

       LER-USU.
           READ CAD-USU AT END MOVE HIGH-VALUES TO CH-USU.
           IF CH-USU EQUAL HIGH-VALUES
              NEXT SENTENCE
           ELSE
              MOVE COD-USU TO CH-USU
              IF DATA-VALID-USU NOT NUMERIC
                 MOVE ZEROES TO DATA-VALID-USU
              END-IF
           END-IF.

       PRINCIPAL.
       IGUAL.
           PERFORM VALIDA-TRANSICAO.
           IF CH-ERRO EQUAL "N"
              IF ACAO-REVALIDAR
                 PERFORM REVALIDA-USUARIO
              ELSE
                 MOVE ACAO-TRAN TO SIT-USU
              END-IF
              ADD 1 TO CT-APLIC
           ELSE
              PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LER-TRAN.

       VALIDA-TRANSICAO.
           MOVE "N" TO CH-ERRO.
                    MOVE "S" TO CH-ERRO
                    MOVE "USUARIO JA ESTA CANCELADO" TO MOTIVO-ERRO
                 END-IF
              WHEN ACAO-REVALIDAR
                 IF SIT-CANCELADO
                    MOVE "S" TO CH-ERRO
                    MOVE "CANCELADO NAO PODE REVALIDAR"
                         TO MOTIVO-ERRO
                 END-IF
                 IF DATA-VALID-TRAN NUMERIC AND
                    DATA-VALID-TRAN GREATER THAN 0 AND
                    DATA-VALID-TRAN NOT GREATER THAN DATA-HOJE
                    MOVE "S" TO CH-ERRO
                    MOVE "NOVA VALIDADE JA VENCIDA" TO MOTIVO-ERRO
                 END-IF
              WHEN OTHER
                 MOVE "S" TO CH-ERRO
                 MOVE "ACAO INVALIDA" TO MOTIVO-ERRO
           END-EVALUATE.

       REVALIDA-USUARIO.
           IF DATA-VALID-TRAN NUMERIC AND DATA-VALID-TRAN GREATER THAN 0
              MOVE DATA-VALID-TRAN TO NOVA-VALIDADE
           ELSE
              COMPUTE NOVA-VALIDADE = DATA-HOJE + 10000
              IF NOVA-VALIDADE(5:4) EQUAL "0229"
                 SUBTRACT 1 FROM NOVA-VALIDADE
              END-IF
           END-IF.
           IF SIT-SUSPENSO AND DATA-VALID-USU GREATER THAN 0 AND
              DATA-VALID-USU LESS THAN DATA-HOJE
              MOVE COD-USU TO COD-PEND
              PERFORM PESQUISA-PENDENCIA
              IF ACHEI EQUAL "N"
                 MOVE 1 TO SIT-USU
              ELSE
                 ADD 1 TO CT-MANTIDOS
                 DISPLAY "RENOVADO COM SUSPENSAO MANTIDA (ATRASO OU "
                         "MULTA): " COD-USU
              END-IF
           END-IF.
           MOVE NOVA-VALIDADE TO DATA-VALID-USU.

       TRAN-MENOR.
           MOVE "USUARIO NAO CADASTRADO" TO MOTIVO-ERRO.
           MOVE 0 TO SIT-ATUAL-REJ.
           MOVE MES     TO DATA-USU-ATU(3:2).
           MOVE ANO     TO DATA-USU-ATU(5:4).
           MOVE SIT-USU TO SIT-USU-ATU.
           MOVE DATA-VALID-USU TO DATA-VALID-ATU.
           WRITE REG-USU-ATU.

       GRAVA-REJEITO.
           DISPLAY "TRANSACOES LIDAS      : " CT-TRAN.
           DISPLAY "TRANSACOES APLICADAS  : " CT-APLIC.
           DISPLAY "TRANSACOES REJEITADAS : " CT-REJEIT.
           DISPLAY "SUSPENSOES MANTIDAS   : " CT-MANTIDOS.
           CLOSE CAD-USU USUATU USUREJ.
           IF WS-STATUS-TRAN EQUAL "10"
              CLOSE USUTRAN
           END-IF.
           IF WS-STATUS-REV EQUAL "10"
              CLOSE REVTRAN
           END-IF.
