       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USUREVAL.
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
           SELECT CAD-USU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-USU.
           SELECT EMPHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIS.
           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT PARMREVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT REVTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-AVISO ASSIGN TO DISK.
           SELECT REL-REVAL ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD CAD-USU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.DAT".
       01 REG-USU.
           02 COD-USU PIC 9(04).
           02 NOM-USU PIC X(30).
           02 REG-DATA.
               03 DIA PIC 9(02).
               03 MES PIC 9(02).
               03 ANO PIC 9(04).
           02 SIT-USU PIC 9(01).
               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 DATA-VALID-USU PIC 9(08).

       FD EMPHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPHIST.DAT".
       01 REG-EMP-HIS.
           02 COD-USU-HIS  PIC 9(04).
           02 COD-LIV-HIS  PIC 9(05).
           02 NR-EXE-HIS   PIC 9(02).
           02 TIPO-HIS     PIC X(01).
           02 DATA-MVTO-HIS PIC 9(08).
           02 DATA-EMP-HIS PIC 9(08).
           02 DATA-PREV-HIS PIC 9(08).

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

       FD PARMREVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMREVAL.DAT".
       01 REG-PARM-REVAL.
           02 DIAS-AVISO-PARM   PIC 9(03).
           02 DIAS-INATIVO-PARM PIC 9(04).

       FD REVTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "USUREVAL.TRN".
       01 REG-TRAN.
           02 COD-USU-TRAN PIC 9(04).
           02 ACAO-TRAN    PIC 9(01).
           02 DATA-VALID-TRAN PIC 9(08).

       FD REL-AVISO
           LABEL RECORD IS OMITTED.
       01 REG-AVISO PIC X(80).

       FD REL-REVAL
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-USU  PIC X(02).
           77 WS-STATUS-HIS  PIC X(02).
           77 WS-STATUS-EMP  PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DATA-LIMITE-AVISO PIC 9(08) VALUE ZEROES.
           77 VALIDADE-NOVA  PIC 9(08) VALUE ZEROES.
           77 DIAS-AVISO     PIC 9(03) VALUE 30.
           77 DIAS-INATIVO   PIC 9(04) VALUE 730.
           77 DIAS-W         PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF  PIC X(02) VALUE SPACES.
           77 RESULTADO-SOMA PIC X(02) VALUE SPACES.
           77 QTD-USU        PIC 9(04) VALUE ZEROES.
           77 IND-USU        PIC 9(04) VALUE ZEROES.
           77 COD-PESQ       PIC 9(04) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 CT-USUARIOS    PIC 9(05) VALUE ZEROES.
           77 CT-SUSPENSOS   PIC 9(05) VALUE ZEROES.
           77 CT-INICIAIS    PIC 9(05) VALUE ZEROES.
           77 CT-AVISOS      PIC 9(05) VALUE ZEROES.
           77 CT-CANDIDATOS  PIC 9(05) VALUE ZEROES.
           77 CT-TRANS       PIC 9(05) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-USUARIOS.
           02 TAB-USU OCCURS 500 TIMES.
               03 TAB-COD-USU    PIC 9(04).
               03 TAB-NOM-USU    PIC X(30).
               03 TAB-SIT-USU    PIC 9(01).
               03 TAB-VALID-USU  PIC 9(08).
               03 TAB-ULT-EMP    PIC 9(08).
               03 TAB-ABERTOS    PIC 9(03).

       01 CARTA-01.
           02 FILLER      PIC X(48) VALUE SPACES.
           02 FILLER      PIC X(11) VALUE "SAO PAULO, ".
           02 DIA-CARTA   PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-CARTA   PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-CARTA   PIC 9999.
           02 FILLER      PIC X(11) VALUE SPACES.
       01 CARTA-02.
           02 FILLER      PIC X(22) VALUE "PREZADO(A) USUARIO(A) ".
           02 NOME-CARTA  PIC X(30).
           02 FILLER      PIC X(09) VALUE " - CODIGO".
           02 FILLER      PIC X(01) VALUE SPACES.
           02 COD-CARTA   PIC 9(04).
           02 FILLER      PIC X(14) VALUE SPACES.
       01 CARTA-03.
           02 FILLER      PIC X(42) VALUE
                  "INFORMAMOS QUE SUA INSCRICAO NA BIBLIOTECA".
           02 FILLER      PIC X(10) VALUE " VENCE EM ".
           02 DIA-VENC    PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-VENC    PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-VENC    PIC 9999.
           02 FILLER      PIC X(01) VALUE ".".
           02 FILLER      PIC X(17) VALUE SPACES.
       01 CARTA-04.
           02 FILLER      PIC X(48) VALUE
                  "PARA CONTINUAR RETIRANDO LIVROS, COMPARECA AO BA".
           02 FILLER      PIC X(20) VALUE "LCAO DE ATENDIMENTO".
           02 FILLER      PIC X(12) VALUE SPACES.
       01 CARTA-05.
           02 FILLER      PIC X(49) VALUE
                  "E REVALIDE SUA INSCRICAO ATE A DATA DO VENCIMENTO".
           02 FILLER      PIC X(01) VALUE ".".
           02 FILLER      PIC X(30) VALUE SPACES.
       01 CARTA-06.
           02 FILLER      PIC X(17) VALUE "ATENCIOSAMENTE,".
           02 FILLER      PIC X(63) VALUE SPACES.
       01 CARTA-07.
           02 FILLER      PIC X(12) VALUE "A BIBLIOTECA".
           02 FILLER      PIC X(68) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
                      "REVALIDACAO ANUAL DE USUARIOS DA BIBLIOTE".
           02 FILLER PIC X(02) VALUE "CA".
           02 FILLER PIC X(18) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VALIDADE".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(31) VALUE "OCORRENCIA".

       01 DETALHE.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 COD-REL    PIC 9(04).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 NOME-REL   PIC X(30).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 VALID-REL.
               03 DIA-VALID-REL PIC 99.
               03 FILLER        PIC X(01) VALUE "/".
               03 MES-VALID-REL PIC 99.
               03 FILLER        PIC X(01) VALUE "/".
               03 ANO-VALID-REL PIC 9999.
           02 FILLER     PIC X(01) VALUE SPACES.
           02 OCORR-REL  PIC X(31).

       01 DETALHE-FINAL.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DESCR-TOT PIC X(32).
           02 FILLER    PIC X(02) VALUE ": ".
           02 VALOR-TOT PIC ZZZZ9.
           02 FILLER    PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-USUREVAL.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-USUARIOS.
           PERFORM APURA-HISTORICO.
           PERFORM APURA-ABERTOS.
           OPEN OUTPUT REVTRAN REL-AVISO REL-REVAL.
           MOVE 1 TO IND-USU.
           PERFORM AVALIA-USUARIO UNTIL IND-USU GREATER THAN QTD-USU.
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMREVAL.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMREVAL
                  NOT AT END
                      IF DIAS-AVISO-PARM NUMERIC AND
                         DIAS-AVISO-PARM GREATER THAN 0
                         MOVE DIAS-AVISO-PARM TO DIAS-AVISO
                      END-IF
                      IF DIAS-INATIVO-PARM NUMERIC AND
                         DIAS-INATIVO-PARM GREATER THAN 0
                         MOVE DIAS-INATIVO-PARM TO DIAS-INATIVO
                      END-IF
              END-READ
              CLOSE PARMREVAL
           END-IF.
           CALL "DATASOMA" USING DATA-HOJE DIAS-AVISO
                                 DATA-LIMITE-AVISO RESULTADO-SOMA.
           IF RESULTADO-SOMA NOT EQUAL "00"
              MOVE DATA-HOJE TO DATA-LIMITE-AVISO
           END-IF.
           COMPUTE VALIDADE-NOVA = DATA-HOJE + 10000.
           IF VALIDADE-NOVA(5:4) EQUAL "0229"
              SUBTRACT 1 FROM VALIDADE-NOVA
           END-IF.

       CARREGA-USUARIOS.
           OPEN INPUT CAD-USU.
           IF WS-STATUS-USU NOT EQUAL "00"
              DISPLAY "CAD-USU.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-USUARIO.
           PERFORM GUARDA-USUARIO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CAD-USU.

       LER-USUARIO.
           READ CAD-USU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-USUARIO.
           IF QTD-USU LESS THAN 500
              ADD 1 TO QTD-USU
              MOVE COD-USU TO TAB-COD-USU(QTD-USU)
              MOVE NOM-USU TO TAB-NOM-USU(QTD-USU)
              MOVE SIT-USU TO TAB-SIT-USU(QTD-USU)
              IF DATA-VALID-USU NUMERIC
                 MOVE DATA-VALID-USU TO TAB-VALID-USU(QTD-USU)
              ELSE
                 MOVE ZEROES TO TAB-VALID-USU(QTD-USU)
              END-IF
              MOVE ZEROES TO TAB-ULT-EMP(QTD-USU)
                             TAB-ABERTOS(QTD-USU)
           ELSE
              DISPLAY "CAD-USU.DAT EXCEDE A TABELA DE USUARIOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-USUARIO.

       PESQUISA-USUARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-USU.
           PERFORM TESTA-USUARIO UNTIL IND-USU GREATER THAN QTD-USU
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-USU
           END-IF.

       TESTA-USUARIO.
           IF TAB-COD-USU(IND-USU) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-USU.

       APURA-HISTORICO.
           OPEN INPUT EMPHIST.
           IF WS-STATUS-HIS EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-HISTORICO
              PERFORM TRATA-HISTORICO UNTIL FIM-ARQ EQUAL "S"
              CLOSE EMPHIST
           END-IF.

       LER-HISTORICO.
           READ EMPHIST AT END MOVE "S" TO FIM-ARQ.

       TRATA-HISTORICO.
           IF TIPO-HIS EQUAL "E"
              MOVE COD-USU-HIS TO COD-PESQ
              PERFORM PESQUISA-USUARIO
              IF ACHEI EQUAL "S" AND
                 DATA-MVTO-HIS GREATER THAN TAB-ULT-EMP(IND-USU)
                 MOVE DATA-MVTO-HIS TO TAB-ULT-EMP(IND-USU)
              END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       APURA-ABERTOS.
           OPEN INPUT EMPABERTO.
           IF WS-STATUS-EMP EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-ABERTO
              PERFORM TRATA-ABERTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE EMPABERTO
           END-IF.

       LER-ABERTO.
           READ EMPABERTO AT END MOVE "S" TO FIM-ARQ.

       TRATA-ABERTO.
           MOVE COD-USU-EMP TO COD-PESQ.
           PERFORM PESQUISA-USUARIO.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-ABERTOS(IND-USU)
           END-IF.
           PERFORM LER-ABERTO.

       AVALIA-USUARIO.
           ADD 1 TO CT-USUARIOS.
           IF TAB-SIT-USU(IND-USU) NOT EQUAL 3
              PERFORM AVALIA-VALIDADE
              PERFORM AVALIA-INATIVIDADE
           END-IF.
           ADD 1 TO IND-USU.

       AVALIA-VALIDADE.
           IF TAB-VALID-USU(IND-USU) EQUAL 0
              MOVE TAB-COD-USU(IND-USU) TO COD-USU-TRAN
              MOVE 4 TO ACAO-TRAN
              MOVE VALIDADE-NOVA TO DATA-VALID-TRAN
              WRITE REG-TRAN
              ADD 1 TO CT-TRANS
              ADD 1 TO CT-INICIAIS
              MOVE VALIDADE-NOVA TO TAB-VALID-USU(IND-USU)
              MOVE "VALIDADE INICIAL ATRIBUIDA" TO OCORR-REL
              PERFORM IMPRIME-USUARIO
           ELSE
              IF TAB-VALID-USU(IND-USU) LESS THAN DATA-HOJE
                 IF TAB-SIT-USU(IND-USU) EQUAL 1
                    MOVE TAB-COD-USU(IND-USU) TO COD-USU-TRAN
                    MOVE 2 TO ACAO-TRAN
                    MOVE ZEROES TO DATA-VALID-TRAN
                    WRITE REG-TRAN
                    ADD 1 TO CT-TRANS
                    ADD 1 TO CT-SUSPENSOS
                    MOVE "VENCIDO - SUSPENSAO GERADA" TO OCORR-REL
                    PERFORM IMPRIME-USUARIO
                 END-IF
              ELSE
                 IF TAB-VALID-USU(IND-USU) NOT GREATER THAN
                    DATA-LIMITE-AVISO
                    PERFORM EMITE-AVISO
                    MOVE "AVISO DE RENOVACAO EMITIDO" TO OCORR-REL
                    PERFORM IMPRIME-USUARIO
                 END-IF
              END-IF
           END-IF.

       AVALIA-INATIVIDADE.
           IF TAB-ABERTOS(IND-USU) EQUAL 0
              IF TAB-ULT-EMP(IND-USU) EQUAL 0
                 ADD 1 TO CT-CANDIDATOS
                 MOVE "CANCELAR? NUNCA RETIROU LIVRO" TO OCORR-REL
                 PERFORM IMPRIME-USUARIO
              ELSE
                 CALL "DATADIF" USING TAB-ULT-EMP(IND-USU) DATA-HOJE
                                      DIAS-W RESULTADO-DIF
                 IF RESULTADO-DIF EQUAL "00" AND
                    DIAS-W GREATER THAN DIAS-INATIVO
                    ADD 1 TO CT-CANDIDATOS
                    MOVE "CANCELAR? SEM RETIRADA RECENTE"
                         TO OCORR-REL
                    PERFORM IMPRIME-USUARIO
                 END-IF
              END-IF
           END-IF.

       EMITE-AVISO.
           MOVE DATA-HOJE(7:2) TO DIA-CARTA.
           MOVE DATA-HOJE(5:2) TO MES-CARTA.
           MOVE DATA-HOJE(1:4) TO ANO-CARTA.
           MOVE TAB-NOM-USU(IND-USU) TO NOME-CARTA.
           MOVE TAB-COD-USU(IND-USU) TO COD-CARTA.
           MOVE TAB-VALID-USU(IND-USU)(7:2) TO DIA-VENC.
           MOVE TAB-VALID-USU(IND-USU)(5:2) TO MES-VENC.
           MOVE TAB-VALID-USU(IND-USU)(1:4) TO ANO-VENC.
           MOVE SPACES TO REG-AVISO.
           WRITE REG-AVISO AFTER ADVANCING PAGE.
           WRITE REG-AVISO FROM CARTA-01 AFTER ADVANCING 2 LINES.
           WRITE REG-AVISO FROM CARTA-02 AFTER ADVANCING 3 LINES.
           WRITE REG-AVISO FROM CARTA-03 AFTER ADVANCING 2 LINES.
           WRITE REG-AVISO FROM CARTA-04 AFTER ADVANCING 1 LINE.
           WRITE REG-AVISO FROM CARTA-05 AFTER ADVANCING 1 LINE.
           WRITE REG-AVISO FROM CARTA-06 AFTER ADVANCING 3 LINES.
           WRITE REG-AVISO FROM CARTA-07 AFTER ADVANCING 2 LINES.
           ADD 1 TO CT-AVISOS.

       IMPRIME-USUARIO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-COD-USU(IND-USU) TO COD-REL.
           MOVE TAB-NOM-USU(IND-USU) TO NOME-REL.
           MOVE TAB-VALID-USU(IND-USU)(7:2) TO DIA-VALID-REL.
           MOVE TAB-VALID-USU(IND-USU)(5:2) TO MES-VALID-REL.
           MOVE TAB-VALID-USU(IND-USU)(1:4) TO ANO-VALID-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-PAG EQUAL 0 OR CT-LIN GREATER THAN 34
              PERFORM CABECALHO
           END-IF.
           MOVE "USUARIOS LIDOS" TO DESCR-TOT.
           MOVE CT-USUARIOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "VALIDADES INICIAIS ATRIBUIDAS" TO DESCR-TOT.
           MOVE CT-INICIAIS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "VENCIDOS SUSPENSOS" TO DESCR-TOT.
           MOVE CT-SUSPENSOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "AVISOS DE RENOVACAO" TO DESCR-TOT.
           MOVE CT-AVISOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "CANDIDATOS A CANCELAMENTO" TO DESCR-TOT.
           MOVE CT-CANDIDATOS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "USUARIOS LIDOS              : " CT-USUARIOS.
           DISPLAY "TRANSACOES EM USUREVAL.TRN  : " CT-TRANS.
           DISPLAY "AVISOS DE RENOVACAO         : " CT-AVISOS.
           DISPLAY "CANDIDATOS A CANCELAMENTO   : " CT-CANDIDATOS.
           CLOSE REVTRAN REL-AVISO REL-REVAL.
