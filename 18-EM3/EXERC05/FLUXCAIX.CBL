       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FLUXCAIX.
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
           SELECT PARMFLUX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT CRRECEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
           SELECT CPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CP.
           SELECT FOLHALIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.
           SELECT PROVSALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROV.
           SELECT FERIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FER.
           SELECT REL-FLUXO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMFLUX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMFLUX.DAT".
       01 REG-PARM-FLUX.
           02 SINAL-PARM     PIC X(01).
           02 SALDO-PARM-X   PIC X(13).
           02 SALDO-PARM REDEFINES SALDO-PARM-X PIC 9(11)V99.
           02 DIA-FOLHA-PARM-X PIC X(02).
           02 DIA-FOLHA-PARM REDEFINES DIA-FOLHA-PARM-X PIC 9(02).

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01 REG-CR.
           02 NR-NOTA-CR   PIC 9(04).
           02 NR-VEND-CR   PIC 9(05).
           02 UF-CR        PIC X(02).
           02 DATA-EMIS-CR PIC 9(08).
           02 DATA-VENC-CR PIC 9(08).
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD CRRECEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRRECEB.DAT".
       01 REG-REC.
           02 NR-NOTA-REC   PIC 9(04).
           02 PARCELA-REC   PIC 9(02).
           02 NR-VEND-REC   PIC 9(05).
           02 DATA-REC      PIC 9(08).
           02 PRINCIPAL-REC PIC 9(07)V99.
           02 ENCARGOS-REC  PIC 9(07)V99.
           02 TIPO-REC      PIC X(01).

       FD CPABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPABERTO.DAT".
       01 REG-CP.
           02 NR-TIT-CP     PIC 9(06).
           02 COD-FORN-CP   PIC 9(05).
           02 DOC-CP        PIC X(10).
           02 ORIGEM-CP     PIC X(01).
               88 CP-CONSIGNADO VALUE "C".
           02 DATA-EMIS-CP  PIC 9(08).
           02 DATA-VENC-CP  PIC 9(08).
           02 VALOR-CP      PIC 9(07)V99.
           02 PAGO-CP       PIC 9(07)V99.
           02 SIT-CP        PIC X(01).
           02 DATA-PROG-CP  PIC 9(08).
           02 HIST-CP       PIC X(10).
           02 DATA-BAIXA-CP PIC 9(08).

       FD FOLHALIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIQ.DAT".
       01 REG-LIQ.
           02 COD-VEND-LIQ  PIC 9(05).
           02 NOME-LIQ      PIC X(20).
           02 SAL-LIQ-LIQ   PIC 9(07)V99.

       FD PROVSALD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVSALD.DAT".
       01 REG-PROV.
           02 COD-PROV        PIC 9(05).
           02 COMPET-PROV     PIC 9(06).
           02 SALDO-FER-PROV  PIC 9(07)V99.
           02 ENC-FER-PROV    PIC 9(07)V99.
           02 SALDO-13-PROV   PIC 9(07)V99.
           02 ENC-13-PROV     PIC 9(07)V99.
           02 FILLER          PIC X(13).

       FD FERIAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FER.
           02 COD-VEND-FER PIC 9(05).
           02 DATA-INI-FER PIC 9(08).
           02 DIAS-FER     PIC 9(02).

       FD REL-FLUXO
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-CR   PIC X(02).
           77 WS-STATUS-REC  PIC X(02).
           77 WS-STATUS-CP   PIC X(02).
           77 WS-STATUS-LIQ  PIC X(02).
           77 WS-STATUS-PROV PIC X(02).
           77 WS-STATUS-FER  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DATA-W         PIC 9(08) VALUE ZEROES.
           77 DATA-FIM-W     PIC 9(08) VALUE ZEROES.
           77 DIAS-W         PIC S9(05) VALUE ZEROES.
           77 DIAS-SOMA-W    PIC 9(03) VALUE ZEROES.
           77 RESULTADO-DIF  PIC X(02) VALUE SPACES.
           77 RESULTADO-SOMA PIC X(02) VALUE SPACES.
           77 DIA-FOLHA      PIC 9(02) VALUE 5.
           77 ANO-FOLHA      PIC 9(04) VALUE ZEROES.
           77 MES-FOLHA      PIC 9(02) VALUE ZEROES.
           77 CT-MESES       PIC 9(01) VALUE ZEROES.
           77 QTD-CR         PIC 9(04) VALUE ZEROES.
           77 IND-CR         PIC 9(04) VALUE ZEROES.
           77 QTD-ATR        PIC 9(04) VALUE ZEROES.
           77 IND-ATR        PIC 9(04) VALUE ZEROES.
           77 QTD-PROV       PIC 9(04) VALUE ZEROES.
           77 IND-PROV       PIC 9(04) VALUE ZEROES.
           77 IND-DIA        PIC 9(03) VALUE ZEROES.
           77 IND-SEM        PIC 9(02) VALUE ZEROES.
           77 CT-DIA-SEM     PIC 9(01) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 COD-PESQ       PIC 9(05) VALUE ZEROES.
           77 ATRASO-MEDIO   PIC 9(03) VALUE ZEROES.
           77 ATRASO-GERAL   PIC 9(03) VALUE ZEROES.
           77 SOMA-ATR-GERAL PIC 9(09) VALUE ZEROES.
           77 QTD-ATR-GERAL  PIC 9(07) VALUE ZEROES.
           77 VALOR-W        PIC 9(09)V99 VALUE ZEROES.
           77 SALDO-ABERTURA PIC S9(11)V99 VALUE ZEROES.
           77 SALDO-CORRENTE PIC S9(11)V99 VALUE ZEROES.
           77 SALDO-INICIAL  PIC S9(11)V99 VALUE ZEROES.
           77 ENT-PERIODO    PIC 9(11)V99 VALUE ZEROES.
           77 SAI-PERIODO    PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-FOLHA    PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-13       PIC 9(11)V99 VALUE ZEROES.
           77 TOT-ENT-CR     PIC 9(11)V99 VALUE ZEROES.
           77 TOT-SAI-FORN   PIC 9(11)V99 VALUE ZEROES.
           77 TOT-SAI-CONS   PIC 9(11)V99 VALUE ZEROES.
           77 TOT-SAI-FOLHA  PIC 9(11)V99 VALUE ZEROES.
           77 TOT-SAI-13     PIC 9(11)V99 VALUE ZEROES.
           77 TOT-SAI-FER    PIC 9(11)V99 VALUE ZEROES.
           77 CT-FORA-PRAZO  PIC 9(05) VALUE ZEROES.
           77 CT-FER-SEM-PROV PIC 9(05) VALUE ZEROES.
           77 CT-NEGATIVOS   PIC 9(03) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-TITULOS.
           02 TAB-CR OCCURS 2000 TIMES.
               03 TAB-NOTA-CR  PIC 9(04).
               03 TAB-PARC-CR  PIC 9(02).
               03 TAB-VENC-CR  PIC 9(08).
               03 TAB-CLI-CR   PIC 9(05).

       01 TABELA-ATRASOS.
           02 TAB-ATR OCCURS 2000 TIMES.
               03 TAB-CLI-ATR  PIC 9(05).
               03 TAB-SOMA-ATR PIC 9(07).
               03 TAB-QTD-ATR  PIC 9(05).

       01 TABELA-PROVISOES.
           02 TAB-PROV OCCURS 2000 TIMES.
               03 TAB-COD-PROV PIC 9(05).
               03 TAB-FER-PROV PIC 9(07)V99.

       01 TABELA-FLUXO.
           02 TAB-DIA OCCURS 91 TIMES.
               03 TAB-ENT-DIA PIC 9(11)V99.
               03 TAB-SAI-DIA PIC 9(11)V99.

       01 DATA-ED.
           02 DIA-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ED PIC 9999.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER     PIC X(15) VALUE SPACES.
           02 TITULO-CAB PIC X(50).
           02 FILLER     PIC X(25) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(23) VALUE "PERIODO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "SALDO INICIAL".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "ENTRADAS".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "SAIDAS".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SALDO FINAL".
           02 FILLER PIC X(01) VALUE SPACES.

       01 DETALHE.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PERIODO-REL PIC X(23).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 INICIAL-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 ENTRADA-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 SAIDA-REL   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 FINAL-REL   PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.

       01 LINHA-ALERTA.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
                      "*** ATENCAO: SALDO NEGATIVO NO PERIODO ***".
           02 FILLER PIC X(21) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(32).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(36) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(32).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-FLUXCAIX.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           MOVE 1 TO IND-DIA.
           PERFORM ZERA-DIA UNTIL IND-DIA GREATER THAN 91.
           PERFORM CARREGA-TITULOS.
           PERFORM APURA-ATRASOS.
           PERFORM PROJETA-RECEBER.
           PERFORM PROJETA-PAGAR.
           PERFORM PROJETA-FOLHA.
           PERFORM CARREGA-PROVISOES.
           PERFORM PROJETA-13.
           PERFORM PROJETA-FERIAS.
           OPEN OUTPUT REL-FLUXO.
           PERFORM IMPRIME-DIARIO.
           PERFORM IMPRIME-SEMANAL.
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           OPEN INPUT PARMFLUX.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMFLUX.DAT NAO ENCONTRADO - SALDO INICIAL ZERO"
           ELSE
              READ PARMFLUX
                  NOT AT END
                      IF SALDO-PARM-X NUMERIC
                         MOVE SALDO-PARM TO SALDO-INICIAL
                         IF SINAL-PARM EQUAL "-"
                            COMPUTE SALDO-INICIAL = SALDO-INICIAL * -1
                         END-IF
                      END-IF
                      IF DIA-FOLHA-PARM-X NUMERIC AND
                         DIA-FOLHA-PARM GREATER THAN 0 AND
                         DIA-FOLHA-PARM LESS THAN 29
                         MOVE DIA-FOLHA-PARM TO DIA-FOLHA
                      END-IF
              END-READ
              CLOSE PARMFLUX
           END-IF.

       ZERA-DIA.
           MOVE ZEROES TO TAB-ENT-DIA(IND-DIA).
           MOVE ZEROES TO TAB-SAI-DIA(IND-DIA).
           ADD 1 TO IND-DIA.

       CARREGA-TITULOS.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TITULO.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CRABERTO.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TITULO.
           IF QTD-CR LESS THAN 2000
              ADD 1 TO QTD-CR
              MOVE NR-NOTA-CR   TO TAB-NOTA-CR(QTD-CR)
              MOVE PARCELA-CR   TO TAB-PARC-CR(QTD-CR)
              MOVE DATA-VENC-CR TO TAB-VENC-CR(QTD-CR)
              MOVE COD-CLI-CR   TO TAB-CLI-CR(QTD-CR)
           END-IF.
           PERFORM LER-TITULO.

       APURA-ATRASOS.
           OPEN INPUT CRRECEB.
           IF WS-STATUS-REC NOT EQUAL "00"
              DISPLAY "CRRECEB.DAT NAO ENCONTRADO - SEM HISTORICO "
                      "DE ATRASO"
           ELSE
              PERFORM LER-RECEBIMENTO
              PERFORM ACUMULA-ATRASO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRRECEB
           END-IF.
           MOVE "N" TO FIM-ARQ.
           IF QTD-ATR-GERAL GREATER THAN 0
              COMPUTE ATRASO-GERAL ROUNDED =
                      SOMA-ATR-GERAL / QTD-ATR-GERAL
           END-IF.

       LER-RECEBIMENTO.
           READ CRRECEB AT END MOVE "S" TO FIM-ARQ.

       ACUMULA-ATRASO.
           IF PRINCIPAL-REC GREATER THAN 0
              PERFORM PESQUISA-TITULO
              IF ACHEI EQUAL "S"
                 CALL "DATADIF" USING TAB-VENC-CR(IND-CR) DATA-REC
                                      DIAS-W RESULTADO-DIF
                 IF RESULTADO-DIF NOT EQUAL "00" OR
                    DIAS-W LESS THAN 0
                    MOVE 0 TO DIAS-W
                 END-IF
                 ADD DIAS-W TO SOMA-ATR-GERAL
                 ADD 1 TO QTD-ATR-GERAL
                 MOVE TAB-CLI-CR(IND-CR) TO COD-PESQ
                 PERFORM PESQUISA-ATRASO
                 IF ACHEI EQUAL "N" AND QTD-ATR LESS THAN 2000
                    ADD 1 TO QTD-ATR
                    MOVE QTD-ATR  TO IND-ATR
                    MOVE COD-PESQ TO TAB-CLI-ATR(IND-ATR)
                    MOVE ZEROES   TO TAB-SOMA-ATR(IND-ATR)
                    MOVE ZEROES   TO TAB-QTD-ATR(IND-ATR)
                    MOVE "S" TO ACHEI
                 END-IF
                 IF ACHEI EQUAL "S"
                    ADD DIAS-W TO TAB-SOMA-ATR(IND-ATR)
                    ADD 1 TO TAB-QTD-ATR(IND-ATR)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-RECEBIMENTO.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CR.
           PERFORM TESTA-TITULO UNTIL IND-CR GREATER THAN QTD-CR
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CR
           END-IF.

       TESTA-TITULO.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-REC AND
              TAB-PARC-CR(IND-CR) EQUAL PARCELA-REC
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       PESQUISA-ATRASO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ATR.
           PERFORM TESTA-ATRASO UNTIL IND-ATR GREATER THAN QTD-ATR
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-ATR
           END-IF.

       TESTA-ATRASO.
           IF TAB-CLI-ATR(IND-ATR) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ATR.

       PROJETA-RECEBER.
           OPEN INPUT CRABERTO.
           PERFORM LER-TITULO.
           PERFORM TRATA-RECEBER UNTIL FIM-ARQ EQUAL "S".
           CLOSE CRABERTO.
           MOVE "N" TO FIM-ARQ.

       TRATA-RECEBER.
           IF SIT-CR EQUAL "A" AND VALOR-CR GREATER THAN RECEBIDO-CR
              MOVE COD-CLI-CR TO COD-PESQ
              PERFORM PESQUISA-ATRASO
              IF ACHEI EQUAL "S"
                 COMPUTE ATRASO-MEDIO ROUNDED =
                         TAB-SOMA-ATR(IND-ATR) / TAB-QTD-ATR(IND-ATR)
              ELSE
                 MOVE ATRASO-GERAL TO ATRASO-MEDIO
              END-IF
              MOVE DATA-VENC-CR TO DATA-W
              PERFORM CALCULA-DIA
              ADD ATRASO-MEDIO TO DIAS-W
              COMPUTE VALOR-W = VALOR-CR - RECEBIDO-CR
              IF DIAS-W GREATER THAN 90
                 ADD 1 TO CT-FORA-PRAZO
              ELSE
                 ADD VALOR-W TO TAB-ENT-DIA(DIAS-W + 1)
                 ADD VALOR-W TO TOT-ENT-CR
              END-IF
           END-IF.
           PERFORM LER-TITULO.

       CALCULA-DIA.
           CALL "DATADIF" USING DATA-HOJE DATA-W
                                DIAS-W RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00" OR DIAS-W LESS THAN 0
              MOVE 0 TO DIAS-W
           END-IF.

       LANCA-SAIDA.
           IF DIAS-W GREATER THAN 90
              ADD 1 TO CT-FORA-PRAZO
              MOVE ZEROES TO VALOR-W
           ELSE
              ADD VALOR-W TO TAB-SAI-DIA(DIAS-W + 1)
           END-IF.

       PROJETA-PAGAR.
           OPEN INPUT CPABERTO.
           IF WS-STATUS-CP NOT EQUAL "00"
              DISPLAY "CPABERTO.DAT NAO ENCONTRADO - SEM CONTAS A PAGAR"
           ELSE
              PERFORM LER-PAGAR
              PERFORM TRATA-PAGAR UNTIL FIM-ARQ EQUAL "S"
              CLOSE CPABERTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PAGAR.
           READ CPABERTO AT END MOVE "S" TO FIM-ARQ.

       TRATA-PAGAR.
           IF (SIT-CP EQUAL "A" OR SIT-CP EQUAL "S") AND
              VALOR-CP GREATER THAN PAGO-CP
              IF SIT-CP EQUAL "S"
                 MOVE DATA-PROG-CP TO DATA-W
              ELSE
                 MOVE DATA-VENC-CP TO DATA-W
              END-IF
              PERFORM CALCULA-DIA
              COMPUTE VALOR-W = VALOR-CP - PAGO-CP
              PERFORM LANCA-SAIDA
              IF CP-CONSIGNADO
                 ADD VALOR-W TO TOT-SAI-CONS
              ELSE
                 ADD VALOR-W TO TOT-SAI-FORN
              END-IF
           END-IF.
           PERFORM LER-PAGAR.

       PROJETA-FOLHA.
           OPEN INPUT FOLHALIQ.
           IF WS-STATUS-LIQ NOT EQUAL "00"
              DISPLAY "FOLHALIQ.DAT NAO ENCONTRADO - SEM FOLHA"
           ELSE
              PERFORM LER-FOLHA
              PERFORM SOMA-FOLHA UNTIL FIM-ARQ EQUAL "S"
              CLOSE FOLHALIQ
           END-IF.
           MOVE "N" TO FIM-ARQ.
           MOVE DATA-HOJE(1:4) TO ANO-FOLHA.
           MOVE DATA-HOJE(5:2) TO MES-FOLHA.
           MOVE ZEROES TO CT-MESES.
           PERFORM PROJETA-MES-FOLHA UNTIL CT-MESES GREATER THAN 3.

       LER-FOLHA.
           READ FOLHALIQ AT END MOVE "S" TO FIM-ARQ.

       SOMA-FOLHA.
           IF COD-VEND-LIQ NOT EQUAL 99999
              ADD SAL-LIQ-LIQ TO TOTAL-FOLHA
           END-IF.
           PERFORM LER-FOLHA.

       PROJETA-MES-FOLHA.
           MOVE ANO-FOLHA TO DATA-W(1:4).
           MOVE MES-FOLHA TO DATA-W(5:2).
           MOVE DIA-FOLHA TO DATA-W(7:2).
           IF DATA-W NOT LESS THAN DATA-HOJE AND
              TOTAL-FOLHA GREATER THAN 0
              PERFORM CALCULA-DIA
              MOVE TOTAL-FOLHA TO VALOR-W
              PERFORM LANCA-SAIDA
              ADD VALOR-W TO TOT-SAI-FOLHA
           END-IF.
           ADD 1 TO MES-FOLHA.
           IF MES-FOLHA GREATER THAN 12
              MOVE 1 TO MES-FOLHA
              ADD 1 TO ANO-FOLHA
           END-IF.
           ADD 1 TO CT-MESES.

       CARREGA-PROVISOES.
           OPEN INPUT PROVSALD.
           IF WS-STATUS-PROV NOT EQUAL "00"
              DISPLAY "PROVSALD.DAT NAO ENCONTRADO - SEM 13O E FERIAS"
           ELSE
              PERFORM LER-PROVISAO
              PERFORM GUARDA-PROVISAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PROVSALD
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PROVISAO.
           READ PROVSALD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PROVISAO.
           IF COD-PROV NOT EQUAL 99999
              ADD SALDO-13-PROV TO TOTAL-13
              IF QTD-PROV LESS THAN 2000
                 ADD 1 TO QTD-PROV
                 MOVE COD-PROV       TO TAB-COD-PROV(QTD-PROV)
                 MOVE SALDO-FER-PROV TO TAB-FER-PROV(QTD-PROV)
              END-IF
           END-IF.
           PERFORM LER-PROVISAO.

       PROJETA-13.
           IF TOTAL-13 GREATER THAN 0
              MOVE DATA-HOJE(1:4) TO DATA-W(1:4)
              MOVE "1130" TO DATA-W(5:4)
              IF DATA-W NOT LESS THAN DATA-HOJE
                 PERFORM CALCULA-DIA
                 COMPUTE VALOR-W ROUNDED = TOTAL-13 / 2
                 PERFORM LANCA-SAIDA
                 ADD VALOR-W TO TOT-SAI-13
              END-IF
              MOVE "1220" TO DATA-W(5:4)
              IF DATA-W NOT LESS THAN DATA-HOJE
                 PERFORM CALCULA-DIA
                 COMPUTE VALOR-W ROUNDED = TOTAL-13 / 2
                 COMPUTE VALOR-W = TOTAL-13 - VALOR-W
                 PERFORM LANCA-SAIDA
                 ADD VALOR-W TO TOT-SAI-13
              END-IF
           END-IF.

       PROJETA-FERIAS.
           OPEN INPUT FERIAS.
           IF WS-STATUS-FER NOT EQUAL "00"
              DISPLAY "FERIAS.DAT NAO ENCONTRADO - SEM FERIAS"
           ELSE
              PERFORM LER-FERIAS
              PERFORM TRATA-FERIAS UNTIL FIM-ARQ EQUAL "S"
              CLOSE FERIAS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FERIAS.
           READ FERIAS AT END MOVE "S" TO FIM-ARQ.

       TRATA-FERIAS.
           IF DATA-INI-FER NOT LESS THAN DATA-HOJE
              MOVE COD-VEND-FER TO COD-PESQ
              PERFORM PESQUISA-PROVISAO
              IF ACHEI EQUAL "N"
                 ADD 1 TO CT-FER-SEM-PROV
              ELSE
                 MOVE DATA-INI-FER TO DATA-W
                 PERFORM CALCULA-DIA
                 IF DIAS-W GREATER THAN 2
                    SUBTRACT 2 FROM DIAS-W
                 ELSE
                    MOVE 0 TO DIAS-W
                 END-IF
                 COMPUTE VALOR-W ROUNDED =
                         TAB-FER-PROV(IND-PROV) * DIAS-FER / 30
                 IF VALOR-W GREATER THAN TAB-FER-PROV(IND-PROV)
                    MOVE TAB-FER-PROV(IND-PROV) TO VALOR-W
                 END-IF
                 PERFORM LANCA-SAIDA
                 ADD VALOR-W TO TOT-SAI-FER
              END-IF
           END-IF.
           PERFORM LER-FERIAS.

       PESQUISA-PROVISAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROV.
           PERFORM TESTA-PROVISAO UNTIL IND-PROV GREATER THAN QTD-PROV
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROV
           END-IF.

       TESTA-PROVISAO.
           IF TAB-COD-PROV(IND-PROV) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROV.

       IMPRIME-DIARIO.
           MOVE "PROJECAO DO FLUXO DE CAIXA - PROXIMOS 30 DIAS"
                TO TITULO-CAB.
           MOVE 41 TO CT-LIN.
           MOVE SALDO-INICIAL TO SALDO-CORRENTE.
           MOVE 1 TO IND-DIA.
           PERFORM IMPRIME-DIA UNTIL IND-DIA GREATER THAN 30.

       IMPRIME-DIA.
           MOVE SALDO-CORRENTE TO SALDO-ABERTURA.
           MOVE TAB-ENT-DIA(IND-DIA) TO ENT-PERIODO.
           MOVE TAB-SAI-DIA(IND-DIA) TO SAI-PERIODO.
           COMPUTE DIAS-SOMA-W = IND-DIA - 1.
           PERFORM FORMATA-DATA.
           MOVE SPACES  TO PERIODO-REL.
           MOVE DATA-ED TO PERIODO-REL(1:10).
           PERFORM IMPRIME-PERIODO.
           ADD 1 TO IND-DIA.

       IMPRIME-SEMANAL.
           MOVE "PROJECAO DO FLUXO DE CAIXA - PROXIMAS 13 SEMANAS"
                TO TITULO-CAB.
           MOVE 41 TO CT-LIN.
           MOVE SALDO-INICIAL TO SALDO-CORRENTE.
           MOVE 1 TO IND-DIA.
           MOVE 1 TO IND-SEM.
           PERFORM IMPRIME-SEMANA UNTIL IND-SEM GREATER THAN 13.

       IMPRIME-SEMANA.
           MOVE SALDO-CORRENTE TO SALDO-ABERTURA.
           MOVE ZEROES TO ENT-PERIODO SAI-PERIODO.
           MOVE SPACES TO PERIODO-REL.
           COMPUTE DIAS-SOMA-W = IND-DIA - 1.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO PERIODO-REL(1:10).
           MOVE " A "   TO PERIODO-REL(11:3).
           MOVE 1 TO CT-DIA-SEM.
           PERFORM ACUMULA-SEMANA UNTIL CT-DIA-SEM GREATER THAN 7.
           COMPUTE DIAS-SOMA-W = IND-DIA - 2.
           PERFORM FORMATA-DATA.
           MOVE DATA-ED TO PERIODO-REL(14:10).
           PERFORM IMPRIME-PERIODO.
           ADD 1 TO IND-SEM.

       ACUMULA-SEMANA.
           ADD TAB-ENT-DIA(IND-DIA) TO ENT-PERIODO.
           ADD TAB-SAI-DIA(IND-DIA) TO SAI-PERIODO.
           ADD 1 TO IND-DIA.
           ADD 1 TO CT-DIA-SEM.

       FORMATA-DATA.
           CALL "DATASOMA" USING DATA-HOJE DIAS-SOMA-W
                                 DATA-FIM-W RESULTADO-SOMA.
           MOVE DATA-FIM-W(7:2) TO DIA-ED.
           MOVE DATA-FIM-W(5:2) TO MES-ED.
           MOVE DATA-FIM-W(1:4) TO ANO-ED.

       IMPRIME-PERIODO.
           COMPUTE SALDO-CORRENTE =
                   SALDO-ABERTURA + ENT-PERIODO - SAI-PERIODO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE SALDO-ABERTURA TO INICIAL-REL.
           MOVE ENT-PERIODO    TO ENTRADA-REL.
           MOVE SAI-PERIODO    TO SAIDA-REL.
           MOVE SALDO-CORRENTE TO FINAL-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           IF SALDO-CORRENTE LESS THAN 0
              WRITE REG-ATR FROM LINHA-ALERTA AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-NEGATIVOS
           END-IF.

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
           MOVE "RESUMO DA PROJECAO - 91 DIAS" TO TITULO-CAB.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE "SALDO INICIAL" TO DESCR-TOT.
           MOVE SALDO-INICIAL TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "ENTRADAS - CONTAS A RECEBER" TO DESCR-TOT.
           MOVE TOT-ENT-CR TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS - FORNECEDORES E GUIAS" TO DESCR-TOT.
           MOVE TOT-SAI-FORN TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS - REPASSE CONSIGNADOS" TO DESCR-TOT.
           MOVE TOT-SAI-CONS TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS - FOLHA LIQUIDA" TO DESCR-TOT.
           MOVE TOT-SAI-FOLHA TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS - 13O SALARIO" TO DESCR-TOT.
           MOVE TOT-SAI-13 TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS - FERIAS PROGRAMADAS" TO DESCR-TOT.
           MOVE TOT-SAI-FER TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "SALDO FINAL PROJETADO" TO DESCR-TOT.
           MOVE SALDO-CORRENTE TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "ATRASO MEDIO HISTORICO (DIAS)" TO DESCR-QTD.
           MOVE ATRASO-GERAL TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "LANCAMENTOS APOS O HORIZONTE" TO DESCR-QTD.
           MOVE CT-FORA-PRAZO TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "PERIODOS COM SALDO NEGATIVO" TO DESCR-QTD.
           MOVE CT-NEGATIVOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "SALDO INICIAL          : " SALDO-INICIAL.
           DISPLAY "ATRASO MEDIO (DIAS)    : " ATRASO-GERAL.
           DISPLAY "ENTRADAS PROJETADAS    : " TOT-ENT-CR.
           DISPLAY "FOLHA LIQUIDA MENSAL   : " TOTAL-FOLHA.
           DISPLAY "PERIODOS NEGATIVOS     : " CT-NEGATIVOS.
           DISPLAY "FORA DO HORIZONTE      : " CT-FORA-PRAZO.
           DISPLAY "FERIAS SEM PROVISAO    : " CT-FER-SEM-PROV.
           CLOSE REL-FLUXO.
