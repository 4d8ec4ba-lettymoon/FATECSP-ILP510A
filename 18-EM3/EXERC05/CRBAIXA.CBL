           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARMJUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT CRRECEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.

       DATA DIVISION.
       FILE SECTION.
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD CRPAG
           LABEL RECORD ARE STANDARD
       01 REG-PAG.
           02 NR-NOTA-PAG PIC 9(04).
           02 VALOR-PAG   PIC 9(07)V99.
           02 PARCELA-PAG-X PIC X(02).
           02 PARCELA-PAG REDEFINES PARCELA-PAG-X PIC 9(02).
           02 DATA-PAG-X  PIC X(08).
           02 DATA-PAG REDEFINES DATA-PAG-X PIC 9(08).

       FD CRATU
           LABEL RECORD ARE STANDARD
           02 VALOR-ATU     PIC 9(07)V99.
           02 RECEBIDO-ATU  PIC 9(07)V99.
           02 SIT-ATU       PIC X(01).
           02 COD-CLI-ATU   PIC 9(05).
           02 PARCELA-ATU   PIC 9(02).
           02 TIPO-ATU      PIC X(01).
           02 DATA-ENC-ATU  PIC 9(08).

       FD CRREJ
           LABEL RECORD ARE STANDARD
           02 NR-NOTA-REJ PIC 9(04).
           02 VALOR-REJ   PIC 9(07)V99.
           02 MOTIVO-REJ  PIC X(30).
           02 PARCELA-REJ PIC X(02).

       FD PARMJUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMJUR.DAT".
       01 REG-PARM-JUR.
           02 MULTA-PARM  PIC 9(02)V99.
           02 JUROS-PARM  PIC 9(01)V9999.

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

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

       WORKING-STORAGE SECTION.
           77 FIM-ARQ       PIC X(01) VALUE "N".
           77 CT-REJEITADOS PIC 9(05) VALUE ZEROES.
           77 CT-QUITADOS   PIC 9(05) VALUE ZEROES.
           77 VAL-APLICADO  PIC 9(11)V99 VALUE ZEROES.
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-CONT PIC X(02).
           77 WS-STATUS-REC PIC X(02).
           77 PERC-MULTA    PIC 9(02)V99 VALUE 2,00.
           77 PERC-JUROS    PIC 9(01)V9999 VALUE 0,0333.
           77 DATA-HOJE     PIC 9(08) VALUE ZEROES.
           77 DATA-RECEB    PIC 9(08) VALUE ZEROES.
           77 DATA-BASE-JUR PIC 9(08) VALUE ZEROES.
           77 DIAS-ATRASO   PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF PIC X(02) VALUE SPACES.
           77 DATA-TESTE    PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO  PIC X(01) VALUE "S".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.
           77 SALDO-PRINC   PIC 9(07)V99 VALUE ZEROES.
           77 VAL-JUROS     PIC 9(07)V99 VALUE ZEROES.
           77 VAL-MULTA     PIC 9(07)V99 VALUE ZEROES.
           77 VAL-ENCARGOS  PIC 9(07)V99 VALUE ZEROES.
           77 RESTO-PAG     PIC 9(07)V99 VALUE ZEROES.
           77 ENC-ABERTO    PIC 9(07)V99 VALUE ZEROES.
           77 IND-NOVO      PIC 9(04) VALUE ZEROES.
           77 LOTE-ABERTO   PIC X(01) VALUE "N".
           77 CT-ATRASADOS  PIC 9(05) VALUE ZEROES.
           77 CT-ENCARGOS   PIC 9(05) VALUE ZEROES.
           77 CT-LANCAMENTOS PIC 9(04) VALUE ZEROES.
           77 TOTAL-JUROS   PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-MULTA   PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-ENC-ABERTO PIC 9(11)V99 VALUE ZEROES.

       01 TABELA-TITULOS.
           02 TAB-CR OCCURS 2000 TIMES.
               03 TAB-VALOR-CR PIC 9(07)V99.
               03 TAB-RECEB-CR PIC 9(07)V99.
               03 TAB-SIT-CR   PIC X(01).
               03 TAB-CLI-CR   PIC 9(05).
               03 TAB-PARC-CR  PIC 9(02).
               03 TAB-TIPO-CR  PIC X(01).
               03 TAB-ENC-CR   PIC 9(08).

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 UF-CONT          PIC X(02).
           02 NATUREZA-CONT    PIC X(01).
           02 HISTORICO-CONT   PIC X(10).
           02 VALOR-CONT       PIC 9(13)V99.
           02 FILLER           PIC X(05) VALUE SPACES.

       01 CONT-TRAILER.
           02 TIPO-CONT-T      PIC 9(01) VALUE 9.
           02 QTD-CONT         PIC 9(04).
           02 SINAL-CONT       PIC X(01).
           02 VALOR-LIQ-CONT   PIC 9(13)V99.
           02 FILLER           PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CRBAIXA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-TITULOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMJUR.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMJUR
                  NOT AT END
                      MOVE MULTA-PARM TO PERC-MULTA
                      MOVE JUROS-PARM TO PERC-JUROS
              END-READ
              CLOSE PARMJUR
           END-IF.

       CARREGA-TITULOS.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              MOVE VALOR-CR     TO TAB-VALOR-CR(QTD-CR)
              MOVE RECEBIDO-CR  TO TAB-RECEB-CR(QTD-CR)
              MOVE SIT-CR       TO TAB-SIT-CR(QTD-CR)
              MOVE COD-CLI-CR   TO TAB-CLI-CR(QTD-CR)
              MOVE PARCELA-CR   TO TAB-PARC-CR(QTD-CR)
              MOVE TIPO-CR      TO TAB-TIPO-CR(QTD-CR)
              MOVE DATA-ENC-CR  TO TAB-ENC-CR(QTD-CR)
           ELSE
              DISPLAY "CRABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              STOP RUN
           END-IF.
           OPEN OUTPUT CRREJ.
           OPEN EXTEND CRRECEB.
           IF WS-STATUS-REC EQUAL "35"
              OPEN OUTPUT CRRECEB
           END-IF.
           PERFORM LEITURA.

       LEITURA.
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-DATA-PAG.
           IF RESULTADO-DATA NOT EQUAL "00"
              MOVE "DATA DE PAGAMENTO INVALIDA" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
              PERFORM LEITURA
           ELSE
              PERFORM PROCESSA-PAGAMENTO
           END-IF.

       VALIDA-DATA-PAG.
           MOVE "00" TO RESULTADO-DATA.
           IF DATA-PAG-X EQUAL SPACES OR DATA-PAG-X EQUAL ZEROES
              MOVE DATA-HOJE TO DATA-RECEB
           ELSE
              MOVE DATA-PAG-X TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA EQUAL "00"
                 MOVE DATA-PAG TO DATA-RECEB
              END-IF
           END-IF.

       PROCESSA-PAGAMENTO.
           PERFORM PESQUISA-TITULO.
           IF ACHEI EQUAL "N"
              MOVE "TITULO NAO ENCONTRADO" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              EVALUATE TAB-SIT-CR(IND-CR)
                 WHEN "P"
                    MOVE "TITULO JA QUITADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 WHEN "C"
                    MOVE "TITULO CANCELADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 WHEN OTHER
                    PERFORM APLICA-RECEBIMENTO
              END-EVALUATE
           END-IF.
           PERFORM LEITURA.

       PESQUISA-TITULO.
           MOVE "N" TO ACHEI.
           IF PARCELA-PAG-X EQUAL SPACES OR PARCELA-PAG-X EQUAL "00"
              MOVE 1 TO IND-CR
              PERFORM TESTA-TITULO-ABERTO UNTIL IND-CR GREATER THAN
                      QTD-CR OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "N"
                 MOVE 1 TO IND-CR
                 PERFORM TESTA-TITULO UNTIL IND-CR GREATER THAN
                         QTD-CR OR ACHEI EQUAL "S"
              END-IF
           ELSE
              MOVE 1 TO IND-CR
              PERFORM TESTA-PARCELA-ABERTA UNTIL IND-CR GREATER THAN
                      QTD-CR OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "N"
                 MOVE 1 TO IND-CR
                 PERFORM TESTA-TITULO-PARCELA UNTIL IND-CR GREATER
                         THAN QTD-CR OR ACHEI EQUAL "S"
              END-IF
           END-IF.
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CR
           END-IF.
           END-IF.
           ADD 1 TO IND-CR.

       TESTA-TITULO-ABERTO.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-PAG AND
              TAB-SIT-CR(IND-CR) EQUAL "A"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       TESTA-PARCELA-ABERTA.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-PAG AND
              TAB-PARC-CR(IND-CR) EQUAL PARCELA-PAG AND
              TAB-SIT-CR(IND-CR) EQUAL "A"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       TESTA-TITULO-PARCELA.
           IF TAB-NOTA-CR(IND-CR) EQUAL NR-NOTA-PAG AND
              TAB-PARC-CR(IND-CR) EQUAL PARCELA-PAG
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CR.

       APLICA-RECEBIMENTO.
           MOVE ZEROES TO VAL-JUROS VAL-MULTA VAL-ENCARGOS ENC-ABERTO.
           MOVE VALOR-PAG TO RESTO-PAG.
           IF TAB-TIPO-CR(IND-CR) NOT EQUAL "E" AND
              DATA-RECEB GREATER THAN TAB-VENC-CR(IND-CR)
              PERFORM CALCULA-ENCARGOS
           END-IF.
           IF VAL-ENCARGOS GREATER THAN 0
              PERFORM APLICA-ENCARGOS
           END-IF.
           ADD RESTO-PAG TO TAB-RECEB-CR(IND-CR).
           ADD VALOR-PAG TO VAL-APLICADO.
           ADD 1 TO CT-APLICADOS.
           PERFORM GRAVA-RECEBIMENTO.
           PERFORM GRAVA-CONTABIL-RECEB.
           IF TAB-RECEB-CR(IND-CR) NOT LESS THAN
              TAB-VALOR-CR(IND-CR)
              MOVE "P" TO TAB-SIT-CR(IND-CR)
              ADD 1 TO CT-QUITADOS
           END-IF.

       GRAVA-RECEBIMENTO.
           MOVE TAB-NOTA-CR(IND-CR) TO NR-NOTA-REC.
           MOVE TAB-PARC-CR(IND-CR) TO PARCELA-REC.
           MOVE TAB-VEND-CR(IND-CR) TO NR-VEND-REC.
           MOVE DATA-RECEB          TO DATA-REC.
           MOVE RESTO-PAG           TO PRINCIPAL-REC.
           COMPUTE ENCARGOS-REC = VALOR-PAG - RESTO-PAG.
           MOVE TAB-TIPO-CR(IND-CR) TO TIPO-REC.
           WRITE REG-REC.

       CALCULA-ENCARGOS.
           COMPUTE SALDO-PRINC = TAB-VALOR-CR(IND-CR) -
                                 TAB-RECEB-CR(IND-CR).
           IF TAB-ENC-CR(IND-CR) GREATER THAN TAB-VENC-CR(IND-CR)
              MOVE TAB-ENC-CR(IND-CR) TO DATA-BASE-JUR
           ELSE
              MOVE TAB-VENC-CR(IND-CR) TO DATA-BASE-JUR
           END-IF.
           MOVE 0 TO DIAS-ATRASO.
           IF DATA-RECEB GREATER THAN DATA-BASE-JUR
              CALL "DATADIF" USING DATA-BASE-JUR DATA-RECEB
                                   DIAS-ATRASO RESULTADO-DIF
              IF RESULTADO-DIF NOT EQUAL "00"
                 MOVE 0 TO DIAS-ATRASO
              END-IF
           END-IF.
           IF DIAS-ATRASO GREATER THAN 0
              COMPUTE VAL-JUROS ROUNDED = SALDO-PRINC * PERC-JUROS
                                          / 100 * DIAS-ATRASO
           END-IF.
           IF TAB-ENC-CR(IND-CR) EQUAL ZEROES
              COMPUTE VAL-MULTA ROUNDED = SALDO-PRINC * PERC-MULTA
                                          / 100
           END-IF.
           COMPUTE VAL-ENCARGOS = VAL-JUROS + VAL-MULTA.
           MOVE DATA-RECEB TO TAB-ENC-CR(IND-CR).

       APLICA-ENCARGOS.
           ADD 1 TO CT-ATRASADOS.
           ADD VAL-JUROS TO TOTAL-JUROS.
           ADD VAL-MULTA TO TOTAL-MULTA.
           IF RESTO-PAG LESS THAN VAL-ENCARGOS
              COMPUTE ENC-ABERTO = VAL-ENCARGOS - RESTO-PAG
              MOVE ZEROES TO RESTO-PAG
              PERFORM GRAVA-ITEM-ENCARGO
           ELSE
              SUBTRACT VAL-ENCARGOS FROM RESTO-PAG
           END-IF.
           PERFORM GRAVA-RECEITA-ENCARGO.

       GRAVA-ITEM-ENCARGO.
           IF QTD-CR LESS THAN 2000
              ADD 1 TO QTD-CR
              MOVE QTD-CR TO IND-NOVO
              MOVE TAB-NOTA-CR(IND-CR) TO TAB-NOTA-CR(IND-NOVO)
              MOVE TAB-VEND-CR(IND-CR) TO TAB-VEND-CR(IND-NOVO)
              MOVE TAB-UF-CR(IND-CR)   TO TAB-UF-CR(IND-NOVO)
              MOVE DATA-RECEB          TO TAB-EMIS-CR(IND-NOVO)
              MOVE DATA-RECEB          TO TAB-VENC-CR(IND-NOVO)
              MOVE ENC-ABERTO          TO TAB-VALOR-CR(IND-NOVO)
              MOVE ZEROES              TO TAB-RECEB-CR(IND-NOVO)
              MOVE "A"                 TO TAB-SIT-CR(IND-NOVO)
              MOVE TAB-CLI-CR(IND-CR)  TO TAB-CLI-CR(IND-NOVO)
              MOVE TAB-PARC-CR(IND-CR) TO TAB-PARC-CR(IND-NOVO)
              MOVE "E"                 TO TAB-TIPO-CR(IND-NOVO)
              MOVE ZEROES              TO TAB-ENC-CR(IND-NOVO)
              ADD 1 TO CT-ENCARGOS
              ADD ENC-ABERTO TO TOTAL-ENC-ABERTO
           ELSE
              DISPLAY "CRABERTO.DAT EXCEDE A TABELA DE TITULOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       ABRE-LOTE-CONTABIL.
           IF LOTE-ABERTO EQUAL "N"
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE DATA-HOJE(5:2) TO MES-COMPET
              MOVE DATA-HOJE(1:4) TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE "S" TO LOTE-ABERTO
           END-IF.

       GRAVA-CONTABIL-RECEB.
           PERFORM ABRE-LOTE-CONTABIL.
           MOVE TAB-UF-CR(IND-CR) TO UF-CONT.
           MOVE VALOR-PAG         TO VALOR-CONT.
           MOVE "D" TO NATUREZA-CONT.
           MOVE "BANCO" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           MOVE "C" TO NATUREZA-CONT.
           MOVE "CLIENTES" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 2 TO CT-LANCAMENTOS.

       GRAVA-RECEITA-ENCARGO.
           PERFORM ABRE-LOTE-CONTABIL.
           MOVE TAB-UF-CR(IND-CR) TO UF-CONT.
           MOVE VAL-ENCARGOS      TO VALOR-CONT.
           MOVE "D" TO NATUREZA-CONT.
           MOVE "CLIENTES" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           MOVE "C" TO NATUREZA-CONT.
           MOVE "ENCARGOS" TO HISTORICO-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 2 TO CT-LANCAMENTOS.

       GRAVA-REJEITO.
           MOVE NR-NOTA-PAG TO NR-NOTA-REJ.
           MOVE VALOR-PAG   TO VALOR-REJ.
           MOVE PARCELA-PAG-X TO PARCELA-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

           MOVE TAB-VALOR-CR(IND-CR) TO VALOR-ATU.
           MOVE TAB-RECEB-CR(IND-CR) TO RECEBIDO-ATU.
           MOVE TAB-SIT-CR(IND-CR)   TO SIT-ATU.
           MOVE TAB-CLI-CR(IND-CR)   TO COD-CLI-ATU.
           MOVE TAB-PARC-CR(IND-CR)  TO PARCELA-ATU.
           MOVE TAB-TIPO-CR(IND-CR)  TO TIPO-ATU.
           MOVE TAB-ENC-CR(IND-CR)   TO DATA-ENC-ATU.
           WRITE REG-CR-ATU.
           ADD 1 TO IND-CR.

       FIM.
           IF LOTE-ABERTO EQUAL "S"
              MOVE CT-LANCAMENTOS TO QTD-CONT
              MOVE "+" TO SINAL-CONT
              COMPUTE VALOR-LIQ-CONT = VAL-APLICADO + TOTAL-JUROS +
                                       TOTAL-MULTA
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.
           DISPLAY "RECEBIMENTOS LIDOS     : " CT-PAGTOS.
           DISPLAY "RECEBIMENTOS APLICADOS : " CT-APLICADOS.
           DISPLAY "RECEBIMENTOS REJEITADOS: " CT-REJEITADOS.
           DISPLAY "TITULOS QUITADOS       : " CT-QUITADOS.
           DISPLAY "VALOR APLICADO         : " VAL-APLICADO.
           DISPLAY "RECEBIMENTOS EM ATRASO : " CT-ATRASADOS.
           DISPLAY "JUROS COBRADOS         : " TOTAL-JUROS.
           DISPLAY "MULTAS COBRADAS        : " TOTAL-MULTA.
           DISPLAY "ENCARGOS EM ABERTO     : " CT-ENCARGOS.
           DISPLAY "VALOR ENCARGOS ABERTOS : " TOTAL-ENC-ABERTO.
           CLOSE CRPAG CRREJ CRRECEB.
