       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TRANSTUR.
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
           SELECT TRANSTRN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRN.
           SELECT CADALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ALU.
           SELECT NOTADISC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT FREQALU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQ.
           SELECT MENSAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MENS.
           SELECT MENSPRECO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRECO.
           SELECT BOLSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BOLSA.
           SELECT TURMMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TURMA.
           SELECT TURMACAP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAP.
           SELECT TRANSAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT REL-TRANSF ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD TRANSTRN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSTRN.DAT".
       01 REG-TRN.
           02 CODIGO-TRN PIC 9(07).
           02 ORIGEM-TRN PIC 9(03).
           02 DESTINO-TRN PIC 9(03).
           02 DATA-TRN   PIC X(08).

       FD CADALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU  PIC 9(03).
           02 CODIGO-ALU PIC 9(07).
           02 NOME-ALU   PIC X(30).
           02 NOTAS-ALU  PIC 9(02)V9(02) OCCURS 4 TIMES.

       FD NOTADISC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTADISC.DAT".
       01 REG-NOTA.
           02 TURMA-NOTA  PIC 9(03).
           02 CODIGO-NOTA PIC 9(07).
           02 DISC-NOTA   PIC 9(03).
           02 NOTAS-NOTA  PIC 9(02)V9(02) OCCURS 4 TIMES.

       FD FREQALU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQALU.DAT".
       01 REG-FREQ.
           02 TURMA-FREQ  PIC 9(03).
           02 CODIGO-FREQ PIC 9(07).
           02 AULAS-FREQ  PIC 9(03).
           02 FALTAS-FREQ PIC 9(03).

       FD MENSAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAB.DAT".
       01 REG-MENS.
           02 TURMA-MENS  PIC 9(03).
           02 CODIGO-MENS PIC 9(07).
           02 NOME-MENS   PIC X(30).
           02 COMPET-MENS PIC 9(06).
           02 VALOR-MENS  PIC 9(05)V99.
           02 PAGO-MENS   PIC 9(05)V99.
           02 SIT-MENS    PIC X(01).
           02 DATA-VENC-MENS PIC 9(08).

       FD MENSPRECO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSPRECO.DAT".
       01 REG-PRECO.
           02 TURMA-PRECO PIC 9(03).
           02 VALOR-PRECO PIC 9(05)V99.

       FD BOLSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSA.DAT".
       01 REG-BOLSA.
           02 CODIGO-BOLSA PIC 9(07).
           02 ANO-BOLSA    PIC 9(04).
           02 TURMA-BOLSA  PIC 9(03).
           02 CR-BOLSA     PIC 9(02)V99.
           02 POS-BOLSA    PIC 9(04).
           02 PERC-BOLSA   PIC 9(03)V99.

       FD TURMMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMMEST.DAT".
       01 REG-TURMA.
           02 NUM-TURMA   PIC 9(03).
           02 ANO-TURMA   PIC 9(04).
           02 DISC-TURMA  PIC X(20).
           02 PROF-TURMA  PIC X(30).
           02 TURNO-TURMA PIC X(01).

       FD TURMACAP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMACAP.DAT".
       01 REG-CAP.
           02 TURMA-CAP PIC X(20).
           02 VAGAS-CAP PIC 9(04).

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

       FD REL-TRANSF
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-TRN   PIC X(02).
           77 WS-STATUS-ALU   PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 WS-STATUS-FREQ  PIC X(02).
           77 WS-STATUS-MENS  PIC X(02).
           77 WS-STATUS-PRECO PIC X(02).
           77 WS-STATUS-BOLSA PIC X(02).
           77 WS-STATUS-TURMA PIC X(02).
           77 WS-STATUS-CAP   PIC X(02).
           77 WS-STATUS-AUD   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-EFET       PIC 9(08) VALUE ZEROES.
           77 REGRA-FUTURO    PIC X(01) VALUE "N".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 QTD-ALU         PIC 9(04) VALUE ZEROES.
           77 IND-ALU         PIC 9(04) VALUE ZEROES.
           77 IND-ORIGEM      PIC 9(04) VALUE ZEROES.
           77 QTD-NOTA        PIC 9(04) VALUE ZEROES.
           77 IND-NOTA        PIC 9(04) VALUE ZEROES.
           77 QTD-FREQ        PIC 9(04) VALUE ZEROES.
           77 IND-FREQ        PIC 9(04) VALUE ZEROES.
           77 IND-FREQ-DEST   PIC 9(04) VALUE ZEROES.
           77 QTD-MENS        PIC 9(04) VALUE ZEROES.
           77 IND-MENS        PIC 9(04) VALUE ZEROES.
           77 QTD-PRECO       PIC 9(03) VALUE ZEROES.
           77 IND-PRECO       PIC 9(03) VALUE ZEROES.
           77 QTD-BOLSAS      PIC 9(04) VALUE ZEROES.
           77 IND-BOLSA       PIC 9(04) VALUE ZEROES.
           77 QTD-TURMAS      PIC 9(03) VALUE ZEROES.
           77 IND-TURMA       PIC 9(03) VALUE ZEROES.
           77 QTD-CAP         PIC 9(03) VALUE ZEROES.
           77 IND-CAP         PIC 9(03) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 TURMA-PESQ      PIC 9(03) VALUE ZEROES.
           77 TURMA-TEXTO     PIC X(20) VALUE SPACES.
           77 OCUPADAS        PIC 9(04) VALUE ZEROES.
           77 VALOR-TURMA     PIC 9(05)V99 VALUE ZEROES.
           77 VALOR-DESC      PIC 9(05)V99 VALUE ZEROES.
           77 PERC-W          PIC 9(03)V99 VALUE ZEROES.
           77 MOTIVO-W        PIC X(40) VALUE SPACES.
           77 CT-NOTAS        PIC 9(03) VALUE ZEROES.
           77 CT-MENS         PIC 9(03) VALUE ZEROES.
           77 CT-LIDOS        PIC 9(05) VALUE ZEROES.
           77 CT-TRANSF       PIC 9(05) VALUE ZEROES.
           77 CT-REJEIT       PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-ALUNOS.
           02 TAB-ALU OCCURS 2000 TIMES.
               03 TAB-REG-ALU.
                   04 TAB-TURMA-ALU  PIC 9(03).
                   04 TAB-CODIGO-ALU PIC 9(07).
                   04 TAB-NOME-ALU   PIC X(30).
                   04 TAB-NOTAS-ALU  PIC X(16).

       01 TABELA-NOTAS.
           02 TAB-NOTA OCCURS 5000 TIMES.
               03 TAB-REG-NOTA.
                   04 TAB-TURMA-NOTA  PIC 9(03).
                   04 TAB-CODIGO-NOTA PIC 9(07).
                   04 TAB-RESTO-NOTA  PIC X(19).

       01 TABELA-FREQUENCIA.
           02 TAB-FREQ OCCURS 2000 TIMES.
               03 TAB-REG-FREQ.
                   04 TAB-TURMA-FREQ  PIC 9(03).
                   04 TAB-CODIGO-FREQ PIC 9(07).
                   04 TAB-AULAS-FREQ  PIC 9(03).
                   04 TAB-FALTAS-FREQ PIC 9(03).

       01 TABELA-MENSALIDADES.
           02 TAB-MENS OCCURS 2000 TIMES.
               03 TAB-REG-MENS.
                   04 TAB-TURMA-M  PIC 9(03).
                   04 TAB-CODIGO-M PIC 9(07).
                   04 TAB-NOME-M   PIC X(30).
                   04 TAB-COMPET-M PIC 9(06).
                   04 TAB-VALOR-M  PIC 9(05)V99.
                   04 TAB-PAGO-M   PIC 9(05)V99.
                   04 TAB-SIT-M    PIC X(01).
                   04 TAB-VENC-M   PIC 9(08).

       01 TABELA-PRECOS.
           02 TAB-PRECO OCCURS 100 TIMES.
               03 TAB-TURMA-PRECO PIC 9(03).
               03 TAB-VALOR-PRECO PIC 9(05)V99.

       01 TABELA-BOLSAS.
           02 TAB-BOLSA OCCURS 2000 TIMES.
               03 TAB-CODIGO-BOLSA PIC 9(07).
               03 TAB-ANO-BOLSA    PIC 9(04).
               03 TAB-PERC-BOLSA   PIC 9(03)V99.

       01 TABELA-TURMAS.
           02 TAB-NUM-TURMA PIC 9(03) OCCURS 100 TIMES.

       01 TABELA-CAPACIDADES.
           02 TAB-CAP OCCURS 100 TIMES.
               03 TAB-TURMA-CAP PIC X(20).
               03 TAB-VAGAS-CAP PIC 9(04).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(27) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
                     "TRANSFERENCIAS DE TURMA PROCESSADAS".
           02 FILLER PIC X(27) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(07) VALUE "ALUNO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ORIG.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "DEST.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "EFETIVA EM".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "NOTAS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MENS.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "RESULTADO".
           02 FILLER PIC X(32) VALUE SPACES.

       01 DETALHE.
           02 CODIGO-REL  PIC 9(07).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 ORIGEM-REL  PIC 9(03).
           02 FILLER      PIC X(04) VALUE SPACES.
           02 DESTINO-REL PIC 9(03).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 DATA-REL    PIC X(10).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 NOTAS-REL   PIC ZZ9.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 MENS-REL    PIC ZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 MOTIVO-REL  PIC X(40).

       01 DATA-EDITADA.
           02 DIA-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ED PIC 9999.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZ.ZZ9.
           02 FILLER     PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-TRANSTUR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-NOTAS.
           PERFORM CARREGA-FREQUENCIA.
           PERFORM CARREGA-MENSALIDADES.
           PERFORM CARREGA-PRECOS.
           PERFORM CARREGA-BOLSAS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-CAPACIDADES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAL-GERAL.
           PERFORM GRAVA-ARQUIVOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           IF WS-STATUS-ALU NOT EQUAL "00"
              DISPLAY "CADALU.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ALUNO.
           PERFORM GUARDA-ALUNO UNTIL FIM-ARQ EQUAL "S".
           CLOSE CADALU.
           MOVE "N" TO FIM-ARQ.

       LER-ALUNO.
           READ CADALU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ALUNO.
           IF QTD-ALU LESS THAN 2000
              ADD 1 TO QTD-ALU
              MOVE REG-ALU TO TAB-REG-ALU(QTD-ALU)
           ELSE
              DISPLAY "CADALU.DAT EXCEDE A TABELA DE ALUNOS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ALUNO.

       CARREGA-NOTAS.
           OPEN INPUT NOTADISC.
           IF WS-STATUS-NOTA EQUAL "00"
              PERFORM LER-NOTA
              PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTADISC
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-NOTA.
           READ NOTADISC AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTA.
           IF QTD-NOTA LESS THAN 5000
              ADD 1 TO QTD-NOTA
              MOVE REG-NOTA TO TAB-REG-NOTA(QTD-NOTA)
           ELSE
              DISPLAY "NOTADISC.DAT EXCEDE A TABELA DE NOTAS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-NOTA.

       CARREGA-FREQUENCIA.
           OPEN INPUT FREQALU.
           IF WS-STATUS-FREQ EQUAL "00"
              PERFORM LER-FREQ
              PERFORM GUARDA-FREQ UNTIL FIM-ARQ EQUAL "S"
              CLOSE FREQALU
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FREQ.
           READ FREQALU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FREQ.
           IF QTD-FREQ LESS THAN 2000
              ADD 1 TO QTD-FREQ
              MOVE REG-FREQ TO TAB-REG-FREQ(QTD-FREQ)
           ELSE
              DISPLAY "TABELA DE FREQUENCIA ESGOTADA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FREQ.

       CARREGA-MENSALIDADES.
           OPEN INPUT MENSAB.
           IF WS-STATUS-MENS EQUAL "00"
              PERFORM LER-MENSALIDADE
              PERFORM GUARDA-MENSALIDADE UNTIL FIM-ARQ EQUAL "S"
              CLOSE MENSAB
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-MENSALIDADE.
           READ MENSAB AT END MOVE "S" TO FIM-ARQ.

       GUARDA-MENSALIDADE.
           IF QTD-MENS LESS THAN 2000
              ADD 1 TO QTD-MENS
              MOVE REG-MENS TO TAB-REG-MENS(QTD-MENS)
           ELSE
              DISPLAY "MENSAB.DAT EXCEDE A TABELA DE "
                      "MENSALIDADES - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MENSALIDADE.

       CARREGA-PRECOS.
           OPEN INPUT MENSPRECO.
           IF WS-STATUS-PRECO EQUAL "00"
              PERFORM LER-PRECO
              PERFORM GUARDA-PRECO UNTIL FIM-ARQ EQUAL "S"
              CLOSE MENSPRECO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PRECO.
           READ MENSPRECO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PRECO.
           IF QTD-PRECO LESS THAN 100
              ADD 1 TO QTD-PRECO
              MOVE TURMA-PRECO TO TAB-TURMA-PRECO(QTD-PRECO)
              MOVE VALOR-PRECO TO TAB-VALOR-PRECO(QTD-PRECO)
           END-IF.
           PERFORM LER-PRECO.

       CARREGA-BOLSAS.
           OPEN INPUT BOLSA.
           IF WS-STATUS-BOLSA EQUAL "00"
              PERFORM LER-BOLSA
              PERFORM GUARDA-BOLSA UNTIL FIM-ARQ EQUAL "S"
              CLOSE BOLSA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-BOLSA.
           READ BOLSA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-BOLSA.
           IF QTD-BOLSAS LESS THAN 2000
              ADD 1 TO QTD-BOLSAS
              MOVE CODIGO-BOLSA TO TAB-CODIGO-BOLSA(QTD-BOLSAS)
              MOVE ANO-BOLSA    TO TAB-ANO-BOLSA(QTD-BOLSAS)
              MOVE PERC-BOLSA   TO TAB-PERC-BOLSA(QTD-BOLSAS)
           END-IF.
           PERFORM LER-BOLSA.

       CARREGA-TURMAS.
           OPEN INPUT TURMMEST.
           IF WS-STATUS-TURMA NOT EQUAL "00"
              DISPLAY "TURMMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-TURMA.
           PERFORM GUARDA-TURMA UNTIL FIM-ARQ EQUAL "S".
           CLOSE TURMMEST.
           MOVE "N" TO FIM-ARQ.

       LER-TURMA.
           READ TURMMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TURMA.
           IF QTD-TURMAS LESS THAN 100
              ADD 1 TO QTD-TURMAS
              MOVE NUM-TURMA TO TAB-NUM-TURMA(QTD-TURMAS)
           END-IF.
           PERFORM LER-TURMA.

       CARREGA-CAPACIDADES.
           OPEN INPUT TURMACAP.
           IF WS-STATUS-CAP EQUAL "00"
              PERFORM LER-CAPACIDADE
              PERFORM GUARDA-CAPACIDADE UNTIL FIM-ARQ EQUAL "S"
              CLOSE TURMACAP
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CAPACIDADE.
           READ TURMACAP AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CAPACIDADE.
           IF QTD-CAP LESS THAN 100
              ADD 1 TO QTD-CAP
              MOVE TURMA-CAP TO TAB-TURMA-CAP(QTD-CAP)
              MOVE VAGAS-CAP TO TAB-VAGAS-CAP(QTD-CAP)
           END-IF.
           PERFORM LER-CAPACIDADE.

       INICIO.
           OPEN INPUT TRANSTRN.
           IF WS-STATUS-TRN NOT EQUAL "00"
              DISPLAY "TRANSTRN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND TRANSAUD.
           IF WS-STATUS-AUD EQUAL "35"
              OPEN OUTPUT TRANSAUD
           END-IF.
           OPEN OUTPUT REL-TRANSF.
           PERFORM LEITURA.

       LEITURA.
           READ TRANSTRN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-LIDOS
           END-IF.

       PRINCIPAL.
           MOVE SPACES TO MOTIVO-W.
           MOVE 0 TO CT-NOTAS CT-MENS.
           PERFORM VALIDA-TRANSFERENCIA.
           IF MOTIVO-W EQUAL SPACES
              PERFORM EFETUA-TRANSFERENCIA
              MOVE "TRANSFERIDO" TO MOTIVO-W
              ADD 1 TO CT-TRANSF
           ELSE
              ADD 1 TO CT-REJEIT
           END-IF.
           PERFORM IMPDET.
           PERFORM LEITURA.

       VALIDA-TRANSFERENCIA.
           IF CODIGO-TRN NOT NUMERIC OR ORIGEM-TRN NOT NUMERIC OR
              DESTINO-TRN NOT NUMERIC
              MOVE "TRANSACAO COM CAMPOS INVALIDOS" TO MOTIVO-W
           ELSE
              CALL "DATAVAL" USING DATA-TRN REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 MOVE "DATA EFETIVA INVALIDA" TO MOTIVO-W
              ELSE
                 MOVE DATA-TRN TO DATA-EFET
                 IF ORIGEM-TRN EQUAL DESTINO-TRN
                    MOVE "TURMA DE DESTINO IGUAL A DE ORIGEM"
                         TO MOTIVO-W
                 ELSE
                    PERFORM VALIDA-TURMAS
                 END-IF
              END-IF
           END-IF.

       VALIDA-TURMAS.
           MOVE ORIGEM-TRN TO TURMA-PESQ.
           PERFORM PESQUISA-ALUNO.
           IF ACHEI EQUAL "N"
              MOVE "ALUNO NAO ESTA NA TURMA DE ORIGEM" TO MOTIVO-W
           ELSE
              MOVE IND-ALU TO IND-ORIGEM
              MOVE DESTINO-TRN TO TURMA-PESQ
              PERFORM PESQUISA-ALUNO
              IF ACHEI EQUAL "S"
                 MOVE "ALUNO JA ESTA NA TURMA DE DESTINO" TO MOTIVO-W
              ELSE
                 PERFORM PESQUISA-TURMA
                 IF ACHEI EQUAL "N"
                    MOVE "TURMA DE DESTINO NAO CADASTRADA" TO MOTIVO-W
                 ELSE
                    PERFORM VERIFICA-VAGAS
                 END-IF
              END-IF
           END-IF.

       PESQUISA-ALUNO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ALU.
           PERFORM TESTA-ALUNO UNTIL IND-ALU GREATER THAN QTD-ALU
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-ALU
           END-IF.

       TESTA-ALUNO.
           IF TAB-TURMA-ALU(IND-ALU) EQUAL TURMA-PESQ AND
              TAB-CODIGO-ALU(IND-ALU) EQUAL CODIGO-TRN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ALU.

       PESQUISA-TURMA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-TURMA.
           PERFORM TESTA-TURMA UNTIL IND-TURMA GREATER THAN
                   QTD-TURMAS OR ACHEI EQUAL "S".

       TESTA-TURMA.
           IF TAB-NUM-TURMA(IND-TURMA) EQUAL DESTINO-TRN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-TURMA.

       VERIFICA-VAGAS.
           MOVE DESTINO-TRN TO TURMA-TEXTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CAP.
           PERFORM TESTA-CAPACIDADE UNTIL IND-CAP GREATER THAN
                   QTD-CAP OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CAP
              MOVE 0 TO OCUPADAS
              MOVE 1 TO IND-ALU
              PERFORM CONTA-OCUPADA UNTIL IND-ALU GREATER THAN QTD-ALU
              IF OCUPADAS NOT LESS THAN TAB-VAGAS-CAP(IND-CAP)
                 MOVE "TURMA DE DESTINO SEM VAGAS" TO MOTIVO-W
              END-IF
           END-IF.

       TESTA-CAPACIDADE.
           IF TAB-TURMA-CAP(IND-CAP) EQUAL TURMA-TEXTO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CAP.

       CONTA-OCUPADA.
           IF TAB-TURMA-ALU(IND-ALU) EQUAL DESTINO-TRN
              ADD 1 TO OCUPADAS
           END-IF.
           ADD 1 TO IND-ALU.

       EFETUA-TRANSFERENCIA.
           MOVE DESTINO-TRN TO TAB-TURMA-ALU(IND-ORIGEM).
           MOVE 1 TO IND-NOTA.
           PERFORM TRANSFERE-NOTA UNTIL IND-NOTA GREATER THAN
                   QTD-NOTA.
           PERFORM TRANSFERE-FREQUENCIA.
           PERFORM PESQUISA-PRECO.
           MOVE 1 TO IND-MENS.
           PERFORM REPRECIFICA-MENSALIDADE UNTIL IND-MENS GREATER
                   THAN QTD-MENS.
           PERFORM GRAVA-AUDITORIA.

       TRANSFERE-NOTA.
           IF TAB-TURMA-NOTA(IND-NOTA) EQUAL ORIGEM-TRN AND
              TAB-CODIGO-NOTA(IND-NOTA) EQUAL CODIGO-TRN
              MOVE DESTINO-TRN TO TAB-TURMA-NOTA(IND-NOTA)
              ADD 1 TO CT-NOTAS
           END-IF.
           ADD 1 TO IND-NOTA.

       TRANSFERE-FREQUENCIA.
           MOVE 0 TO IND-FREQ-DEST.
           MOVE 1 TO IND-FREQ.
           PERFORM TESTA-FREQ-DESTINO UNTIL IND-FREQ GREATER THAN
                   QTD-FREQ.
           MOVE 1 TO IND-FREQ.
           PERFORM TRANSFERE-FREQ-ITEM UNTIL IND-FREQ GREATER THAN
                   QTD-FREQ.

       TESTA-FREQ-DESTINO.
           IF TAB-TURMA-FREQ(IND-FREQ) EQUAL DESTINO-TRN AND
              TAB-CODIGO-FREQ(IND-FREQ) EQUAL CODIGO-TRN
              MOVE IND-FREQ TO IND-FREQ-DEST
           END-IF.
           ADD 1 TO IND-FREQ.

       TRANSFERE-FREQ-ITEM.
           IF TAB-TURMA-FREQ(IND-FREQ) EQUAL ORIGEM-TRN AND
              TAB-CODIGO-FREQ(IND-FREQ) EQUAL CODIGO-TRN
              IF IND-FREQ-DEST EQUAL 0
                 MOVE DESTINO-TRN TO TAB-TURMA-FREQ(IND-FREQ)
                 MOVE IND-FREQ TO IND-FREQ-DEST
              ELSE
                 ADD TAB-AULAS-FREQ(IND-FREQ)
                     TO TAB-AULAS-FREQ(IND-FREQ-DEST)
                 ADD TAB-FALTAS-FREQ(IND-FREQ)
                     TO TAB-FALTAS-FREQ(IND-FREQ-DEST)
                 MOVE 0 TO TAB-AULAS-FREQ(IND-FREQ)
                           TAB-FALTAS-FREQ(IND-FREQ)
              END-IF
           END-IF.
           ADD 1 TO IND-FREQ.

       PESQUISA-PRECO.
           MOVE 0 TO VALOR-TURMA.
           MOVE 1 TO IND-PRECO.
           PERFORM TESTA-PRECO UNTIL IND-PRECO GREATER THAN
                   QTD-PRECO.

       TESTA-PRECO.
           IF TAB-TURMA-PRECO(IND-PRECO) EQUAL DESTINO-TRN
              MOVE TAB-VALOR-PRECO(IND-PRECO) TO VALOR-TURMA
           END-IF.
           IF TAB-TURMA-PRECO(IND-PRECO) EQUAL ZEROES AND
              VALOR-TURMA EQUAL ZEROES
              MOVE TAB-VALOR-PRECO(IND-PRECO) TO VALOR-TURMA
           END-IF.
           ADD 1 TO IND-PRECO.

       REPRECIFICA-MENSALIDADE.
           IF TAB-CODIGO-M(IND-MENS) EQUAL CODIGO-TRN AND
              TAB-SIT-M(IND-MENS) EQUAL "A" AND
              TAB-VENC-M(IND-MENS) NOT LESS THAN DATA-EFET
              MOVE DESTINO-TRN TO TAB-TURMA-M(IND-MENS)
              IF TAB-PAGO-M(IND-MENS) EQUAL 0 AND
                 VALOR-TURMA GREATER THAN 0
                 MOVE VALOR-TURMA TO TAB-VALOR-M(IND-MENS)
                 PERFORM PESQUISA-BOLSA
                 IF PERC-W GREATER THAN 0
                    COMPUTE VALOR-DESC ROUNDED = VALOR-TURMA * PERC-W
                            / 100
                    SUBTRACT VALOR-DESC FROM TAB-VALOR-M(IND-MENS)
                 END-IF
                 ADD 1 TO CT-MENS
              END-IF
           END-IF.
           ADD 1 TO IND-MENS.

       PESQUISA-BOLSA.
           MOVE 0 TO PERC-W.
           MOVE 1 TO IND-BOLSA.
           PERFORM TESTA-BOLSA UNTIL IND-BOLSA GREATER THAN
                   QTD-BOLSAS.

       TESTA-BOLSA.
           IF TAB-CODIGO-BOLSA(IND-BOLSA) EQUAL CODIGO-TRN AND
              TAB-ANO-BOLSA(IND-BOLSA) EQUAL
              TAB-COMPET-M(IND-MENS)(1:4)
              MOVE TAB-PERC-BOLSA(IND-BOLSA) TO PERC-W
           END-IF.
           ADD 1 TO IND-BOLSA.

       GRAVA-AUDITORIA.
           MOVE CODIGO-TRN                TO CODIGO-AUD.
           MOVE TAB-NOME-ALU(IND-ORIGEM)  TO NOME-AUD.
           MOVE ORIGEM-TRN                TO ORIGEM-AUD.
           MOVE DESTINO-TRN               TO DESTINO-AUD.
           MOVE DATA-EFET                 TO DATA-EFET-AUD.
           MOVE DATA-HOJE                 TO DATA-PROC-AUD.
           MOVE CT-NOTAS                  TO QTD-NOTAS-AUD.
           MOVE CT-MENS                   TO QTD-MENS-AUD.
           WRITE REG-AUD.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE CODIGO-TRN  TO CODIGO-REL.
           MOVE ORIGEM-TRN  TO ORIGEM-REL.
           MOVE DESTINO-TRN TO DESTINO-REL.
           IF DATA-TRN NUMERIC
              MOVE DATA-TRN(7:2) TO DIA-ED
              MOVE DATA-TRN(5:2) TO MES-ED
              MOVE DATA-TRN(1:4) TO ANO-ED
              MOVE DATA-EDITADA  TO DATA-REL
           ELSE
              MOVE DATA-TRN TO DATA-REL
           END-IF.
           MOVE CT-NOTAS    TO NOTAS-REL.
           MOVE CT-MENS     TO MENS-REL.
           MOVE MOTIVO-W    TO MOTIVO-REL.
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

       TOTAL-GERAL.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "TRANSACOES LIDAS" TO DESCR-QTD.
           MOVE CT-LIDOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "TRANSFERENCIAS EFETUADAS" TO DESCR-QTD.
           MOVE CT-TRANSF TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "TRANSFERENCIAS REJEITADAS" TO DESCR-QTD.
           MOVE CT-REJEIT TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.

       GRAVA-ARQUIVOS.
           IF CT-TRANSF GREATER THAN 0
              OPEN OUTPUT CADALU
              MOVE 1 TO IND-ALU
              PERFORM GRAVA-ALUNO UNTIL IND-ALU GREATER THAN QTD-ALU
              CLOSE CADALU
              OPEN OUTPUT NOTADISC
              MOVE 1 TO IND-NOTA
              PERFORM GRAVA-NOTA UNTIL IND-NOTA GREATER THAN QTD-NOTA
              CLOSE NOTADISC
              OPEN OUTPUT FREQALU
              MOVE 1 TO IND-FREQ
              PERFORM GRAVA-FREQ UNTIL IND-FREQ GREATER THAN QTD-FREQ
              CLOSE FREQALU
              OPEN OUTPUT MENSAB
              MOVE 1 TO IND-MENS
              PERFORM GRAVA-MENSALIDADE UNTIL IND-MENS GREATER THAN
                      QTD-MENS
              CLOSE MENSAB
           END-IF.

       GRAVA-ALUNO.
           WRITE REG-ALU FROM TAB-REG-ALU(IND-ALU).
           ADD 1 TO IND-ALU.

       GRAVA-NOTA.
           WRITE REG-NOTA FROM TAB-REG-NOTA(IND-NOTA).
           ADD 1 TO IND-NOTA.

       GRAVA-FREQ.
           IF TAB-AULAS-FREQ(IND-FREQ) GREATER THAN 0 OR
              TAB-FALTAS-FREQ(IND-FREQ) GREATER THAN 0
              WRITE REG-FREQ FROM TAB-REG-FREQ(IND-FREQ)
           END-IF.
           ADD 1 TO IND-FREQ.

       GRAVA-MENSALIDADE.
           WRITE REG-MENS FROM TAB-REG-MENS(IND-MENS).
           ADD 1 TO IND-MENS.

       FIM.
           DISPLAY "TRANSACOES LIDAS         : " CT-LIDOS.
           DISPLAY "TRANSFERENCIAS EFETUADAS : " CT-TRANSF.
           DISPLAY "TRANSFERENCIAS REJEITADAS: " CT-REJEIT.
           CLOSE TRANSTRN TRANSAUD REL-TRANSF.
