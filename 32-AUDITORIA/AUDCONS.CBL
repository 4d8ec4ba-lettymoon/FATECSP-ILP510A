       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDCONS.
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
           SELECT PARMAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT AUDGERAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDG.
           SELECT REL-AUDG ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMAUD.DAT".
       01 REG-PARM.
           02 ENTIDADE-PARM  PIC X(10).
           02 CHAVE-PARM     PIC X(20).
           02 OPERADOR-PARM  PIC X(20).
           02 PROGRAMA-PARM  PIC X(08).
           02 DATA-INI-PARM  PIC X(08).
           02 DATA-FIM-PARM  PIC X(08).

       FD AUDGERAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDGERAL.DAT".
       01 REG-AUDG.
           02 DATA-AUDG     PIC 9(08).
           02 HORA-AUDG     PIC 9(08).
           02 OPERADOR-AUDG PIC X(20).
           02 PROGRAMA-AUDG PIC X(08).
           02 ENTIDADE-AUDG PIC X(10).
           02 CHAVE-AUDG    PIC X(20).
           02 ACAO-AUDG     PIC X(10).
           02 ANTES-AUDG    PIC X(40).
           02 DEPOIS-AUDG   PIC X(40).
           02 ORIGEM-AUDG   PIC X(12).

       FD REL-AUDG
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       SD TRAB.
       01 REG-TRAB.
           02 OPERADOR-TRAB PIC X(20).
           02 ACAO-TRAB     PIC X(10).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 FIM-SORT       PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-AUDG PIC X(02).
           77 ENTIDADE-SEL   PIC X(10) VALUE SPACES.
           77 CHAVE-SEL      PIC X(20) VALUE SPACES.
           77 OPERADOR-SEL   PIC X(20) VALUE SPACES.
           77 PROGRAMA-SEL   PIC X(08) VALUE SPACES.
           77 DATA-INI-SEL   PIC 9(08) VALUE ZEROES.
           77 DATA-FIM-SEL   PIC 9(08) VALUE 99999999.
           77 DATA-TESTE     PIC X(08) VALUE SPACES.
           77 REGRA-FUTURO   PIC X(01) VALUE "N".
           77 RESULTADO-DATA PIC X(02) VALUE SPACES.
           77 SELECIONADO    PIC X(01) VALUE "N".
           77 OPERADOR-ATUAL PIC X(20) VALUE SPACES.
           77 ACAO-ATUAL     PIC X(10) VALUE SPACES.
           77 TEM-GRUPO      PIC X(01) VALUE "N".
           77 CT-LIDOS       PIC 9(07) VALUE ZEROES.
           77 CT-SELECIONADOS PIC 9(07) VALUE ZEROES.
           77 CT-ACAO        PIC 9(07) VALUE ZEROES.
           77 CT-OPERADOR    PIC 9(07) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(31) VALUE
              "TRILHA DE AUDITORIA CONSOLIDADA".
           02 FILLER  PIC X(39) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "HORA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "OPERADOR".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "PROGRAMA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "ENTIDADE".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "CHAVE".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "ACAO".
           02 FILLER PIC X(18) VALUE SPACES.
       01 CAB-02-TOT.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(31) VALUE
              "TOTAIS POR OPERADOR E POR ACAO".
           02 FILLER  PIC X(39) VALUE SPACES.
       01 CAB-03-TOT.
           02 FILLER PIC X(20) VALUE "OPERADOR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "ACAO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "QUANTIDADE".
           02 FILLER PIC X(62) VALUE SPACES.

       01 LINHA-FILTRO.
           02 FILLER         PIC X(09) VALUE "FILTROS: ".
           02 FILLER         PIC X(04) VALUE "ENT ".
           02 ENTIDADE-FREL  PIC X(10).
           02 FILLER         PIC X(07) VALUE " CHAVE ".
           02 CHAVE-FREL     PIC X(20).
           02 FILLER         PIC X(06) VALUE " OPER ".
           02 OPERADOR-FREL  PIC X(20).
           02 FILLER         PIC X(06) VALUE " PROG ".
           02 PROGRAMA-FREL  PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 DATA-INI-FREL  PIC 9(08).
           02 FILLER         PIC X(03) VALUE " A ".
           02 DATA-FIM-FREL  PIC 9(08).

       01 DETALHE.
           02 DATA-REL.
               03 DIA-REL    PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 MES-REL    PIC 9(02).
               03 FILLER     PIC X(01) VALUE "/".
               03 ANO-REL    PIC 9(04).
           02 DATA-REL-X REDEFINES DATA-REL PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 HORA-REL.
               03 HH-REL     PIC 9(02).
               03 FILLER     PIC X(01) VALUE ":".
               03 MM-REL     PIC 9(02).
               03 FILLER     PIC X(01) VALUE ":".
               03 SS-REL     PIC 9(02).
           02 HORA-REL-X REDEFINES HORA-REL PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 OPERADOR-REL   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 PROGRAMA-REL   PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ENTIDADE-REL   PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 CHAVE-REL      PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 ACAO-REL       PIC X(10).
           02 FILLER         PIC X(18) VALUE SPACES.

       01 DETALHE-VALORES.
           02 FILLER         PIC X(11) VALUE SPACES.
           02 FILLER         PIC X(04) VALUE "DE: ".
           02 ANTES-REL      PIC X(40).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(06) VALUE "PARA: ".
           02 DEPOIS-REL     PIC X(40).
           02 FILLER         PIC X(07) VALUE SPACES.

       01 DETALHE-TOT.
           02 OPERADOR-TREL  PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 ACAO-TREL      PIC X(10).
           02 FILLER         PIC X(06) VALUE SPACES.
           02 QTD-TREL       PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(63) VALUE SPACES.

       01 DETALHE-TOT-OPER.
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "TOTAL OPERADOR".
           02 QTD-OPER-TREL  PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(63) VALUE SPACES.

       01 DETALHE-TOT-GERAL.
           02 FILLER         PIC X(22) VALUE SPACES.
           02 FILLER         PIC X(16) VALUE "TOTAL GERAL".
           02 QTD-GERAL-TREL PIC Z.ZZZ.ZZ9.
           02 FILLER         PIC X(63) VALUE SPACES.

       01 RESUMO-01.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(40) VALUE
                      "NENHUM REGISTRO ATENDE AOS FILTROS.".
           02 FILLER         PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-AUDCONS.
           PERFORM CARREGA-PARAMETROS.
           PERFORM VERIFICA-ENTRADA.
           OPEN OUTPUT REL-AUDG.
           SORT TRAB
                ASCENDING OPERADOR-TRAB
                ASCENDING ACAO-TRAB
                INPUT PROCEDURE LISTA-AUDITORIA
                OUTPUT PROCEDURE IMPRIME-TOTAIS.
           CLOSE REL-AUDG.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMAUD.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMAUD.DAT NAO ENCONTRADO - SEM FILTROS"
           ELSE
              READ PARMAUD
                  NOT AT END
                      MOVE ENTIDADE-PARM TO ENTIDADE-SEL
                      MOVE CHAVE-PARM    TO CHAVE-SEL
                      MOVE OPERADOR-PARM TO OPERADOR-SEL
                      MOVE PROGRAMA-PARM TO PROGRAMA-SEL
                      PERFORM VALIDA-PERIODO
              END-READ
              CLOSE PARMAUD
           END-IF.

       VALIDA-PERIODO.
           IF DATA-INI-PARM NOT EQUAL SPACES
              MOVE DATA-INI-PARM TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 DISPLAY "DATA INICIAL INVALIDA EM PARMAUD - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE DATA-INI-PARM TO DATA-INI-SEL
           END-IF.
           IF DATA-FIM-PARM NOT EQUAL SPACES
              MOVE DATA-FIM-PARM TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
              IF RESULTADO-DATA NOT EQUAL "00"
                 DISPLAY "DATA FINAL INVALIDA EM PARMAUD - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE DATA-FIM-PARM TO DATA-FIM-SEL
           END-IF.
           IF DATA-INI-SEL GREATER THAN DATA-FIM-SEL
              DISPLAY "PERIODO INVALIDO EM PARMAUD - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       VERIFICA-ENTRADA.
           OPEN INPUT AUDGERAL.
           IF WS-STATUS-AUDG NOT EQUAL "00"
              DISPLAY "AUDGERAL.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE AUDGERAL.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       CABECALHO-TOTAIS.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02-TOT AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03-TOT AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "REGISTROS LIDOS       : " CT-LIDOS.
           DISPLAY "REGISTROS SELECIONADOS: " CT-SELECIONADOS.

       LISTA-AUDITORIA SECTION.
           OPEN INPUT AUDGERAL.
           PERFORM CABECALHO.
           MOVE ENTIDADE-SEL TO ENTIDADE-FREL.
           MOVE CHAVE-SEL    TO CHAVE-FREL.
           MOVE OPERADOR-SEL TO OPERADOR-FREL.
           MOVE PROGRAMA-SEL TO PROGRAMA-FREL.
           MOVE DATA-INI-SEL TO DATA-INI-FREL.
           MOVE DATA-FIM-SEL TO DATA-FIM-FREL.
           WRITE REG-ATR FROM LINHA-FILTRO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-AUDITORIA.
           PERFORM SELECIONA-REGISTRO UNTIL FIM-ARQ EQUAL "S".
           IF CT-SELECIONADOS EQUAL ZEROES
              WRITE REG-ATR FROM RESUMO-01 AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE AUDGERAL.

       ROTINAS-LISTAGEM SECTION.

       LER-AUDITORIA.
           READ AUDGERAL AT END MOVE "S" TO FIM-ARQ.

       SELECIONA-REGISTRO.
           ADD 1 TO CT-LIDOS.
           MOVE "S" TO SELECIONADO.
           IF ENTIDADE-SEL NOT EQUAL SPACES AND
              ENTIDADE-AUDG NOT EQUAL ENTIDADE-SEL
              MOVE "N" TO SELECIONADO
           END-IF.
           IF CHAVE-SEL NOT EQUAL SPACES AND
              CHAVE-AUDG NOT EQUAL CHAVE-SEL
              MOVE "N" TO SELECIONADO
           END-IF.
           IF OPERADOR-SEL NOT EQUAL SPACES AND
              OPERADOR-AUDG NOT EQUAL OPERADOR-SEL
              MOVE "N" TO SELECIONADO
           END-IF.
           IF PROGRAMA-SEL NOT EQUAL SPACES AND
              PROGRAMA-AUDG NOT EQUAL PROGRAMA-SEL
              MOVE "N" TO SELECIONADO
           END-IF.
           IF DATA-AUDG LESS THAN DATA-INI-SEL OR
              DATA-AUDG GREATER THAN DATA-FIM-SEL
              MOVE "N" TO SELECIONADO
           END-IF.
           IF SELECIONADO EQUAL "S"
              ADD 1 TO CT-SELECIONADOS
              PERFORM IMPRIME-DETALHE
              MOVE OPERADOR-AUDG TO OPERADOR-TRAB
              MOVE ACAO-AUDG     TO ACAO-TRAB
              RELEASE REG-TRAB
           END-IF.
           PERFORM LER-AUDITORIA.

       IMPRIME-DETALHE.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           IF DATA-AUDG EQUAL ZEROES
              MOVE "SEM DATA" TO DATA-REL-X
           ELSE
              MOVE DATA-AUDG(7:2) TO DIA-REL
              MOVE DATA-AUDG(5:2) TO MES-REL
              MOVE DATA-AUDG(1:4) TO ANO-REL
           END-IF.
           IF HORA-AUDG EQUAL ZEROES
              MOVE SPACES TO HORA-REL-X
           ELSE
              MOVE HORA-AUDG(1:2) TO HH-REL
              MOVE HORA-AUDG(3:2) TO MM-REL
              MOVE HORA-AUDG(5:2) TO SS-REL
           END-IF.
           MOVE OPERADOR-AUDG TO OPERADOR-REL.
           MOVE PROGRAMA-AUDG TO PROGRAMA-REL.
           MOVE ENTIDADE-AUDG TO ENTIDADE-REL.
           MOVE CHAVE-AUDG    TO CHAVE-REL.
           MOVE ACAO-AUDG     TO ACAO-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           IF ANTES-AUDG NOT EQUAL SPACES OR
              DEPOIS-AUDG NOT EQUAL SPACES
              MOVE ANTES-AUDG  TO ANTES-REL
              MOVE DEPOIS-AUDG TO DEPOIS-REL
              WRITE REG-ATR FROM DETALHE-VALORES AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       IMPRIME-TOTAIS SECTION.
           PERFORM CABECALHO-TOTAIS.
           MOVE "N" TO FIM-SORT.
           PERFORM LEITURA-TRAB.
           PERFORM TOTALIZA UNTIL FIM-SORT EQUAL "S".
           IF TEM-GRUPO EQUAL "S"
              PERFORM QUEBRA-ACAO
              PERFORM QUEBRA-OPERADOR
           END-IF.
           MOVE CT-SELECIONADOS TO QTD-GERAL-TREL.
           WRITE REG-ATR FROM DETALHE-TOT-GERAL AFTER ADVANCING 2 LINES.

       ROTINAS-TOTAIS SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-SORT.

       TOTALIZA.
           IF TEM-GRUPO EQUAL "S"
              IF OPERADOR-TRAB NOT EQUAL OPERADOR-ATUAL
                 PERFORM QUEBRA-ACAO
                 PERFORM QUEBRA-OPERADOR
              ELSE
                 IF ACAO-TRAB NOT EQUAL ACAO-ATUAL
                    PERFORM QUEBRA-ACAO
                 END-IF
              END-IF
           END-IF.
           MOVE "S" TO TEM-GRUPO.
           MOVE OPERADOR-TRAB TO OPERADOR-ATUAL.
           MOVE ACAO-TRAB     TO ACAO-ATUAL.
           ADD 1 TO CT-ACAO.
           PERFORM LEITURA-TRAB.

       QUEBRA-ACAO.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO-TOTAIS
           END-IF.
           IF CT-OPERADOR EQUAL ZEROES
              MOVE OPERADOR-ATUAL TO OPERADOR-TREL
           ELSE
              MOVE SPACES TO OPERADOR-TREL
           END-IF.
           MOVE ACAO-ATUAL TO ACAO-TREL.
           MOVE CT-ACAO    TO QTD-TREL.
           WRITE REG-ATR FROM DETALHE-TOT AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD CT-ACAO TO CT-OPERADOR.
           MOVE ZEROES TO CT-ACAO.

       QUEBRA-OPERADOR.
           MOVE CT-OPERADOR TO QTD-OPER-TREL.
           WRITE REG-ATR FROM DETALHE-TOT-OPER AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.
           MOVE ZEROES TO CT-OPERADOR.
