       SELECT CONTABIL ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-CONT.
       SELECT FUNCMEST ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-FUNC.
       SELECT FOLHAREJ ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FGTSMOV ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-FGTS.
       SELECT ADIANTA ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-ADTO.
       SELECT DEPEND ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-DEP.
       SELECT PONTOAPR ASSIGN TO DISK
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUS-PONTO.

       DATA DIVISION.

           02 TIPO-DTIP  PIC 9(02).
           02 DESCR-DTIP PIC X(20).
           02 TETO-DTIP  PIC 9(05)V99.
           02 FILLER     PIC X(07).

       FD REL-DED
           LABEL RECORD IS OMITTED.

       01 REG-CONT PIC X(34).

       FD FUNCMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCMEST.DAT".

       01 REG-FUNC.
           02 COD-FUNC       PIC 9(05).
           02 NOME-FUNC      PIC X(30).
           02 CPF-FUNC       PIC 9(11).
           02 PIS-FUNC       PIC 9(11).
           02 DATA-ADM-FUNC  PIC 9(08).
           02 CARGO-FUNC     PIC X(20).
           02 BANCO-FUNC     PIC 9(03).
           02 AGENCIA-FUNC   PIC 9(05).
           02 CONTA-FUNC     PIC X(12).
           02 SIT-FUNC       PIC X(01).
           02 DATA-DESL-FUNC PIC 9(08).
           02 FILLER         PIC X(06).

       FD FOLHAREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAREJ.DAT".

       01 REG-FOLHA-REJ.
           02 IMAGEM-REJ    PIC X(55).
           02 MOTIVO-REJ    PIC X(30).

       FD FGTSMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSMOV.DAT".

       01 REG-FGTS.
           02 COD-FGTS      PIC 9(05).
           02 COMPET-FGTS   PIC 9(06).
           02 ORIGEM-FGTS   PIC X(01).
           02 BASE-FGTS     PIC 9(07)V99.
           02 VALOR-FGTS    PIC 9(07)V99.

       FD ADIANTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANTA.DAT".

       01 REG-ADTO.
           02 COD-ADTO      PIC 9(05).
           02 COMPET-ADTO   PIC 9(06).
           02 VALOR-ADTO    PIC 9(07)V99.
           02 DATA-ADTO     PIC 9(08).

       FD DEPEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".

       01 REG-DEP.
           02 COD-FUNC-DEP  PIC 9(05).
           02 SEQ-DEP       PIC 9(02).
           02 NOME-DEP      PIC X(30).
           02 DATA-NASC-DEP PIC 9(08).
           02 PARENT-DEP    PIC X(01).
           02 IR-DEP        PIC X(01).
           02 SF-DEP        PIC X(01).
           02 FILLER        PIC X(12).

       FD PONTOAPR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOAPR.DAT".

       01 REG-APR.
           02 COD-APR       PIC 9(05).
           02 COMPET-APR    PIC 9(06).
           02 HORAS-NOR-APR PIC 9(03)V99.
           02 HORAS-50-APR  PIC 9(03)V99.
           02 HORAS-100-APR PIC 9(03)V99.
           02 OCORR-APR     PIC 9(03).
           02 SIT-APR       PIC X(01).
           02 FILLER        PIC X(10).

       SD TRAB.

       01 REG-TRAB.
           77 FLAG-01          PIC 9(01) VALUE 1.
           77 VALOR-HORA       PIC 9(05)V9999.
           77 PAG-EXTRA        PIC 9(07)V99.
           77 PAG-EXTRA-100    PIC 9(07)V99.
           77 INSS-TRAB        PIC 9(07)V99.
           77 IRRF-TRAB        PIC 9(07)V99.
           77 BASE-IRRF        PIC 9(07)V99.
           77 SEC-LIQ          PIC 9(09)V99 VALUE ZEROES.
           77 CT-LANC-CONT     PIC 9(04) VALUE ZEROES.
           77 TOTAL-LIQ-CONT   PIC 9(12)V99 VALUE ZEROES.
           77 WS-STATUS-FUNC   PIC X(02).
           77 QTD-FUNC         PIC 9(04) VALUE ZEROES.
           77 IND-FUNC         PIC 9(04) VALUE ZEROES.
           77 ACHEI-FUNC       PIC X(01) VALUE "N".
           77 COD-PESQ-FUNC    PIC 9(05) VALUE ZEROES.
           77 CT-REJ-FUNC      PIC 9(05) VALUE ZEROES.
           77 WS-STATUS-FGTS   PIC X(02).
           77 FGTS-PERC        PIC 9V9999 VALUE 0,0800.
           77 FGTS-TRAB        PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-FGTS       PIC 9(12)V99 VALUE ZEROES.
           77 SEC-FGTS         PIC 9(09)V99 VALUE ZEROES.
           77 WS-STATUS-ADTO   PIC X(02).
           77 QTD-ADTO         PIC 9(04) VALUE ZEROES.
           77 IND-ADTO         PIC 9(04) VALUE ZEROES.
           77 ACHEI-ADTO       PIC X(01) VALUE "N".
           77 ADIANT-TRAB      PIC 9(07)V99 VALUE ZEROES.
           77 SEC-ADTO         PIC 9(09)V99 VALUE ZEROES.
           77 TOTAL-ADIANT     PIC 9(12)V99 VALUE ZEROES.
           77 CT-ADTO-LIMITADO PIC 9(05) VALUE ZEROES.
           77 WS-STATUS-DEP    PIC X(02).
           77 QTD-DEP          PIC 9(04) VALUE ZEROES.
           77 IND-DEP          PIC 9(04) VALUE ZEROES.
           77 QTD-DEP-IR       PIC 9(02) VALUE ZEROES.
           77 QTD-DEP-SF       PIC 9(02) VALUE ZEROES.
           77 DEDUCAO-DEP      PIC 9(03)V99 VALUE 189,59.
           77 DEDUCAO-TOTAL    PIC 9(07)V99 VALUE ZEROES.
           77 SF-LIMITE        PIC 9(07)V99 VALUE 1819,26.
           77 SF-VALOR         PIC 9(03)V99 VALUE 62,04.
           77 SF-IDADE         PIC 9(02) VALUE 14.
           77 ANO-LIMITE-SF    PIC 9(04) VALUE ZEROES.
           77 DATA-LIMITE-SF   PIC 9(08) VALUE ZEROES.
           77 SAL-FAMILIA      PIC 9(07)V99 VALUE ZEROES.
           77 SEC-SALFAM       PIC 9(09)V99 VALUE ZEROES.
           77 TOTAL-SALFAM     PIC 9(12)V99 VALUE ZEROES.
           77 WS-STATUS-PONTO  PIC X(02).
           77 TEM-PONTO        PIC X(01) VALUE "N".
           77 QTD-PONTO        PIC 9(04) VALUE ZEROES.
           77 QTD-PONTO-PEND   PIC 9(04) VALUE ZEROES.
           77 IND-PONTO        PIC 9(04) VALUE ZEROES.
           77 ACHEI-PONTO      PIC X(01) VALUE "N".
           77 HORAS-50-TRAB    PIC 9(03)V99 VALUE ZEROES.
           77 HORAS-100-TRAB   PIC 9(03)V99 VALUE ZEROES.

       01 TRAILER-YTD.
           02 FILLER        PIC 9(04) VALUE 9999.
               03 TAB-VALOR-DEDT PIC 9(05)V99.
               03 TAB-REFER-DEDT PIC X(20).

       01 TABELA-ADIANTAMENTOS.
           02 TAB-ADTO OCCURS 2000 TIMES.
               03 TAB-COD-ADTO   PIC 9(05).
               03 TAB-VALOR-ADTO PIC 9(07)V99.

       01 TABELA-PONTO.
           02 TAB-PONTO OCCURS 2000 TIMES.
               03 TAB-COD-PONTO  PIC 9(05).
               03 TAB-H50-PONTO  PIC 9(03)V99.
               03 TAB-H100-PONTO PIC 9(03)V99.

       01 TABELA-DEPENDENTES.
           02 TAB-DEP OCCURS 5000 TIMES.
               03 TAB-COD-DEP    PIC 9(05).
               03 TAB-NASC-DEP   PIC 9(08).
               03 TAB-PARENT-DEP PIC X(01).
               03 TAB-IR-DEP     PIC X(01).
               03 TAB-SF-DEP     PIC X(01).

       01 TABELA-DEDTIPO.
           02 TAB-DTIP OCCURS 20 TIMES.
               03 TAB-TIPO-DTIP  PIC 9(02).
           02 FILLER        PIC X(01) VALUE SPACES.
           02 OBS-DED-REL   PIC X(11).

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC     PIC 9(05).
               03 TAB-NOME-FUNC    PIC X(30).
               03 TAB-CPF-FUNC     PIC 9(11).
               03 TAB-PIS-FUNC     PIC 9(11).
               03 TAB-ADM-FUNC     PIC 9(08).
               03 TAB-CARGO-FUNC   PIC X(20).
               03 TAB-SIT-FUNC     PIC X(01).

       01 TABELA-YTD.
           02 TAB-YTD OCCURS 500 TIMES.
               03 TAB-COD-YTD   PIC 9(05).
           02 FILLER      PIC X(07) VALUE " SECAO ".
           02 CC-SEC      PIC X(01).
           02 FILLER      PIC X(19) VALUE SPACES.
       01 CC-04.
           02 FILLER      PIC X(05) VALUE "CPF: ".
           02 CC-CPF      PIC 9(11).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 FILLER      PIC X(05) VALUE "PIS: ".
           02 CC-PIS      PIC 9(11).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 FILLER      PIC X(07) VALUE "CARGO: ".
           02 CC-CARGO    PIC X(20).
           02 FILLER      PIC X(15) VALUE SPACES.
       01 CC-05.
           02 FILLER      PIC X(20) VALUE "DEPENDENTES IR:     ".
           02 CC-DEP-IR   PIC Z9.
           02 FILLER      PIC X(05) VALUE SPACES.
           02 FILLER      PIC X(26) VALUE
                          "DEPENDENTES SAL-FAMILIA:  ".
           02 CC-DEP-SF   PIC Z9.
           02 FILLER      PIC X(25) VALUE SPACES.
       01 CC-VERBA.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CC-DESCR    PIC X(20).

       01 DETALHE-HORAS.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CC-DESCR-HORAS PIC X(20).
           02 FILLER      PIC X(02) VALUE ": ".
           02 CC-HORAS    PIC ZZZZZ9,99.
           02 FILLER      PIC X(47) VALUE SPACES.

       01 CAB-01.
       MOVE DATA-HOJE(1:4) TO ANO-FOLHA.
       PERFORM VERIFICA-PERIODO.
       PERFORM CARREGA-PARAMETROS.
       PERFORM CARREGA-FUNCIONARIOS.
       SORT TRAB
            ASCENDING COD-DEP-TRAB
            ASCENDING COD-SEC-TRAB
                 CLOSE PARMCOMIS
              END-IF.

       CARREGA-FUNCIONARIOS.
              OPEN INPUT FUNCMEST.
              IF WS-STATUS-FUNC NOT EQUAL "00"
                 MOVE "FUNCMEST.DAT" TO ARQUIVO-ABEND
                 MOVE "OPEN" TO OPERACAO-ABEND
                 MOVE WS-STATUS-FUNC TO STATUS-ABEND
                 CALL "ABENDLOG" USING JOB-ABEND ARQUIVO-ABEND
                      OPERACAO-ABEND STATUS-ABEND
                 DISPLAY "FUNCMEST.DAT NAO ENCONTRADO - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF.
              MOVE 0 TO FIM-ARQ.
              PERFORM LER-FUNCIONARIO.
              PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ARQ EQUAL 1.
              CLOSE FUNCMEST.
              MOVE 0 TO FIM-ARQ.

       LER-FUNCIONARIO.
              READ FUNCMEST AT END MOVE 1 TO FIM-ARQ.

       GUARDA-FUNCIONARIO.
              IF COD-FUNC NOT EQUAL 99999
                 IF QTD-FUNC LESS THAN 2000
                    ADD 1 TO QTD-FUNC
                    MOVE COD-FUNC      TO TAB-COD-FUNC(QTD-FUNC)
                    MOVE NOME-FUNC     TO TAB-NOME-FUNC(QTD-FUNC)
                    MOVE CPF-FUNC      TO TAB-CPF-FUNC(QTD-FUNC)
                    MOVE PIS-FUNC      TO TAB-PIS-FUNC(QTD-FUNC)
                    MOVE DATA-ADM-FUNC TO TAB-ADM-FUNC(QTD-FUNC)
                    MOVE CARGO-FUNC    TO TAB-CARGO-FUNC(QTD-FUNC)
                    MOVE SIT-FUNC      TO TAB-SIT-FUNC(QTD-FUNC)
                 ELSE
                    DISPLAY "TABELA DE FUNCIONARIOS CHEIA - IGNORADO: "
                            COD-FUNC
                 END-IF
              END-IF.
              PERFORM LER-FUNCIONARIO.

       PESQUISA-FUNCIONARIO.
              MOVE "N" TO ACHEI-FUNC.
              MOVE 1 TO IND-FUNC.
              PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                      QTD-FUNC OR ACHEI-FUNC EQUAL "S".
              IF ACHEI-FUNC EQUAL "S"
                 SUBTRACT 1 FROM IND-FUNC
              END-IF.

       TESTA-FUNCIONARIO.
              IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-PESQ-FUNC
                 MOVE "S" TO ACHEI-FUNC
              END-IF.
              ADD 1 TO IND-FUNC.

       INICIO.
              OPEN INPUT CKPT-EX06.
              IF WS-STATUS-CKPT EQUAL "00"
              END-IF.
              PERFORM CARREGA-YTD.
              PERFORM CARREGA-DEDUCOES.
              PERFORM CARREGA-ADIANTAMENTOS.
              PERFORM CARREGA-DEPENDENTES.
              PERFORM CARREGA-PONTO.
              IF RETOMANDO EQUAL "S"
                 OPEN EXTEND REL-DED
              ELSE
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF.
              OPEN EXTEND FGTSMOV.
              IF WS-STATUS-FGTS EQUAL "35"
                 OPEN OUTPUT FGTSMOV
              END-IF.
              IF RETOMANDO NOT EQUAL "S"
                 MOVE DATA-HOJE(5:2) TO MES-COMPET
                 MOVE ANO-FOLHA      TO ANO-COMPET
                 CLOSE DEDTRAN
              END-IF.

       CARREGA-ADIANTAMENTOS.
              OPEN INPUT ADIANTA.
              IF WS-STATUS-ADTO EQUAL "00"
                 PERFORM LER-ADIANTA
                 PERFORM GUARDA-ADIANTA
                         UNTIL WS-STATUS-ADTO NOT EQUAL "00"
                 CLOSE ADIANTA
              END-IF.

       CARREGA-DEPENDENTES.
              MOVE DATA-HOJE(1:4) TO ANO-LIMITE-SF.
              SUBTRACT SF-IDADE FROM ANO-LIMITE-SF.
              MOVE ANO-LIMITE-SF  TO DATA-LIMITE-SF(1:4).
              MOVE DATA-HOJE(5:4) TO DATA-LIMITE-SF(5:4).
              OPEN INPUT DEPEND.
              IF WS-STATUS-DEP EQUAL "00"
                 PERFORM LER-DEPENDENTE
                 PERFORM GUARDA-DEPENDENTE
                         UNTIL WS-STATUS-DEP NOT EQUAL "00"
                 CLOSE DEPEND
              ELSE
                 DISPLAY "DEPEND.DAT NAO ENCONTRADO - "
                         "FOLHA SEM DEPENDENTES"
              END-IF.

       CARREGA-PONTO.
              OPEN INPUT PONTOAPR.
              IF WS-STATUS-PONTO EQUAL "00"
                 PERFORM LER-PONTO
                 PERFORM GUARDA-PONTO
                         UNTIL WS-STATUS-PONTO NOT EQUAL "00"
                 CLOSE PONTOAPR
              END-IF.
              IF QTD-PONTO GREATER THAN 0 OR
                 QTD-PONTO-PEND GREATER THAN 0
                 MOVE "S" TO TEM-PONTO
              ELSE
                 DISPLAY "PONTOAPR.DAT SEM APURACAO DA COMPETENCIA - "
                         "HORAS EXTRAS DO CADVEND"
              END-IF.

       LER-PONTO.
              READ PONTOAPR
                  AT END MOVE "10" TO WS-STATUS-PONTO
              END-READ.

       GUARDA-PONTO.
              IF COD-APR NOT EQUAL 99999 AND
                 COMPET-APR EQUAL COMPET-FOLHA
                 IF SIT-APR NOT EQUAL "A"
                    ADD 1 TO QTD-PONTO-PEND
                    DISPLAY "PONTO NAO LIBERADO - HORAS EXTRAS NAO "
                            "PAGAS: " COD-APR
                 ELSE
                    IF QTD-PONTO LESS THAN 2000
                       ADD 1 TO QTD-PONTO
                       MOVE COD-APR       TO TAB-COD-PONTO(QTD-PONTO)
                       MOVE HORAS-50-APR  TO TAB-H50-PONTO(QTD-PONTO)
                       MOVE HORAS-100-APR TO TAB-H100-PONTO(QTD-PONTO)
                    ELSE
                       DISPLAY "TABELA DE PONTO CHEIA - IGNORADO: "
                               COD-APR
                    END-IF
                 END-IF
              END-IF.
              PERFORM LER-PONTO.

       OBTEM-HORAS-EXTRAS.
              MOVE 0 TO HORAS-50-TRAB HORAS-100-TRAB.
              IF TEM-PONTO EQUAL "S"
                 MOVE "N" TO ACHEI-PONTO
                 MOVE 1 TO IND-PONTO
                 PERFORM TESTA-PONTO UNTIL IND-PONTO GREATER THAN
                         QTD-PONTO OR ACHEI-PONTO EQUAL "S"
                 IF ACHEI-PONTO EQUAL "S"
                    SUBTRACT 1 FROM IND-PONTO
                    MOVE TAB-H50-PONTO(IND-PONTO)  TO HORAS-50-TRAB
                    MOVE TAB-H100-PONTO(IND-PONTO) TO HORAS-100-TRAB
                 END-IF
              ELSE
                 MOVE HORAS-EXTRA-TRAB TO HORAS-50-TRAB
              END-IF.

       TESTA-PONTO.
              IF TAB-COD-PONTO(IND-PONTO) EQUAL COD-VEND-TRAB
                 MOVE "S" TO ACHEI-PONTO
              END-IF.
              ADD 1 TO IND-PONTO.

       LER-DEPENDENTE.
              READ DEPEND
                  AT END MOVE "10" TO WS-STATUS-DEP
              END-READ.

       GUARDA-DEPENDENTE.
              IF COD-FUNC-DEP NOT EQUAL 99999
                 IF QTD-DEP LESS THAN 5000
                    ADD 1 TO QTD-DEP
                    MOVE COD-FUNC-DEP  TO TAB-COD-DEP(QTD-DEP)
                    MOVE DATA-NASC-DEP TO TAB-NASC-DEP(QTD-DEP)
                    MOVE PARENT-DEP    TO TAB-PARENT-DEP(QTD-DEP)
                    MOVE IR-DEP        TO TAB-IR-DEP(QTD-DEP)
                    MOVE SF-DEP        TO TAB-SF-DEP(QTD-DEP)
                 ELSE
                    DISPLAY "TABELA DE DEPENDENTES CHEIA - IGNORADO: "
                            COD-FUNC-DEP
                 END-IF
              END-IF.
              PERFORM LER-DEPENDENTE.

       CONTA-DEPENDENTES.
              MOVE 0 TO QTD-DEP-IR QTD-DEP-SF.
              MOVE 1 TO IND-DEP.
              PERFORM TESTA-DEPENDENTE UNTIL IND-DEP GREATER THAN
                      QTD-DEP.

       TESTA-DEPENDENTE.
              IF TAB-COD-DEP(IND-DEP) EQUAL COD-VEND-TRAB
                 IF TAB-IR-DEP(IND-DEP) EQUAL "S"
                    ADD 1 TO QTD-DEP-IR
                 END-IF
                 IF TAB-SF-DEP(IND-DEP) EQUAL "S" AND
                    TAB-PARENT-DEP(IND-DEP) EQUAL "F" AND
                    TAB-NASC-DEP(IND-DEP) GREATER THAN DATA-LIMITE-SF
                    ADD 1 TO QTD-DEP-SF
                 END-IF
              END-IF.
              ADD 1 TO IND-DEP.

       LER-ADIANTA.
              READ ADIANTA
                  AT END MOVE "10" TO WS-STATUS-ADTO
              END-READ.

       GUARDA-ADIANTA.
              IF COMPET-ADTO EQUAL COMPET-FOLHA
                 PERFORM PESQUISA-ADIANTA
                 IF ACHEI-ADTO EQUAL "S"
                    ADD VALOR-ADTO TO TAB-VALOR-ADTO(IND-ADTO)
                 ELSE
                    IF QTD-ADTO LESS THAN 2000
                       ADD 1 TO QTD-ADTO
                       MOVE COD-ADTO   TO TAB-COD-ADTO(QTD-ADTO)
                       MOVE VALOR-ADTO TO TAB-VALOR-ADTO(QTD-ADTO)
                    ELSE
                       DISPLAY "TABELA DE ADIANTAMENTOS CHEIA - "
                               "IGNORADO: " COD-ADTO
                    END-IF
                 END-IF
              END-IF.
              PERFORM LER-ADIANTA.

       PESQUISA-ADIANTA.
              MOVE "N" TO ACHEI-ADTO.
              MOVE 1 TO IND-ADTO.
              PERFORM TESTA-ADIANTA UNTIL IND-ADTO GREATER THAN
                      QTD-ADTO OR ACHEI-ADTO EQUAL "S".
              IF ACHEI-ADTO EQUAL "S"
                 SUBTRACT 1 FROM IND-ADTO
              END-IF.

       TESTA-ADIANTA.
              IF TAB-COD-ADTO(IND-ADTO) EQUAL COD-ADTO
                 MOVE "S" TO ACHEI-ADTO
              END-IF.
              ADD 1 TO IND-ADTO.

       OBTEM-ADIANTAMENTO.
              MOVE 0 TO ADIANT-TRAB.
              MOVE COD-VEND-TRAB TO COD-ADTO.
              PERFORM PESQUISA-ADIANTA.
              IF ACHEI-ADTO EQUAL "S"
                 MOVE TAB-VALOR-ADTO(IND-ADTO) TO ADIANT-TRAB
                 IF ADIANT-TRAB GREATER THAN SAL-LIQUIDO
                    DISPLAY "ADIANTAMENTO MAIOR QUE O LIQUIDO - "
                            "LIMITADO: " COD-VEND-TRAB
                    MOVE SAL-LIQUIDO TO ADIANT-TRAB
                    ADD 1 TO CT-ADTO-LIMITADO
                 END-IF
                 SUBTRACT ADIANT-TRAB FROM SAL-LIQUIDO
              END-IF.

       LER-DEDTIPO.
              READ DEDTIPO
                  AT END MOVE "10" TO WS-STATUS-DTIP
              DISPLAY "HORA DE TERMINO         : " WS-HORA-FIM.
              DISPLAY "CONTRACHEQUES EMITIDOS  : " CT-CONTRACH.
              DISPLAY "LANCAMENTOS DE DESCONTO : " CT-DED-REGISTRO.
              DISPLAY "REJEITADOS SEM CADASTRO : " CT-REJ-FUNC.
              DISPLAY "TOTAL DE FGTS DO MES    : " TOTAL-FGTS.
              DISPLAY "ADIANTAMENTOS DESCONTADOS: " TOTAL-ADIANT.
              DISPLAY "ADIANTAMENTOS LIMITADOS : " CT-ADTO-LIMITADO.
              DISPLAY "SALARIO-FAMILIA PAGO    : " TOTAL-SALFAM.
              OPEN OUTPUT FOLHALIB.
              MOVE "N" TO LIBERADO-LIB.
              MOVE DATA-HOJE TO DATA-LIB.
              PERFORM GRAVA-CONTABIL-TRAILER.
              DISPLAY "LANCAMENTOS CONTABEIS   : " CT-LANC-CONT.
              CLOSE CADVEND REL-PAG FOLHALIQ CONTRACH REL-DED
                    CONTABIL FGTSMOV.
              MOVE "REL-PAG " TO JOB-ARQUIVA.
              CALL "GERARQ" USING JOB-ARQUIVA
                  ON EXCEPTION
       IMPDET.
              PERFORM CALCULA-DESCONTOS.
              PERFORM CALCULA-COMISSAO.
              PERFORM OBTEM-HORAS-EXTRAS.
              COMPUTE VALOR-HORA ROUNDED = SAL-FIXO-TRAB / 220.
              COMPUTE PAG-EXTRA ROUNDED =
                      HORAS-50-TRAB * VALOR-HORA * 1,5.
              COMPUTE PAG-EXTRA-100 ROUNDED =
                      HORAS-100-TRAB * VALOR-HORA * 2.
              ADD PAG-EXTRA-100 TO PAG-EXTRA.
              ADD SAL-FIXO-TRAB COMISSAO PAG-EXTRA GIVING SAL-BRUTO.

              MULTIPLY SAL-BRUTO BY INSS-PERC GIVING INSS-TRAB ROUNDED.
              SUBTRACT INSS-TRAB FROM SAL-BRUTO GIVING BASE-IRRF.
              PERFORM CONTA-DEPENDENTES.
              MULTIPLY QTD-DEP-IR BY DEDUCAO-DEP GIVING DEDUCAO-TOTAL.
              IF DEDUCAO-TOTAL LESS THAN BASE-IRRF
                 SUBTRACT DEDUCAO-TOTAL FROM BASE-IRRF
              ELSE
                 MOVE 0 TO BASE-IRRF
              END-IF.
              IF BASE-IRRF GREATER THAN IRRF-LIMITE
                 MULTIPLY BASE-IRRF BY IRRF-PERC GIVING IRRF-TRAB
                          ROUNDED
              END-IF.
              SUBTRACT INSS-TRAB IRRF-TRAB TOTAL-DESCONTOS
                       FROM SAL-BRUTO GIVING SAL-LIQUIDO.
              IF SAL-BRUTO NOT GREATER THAN SF-LIMITE
                 MULTIPLY QTD-DEP-SF BY SF-VALOR GIVING SAL-FAMILIA
              ELSE
                 MOVE 0 TO SAL-FAMILIA
              END-IF.
              ADD SAL-FAMILIA TO SAL-LIQUIDO.
              PERFORM OBTEM-ADIANTAMENTO.
              MULTIPLY SAL-BRUTO BY FGTS-PERC GIVING FGTS-TRAB ROUNDED.

              MOVE COD-VEND-TRAB TO COD-VEND-REL.
              MOVE NOME-TRAB     TO NOME-REL.

              MOVE INSS-TRAB     TO INSS-REL.
              MOVE IRRF-TRAB     TO IRRF-REL.
              ADD TOTAL-DESCONTOS ADIANT-TRAB GIVING DESCONTO-REL.
              MOVE SAL-LIQUIDO   TO SAL-LIQU-REL.
              WRITE REG-ATR FROM DETALHE-ENCARGOS
                   AFTER ADVANCING 1 LINE.
              ADD INSS-TRAB     TO SEC-INSS.
              ADD IRRF-TRAB     TO SEC-IRRF.
              ADD TOTAL-DESCONTOS TO SEC-DESC.
              ADD ADIANT-TRAB   TO SEC-ADTO TOTAL-ADIANT.
              ADD SAL-FAMILIA   TO SEC-SALFAM TOTAL-SALFAM.
              ADD SAL-LIQUIDO   TO SEC-LIQ.
              ADD FGTS-TRAB     TO SEC-FGTS.
              ADD 1 TO CT-GRAVADOS.
              PERFORM GRAVA-FOLHALIQ.
              PERFORM GRAVA-FGTS.
              PERFORM GRAVA-CONTRACHEQUE.
              PERFORM ACUMULA-YTD.

                 MOVE SEC-EXTRA TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
              END-IF.
              IF SEC-SALFAM GREATER THAN 0
                 MOVE "D" TO NATUREZA-CONT
                 MOVE "SAL FAMIL" TO HISTORICO-CONT
                 MOVE SEC-SALFAM TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
              END-IF.
              IF SEC-INSS GREATER THAN 0
                 MOVE "C" TO NATUREZA-CONT
                 MOVE "INSS RETID" TO HISTORICO-CONT
                 MOVE SEC-DESC TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
              END-IF.
              IF SEC-ADTO GREATER THAN 0
                 MOVE "C" TO NATUREZA-CONT
                 MOVE "ADIANTAMEN" TO HISTORICO-CONT
                 MOVE SEC-ADTO TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
              END-IF.
              IF SEC-LIQ GREATER THAN 0
                 MOVE "C" TO NATUREZA-CONT
                 MOVE "SAL A PAGA" TO HISTORICO-CONT
                 PERFORM GRAVA-LANC-CONT
                 ADD SEC-LIQ TO TOTAL-LIQ-CONT
              END-IF.
              IF SEC-FGTS GREATER THAN 0
                 MOVE "D" TO NATUREZA-CONT
                 MOVE "DESP ENCAR" TO HISTORICO-CONT
                 MOVE SEC-FGTS TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
                 MOVE "C" TO NATUREZA-CONT
                 MOVE "FGTS A REC" TO HISTORICO-CONT
                 MOVE SEC-FGTS TO VALOR-CONT
                 PERFORM GRAVA-LANC-CONT
              END-IF.
              MOVE 0 TO SEC-FIXO SEC-COMIS SEC-EXTRA SEC-INSS.
              MOVE 0 TO SEC-IRRF SEC-DESC SEC-LIQ SEC-ADTO.
              MOVE 0 TO SEC-SALFAM SEC-FGTS.

       GRAVA-LANC-CONT.
              WRITE REG-CONT FROM CONT-DETALHE.
              MOVE SAL-LIQUIDO   TO SAL-LIQ-LIQ.
              WRITE REG-LIQ.

       GRAVA-FGTS.
              MOVE COD-VEND-TRAB  TO COD-FGTS.
              MOVE DATA-HOJE(1:6) TO COMPET-FGTS.
              MOVE "F"            TO ORIGEM-FGTS.
              MOVE SAL-BRUTO      TO BASE-FGTS.
              MOVE FGTS-TRAB      TO VALOR-FGTS.
              WRITE REG-FGTS.
              ADD FGTS-TRAB TO TOTAL-FGTS.

       GRAVA-CONTRACHEQUE.
              WRITE REG-CC FROM CC-01 AFTER ADVANCING PAGE.
              MOVE DATA-HOJE(5:2) TO CC-MES.
              MOVE COD-DEP-TRAB  TO CC-DEP.
              MOVE COD-SEC-TRAB  TO CC-SEC.
              WRITE REG-CC FROM CC-03 AFTER ADVANCING 1 LINE.
              MOVE COD-VEND-TRAB TO COD-PESQ-FUNC.
              PERFORM PESQUISA-FUNCIONARIO.
              IF ACHEI-FUNC EQUAL "S"
                 MOVE TAB-CPF-FUNC(IND-FUNC)   TO CC-CPF
                 MOVE TAB-PIS-FUNC(IND-FUNC)   TO CC-PIS
                 MOVE TAB-CARGO-FUNC(IND-FUNC) TO CC-CARGO
                 WRITE REG-CC FROM CC-04 AFTER ADVANCING 1 LINE
              END-IF.
              MOVE QTD-DEP-IR TO CC-DEP-IR.
              MOVE QTD-DEP-SF TO CC-DEP-SF.
              WRITE REG-CC FROM CC-05 AFTER ADVANCING 1 LINE.
              WRITE REG-CC FROM CC-01 AFTER ADVANCING 1 LINE.
              MOVE "SALARIO FIXO" TO CC-DESCR.
              MOVE SAL-FIXO-TRAB  TO CC-VALOR.
              MOVE "COMISSAO"     TO CC-DESCR.
              MOVE COMISSAO       TO CC-VALOR.
              WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
              MOVE "HORAS EXTRAS 50%" TO CC-DESCR-HORAS.
              MOVE HORAS-50-TRAB  TO CC-HORAS.
              WRITE REG-CC FROM DETALHE-HORAS AFTER ADVANCING 1 LINE.
              MOVE "HORAS EXTRAS 100%" TO CC-DESCR-HORAS.
              MOVE HORAS-100-TRAB TO CC-HORAS.
              WRITE REG-CC FROM DETALHE-HORAS AFTER ADVANCING 1 LINE.
              MOVE "VALOR HORAS EXTRAS" TO CC-DESCR.
              MOVE PAG-EXTRA      TO CC-VALOR.
              MOVE IRRF-TRAB      TO CC-VALOR.
              WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
              PERFORM DETALHA-DESCONTOS-CC.
              IF ADIANT-TRAB GREATER THAN 0
                 MOVE "ADIANTAMENTO QUINZ." TO CC-DESCR
                 MOVE ADIANT-TRAB    TO CC-VALOR
                 WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "TOTAL DESCONTOS"  TO CC-DESCR.
              ADD TOTAL-DESCONTOS ADIANT-TRAB GIVING CC-VALOR.
              WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
              IF SAL-FAMILIA GREATER THAN 0
                 MOVE "SALARIO FAMILIA" TO CC-DESCR
                 MOVE SAL-FAMILIA    TO CC-VALOR
                 WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE
              END-IF.
              MOVE "SALARIO LIQUIDO" TO CC-DESCR.
              MOVE SAL-LIQUIDO    TO CC-VALOR.
              WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 2 LINES.
              MOVE "FGTS DO MES"  TO CC-DESCR.
              MOVE FGTS-TRAB      TO CC-VALOR.
              WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
              WRITE REG-CC FROM CC-01 AFTER ADVANCING 2 LINES.
              ADD 1 TO CT-CONTRACH.


       SELECAO-VEND SECTION.
              OPEN INPUT CADVEND.
              OPEN OUTPUT FOLHAREJ.
              MOVE 0 TO FIM-ARQ.
              PERFORM LER-VENDEDOR-SEL.
              PERFORM SOLTA-VENDEDOR UNTIL FIM-ARQ EQUAL 1.
              CLOSE CADVEND FOLHAREJ.
              MOVE 0 TO FIM-ARQ.
              IF TEM-TRL-VEND EQUAL "S"
                 IF CT-VEND-LIDOS NOT EQUAL QTD-INF-VEND OR
              ELSE
                 ADD 1 TO CT-VEND-LIDOS
                 ADD COD-VEND-ENT TO SOMA-VEND-LIDA
                 MOVE COD-VEND-ENT TO COD-PESQ-FUNC
                 PERFORM PESQUISA-FUNCIONARIO
                 IF ACHEI-FUNC EQUAL "N"
                    MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJ-FUNC
                 ELSE
                    IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                       MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-REJ
                       PERFORM GRAVA-REJ-FUNC
                    ELSE
                       RELEASE REG-TRAB FROM REG-ENT
                    END-IF
                 END-IF
              END-IF.
              PERFORM LER-VENDEDOR-SEL.

       GRAVA-REJ-FUNC.
              MOVE REG-ENT TO IMAGEM-REJ.
              WRITE REG-FOLHA-REJ.
              ADD 1 TO CT-REJ-FUNC.

       GERA-REL SECTION.
              PERFORM INICIO.
              PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL 1.
