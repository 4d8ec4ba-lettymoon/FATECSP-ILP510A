           FILE STATUS IS WS-STATUS-DTIP.
           SELECT FOLHALIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT ADIANTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ADTO.
           SELECT DEPEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEP.
           SELECT PONTOAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.
           SELECT REL-VERIF ASSIGN TO DISK.

       DATA DIVISION.
           02 TIPO-DTIP  PIC 9(02).
           02 DESCR-DTIP PIC X(20).
           02 TETO-DTIP  PIC 9(05)V99.
           02 FILLER     PIC X(07).

       FD FOLHALIB
           LABEL RECORD ARE STANDARD
           02 LIBERADO-LIB PIC X(01).
           02 DATA-LIB     PIC 9(08).

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

       FD ADIANTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANTA.DAT".
       01 REG-ADTO.
           02 COD-ADTO    PIC 9(05).
           02 COMPET-ADTO PIC 9(06).
           02 VALOR-ADTO  PIC 9(07)V99.
           02 DATA-ADTO   PIC 9(08).

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

       FD REL-VERIF
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).
           77 COMISSAO       PIC 9(07)V99 VALUE ZEROES.
           77 VALOR-HORA     PIC 9(05)V9999 VALUE ZEROES.
           77 PAG-EXTRA      PIC 9(07)V99 VALUE ZEROES.
           77 PAG-EXTRA-100  PIC 9(07)V99 VALUE ZEROES.
           77 SAL-BRUTO      PIC 9(07)V99 VALUE ZEROES.
           77 INSS-CALC      PIC 9(07)V99 VALUE ZEROES.
           77 IRRF-CALC      PIC 9(07)V99 VALUE ZEROES.
           77 CT-DIVERGENTES PIC 9(05) VALUE ZEROES.
           77 TOT-CALCULADO  PIC 9(12)V99 VALUE ZEROES.
           77 TOT-FOLHA      PIC 9(12)V99 VALUE ZEROES.
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-ADTO PIC X(02).
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 QTD-ADTO       PIC 9(04) VALUE ZEROES.
           77 IND-ADTO       PIC 9(04) VALUE ZEROES.
           77 ACHEI-ADTO     PIC X(01) VALUE "N".
           77 ADIANT-CALC    PIC 9(07)V99 VALUE ZEROES.
           77 CT-FORA-FOLHA  PIC 9(05) VALUE ZEROES.
           77 WS-STATUS-DEP  PIC X(02).
           77 WS-STATUS-PONTO PIC X(02).
           77 TEM-PONTO      PIC X(01) VALUE "N".
           77 QTD-PONTO      PIC 9(04) VALUE ZEROES.
           77 QTD-PONTO-PEND PIC 9(04) VALUE ZEROES.
           77 IND-PONTO      PIC 9(04) VALUE ZEROES.
           77 ACHEI-PONTO    PIC X(01) VALUE "N".
           77 HORAS-50-CALC  PIC 9(03)V99 VALUE ZEROES.
           77 HORAS-100-CALC PIC 9(03)V99 VALUE ZEROES.
           77 QTD-DEP        PIC 9(04) VALUE ZEROES.
           77 IND-DEP        PIC 9(04) VALUE ZEROES.
           77 QTD-DEP-IR     PIC 9(02) VALUE ZEROES.
           77 QTD-DEP-SF     PIC 9(02) VALUE ZEROES.
           77 DEDUCAO-DEP    PIC 9(03)V99 VALUE 189,59.
           77 DEDUCAO-TOTAL  PIC 9(07)V99 VALUE ZEROES.
           77 SF-LIMITE      PIC 9(07)V99 VALUE 1819,26.
           77 SF-VALOR       PIC 9(03)V99 VALUE 62,04.
           77 SF-IDADE       PIC 9(02) VALUE 14.
           77 ANO-LIMITE-SF  PIC 9(04) VALUE ZEROES.
           77 DATA-LIMITE-SF PIC 9(08) VALUE ZEROES.
           77 SAL-FAMILIA    PIC 9(07)V99 VALUE ZEROES.

       01 TABELA-DEDTRAN.
           02 TAB-DEDT OCCURS 1000 TIMES.
               03 TAB-TIPO-DTIP  PIC 9(02).
               03 TAB-TETO-DTIP  PIC 9(05)V99.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC  PIC 9(05).
               03 TAB-SIT-FUNC  PIC X(01).

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

       01 TABELA-FOLHA.
           02 TAB-LIQ OCCURS 500 TIMES.
               03 TAB-COD-LIQ   PIC 9(05).
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-DEDUCOES.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-ADIANTAMENTOS.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM CARREGA-PONTO.
           PERFORM CARREGA-FOLHA.
           OPEN OUTPUT REL-VERIF.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           END-IF.
           PERFORM LER-DEDTRAN.

       CARREGA-FUNCIONARIOS.
           OPEN INPUT FUNCMEST.
           IF WS-STATUS-FUNC NOT EQUAL "00"
              DISPLAY "FUNCMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-FUNCIONARIO.
           PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ARQ EQUAL "S".
           CLOSE FUNCMEST.
           MOVE "N" TO FIM-ARQ.

       LER-FUNCIONARIO.
           READ FUNCMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FUNCIONARIO.
           IF COD-FUNC NOT EQUAL 99999 AND QTD-FUNC LESS THAN 2000
              ADD 1 TO QTD-FUNC
              MOVE COD-FUNC TO TAB-COD-FUNC(QTD-FUNC)
              MOVE SIT-FUNC TO TAB-SIT-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-ADIANTAMENTOS.
           OPEN INPUT ADIANTA.
           IF WS-STATUS-ADTO EQUAL "00"
              PERFORM LER-ADIANTA
              PERFORM GUARDA-ADIANTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE ADIANTA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ADIANTA.
           READ ADIANTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ADIANTA.
           IF COMPET-ADTO EQUAL DATA-HOJE(1:6)
              PERFORM PESQUISA-ADIANTA
              IF ACHEI-ADTO EQUAL "S"
                 ADD VALOR-ADTO TO TAB-VALOR-ADTO(IND-ADTO)
              ELSE
                 IF QTD-ADTO LESS THAN 2000
                    ADD 1 TO QTD-ADTO
                    MOVE COD-ADTO   TO TAB-COD-ADTO(QTD-ADTO)
                    MOVE VALOR-ADTO TO TAB-VALOR-ADTO(QTD-ADTO)
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

       CARREGA-DEPENDENTES.
           MOVE DATA-HOJE(1:4) TO ANO-LIMITE-SF.
           SUBTRACT SF-IDADE FROM ANO-LIMITE-SF.
           MOVE ANO-LIMITE-SF  TO DATA-LIMITE-SF(1:4).
           MOVE DATA-HOJE(5:4) TO DATA-LIMITE-SF(5:4).
           OPEN INPUT DEPEND.
           IF WS-STATUS-DEP EQUAL "00"
              PERFORM LER-DEPENDENTE
              PERFORM GUARDA-DEPENDENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEPEND
           END-IF.
           MOVE "N" TO FIM-ARQ.

       CARREGA-PONTO.
           OPEN INPUT PONTOAPR.
           IF WS-STATUS-PONTO EQUAL "00"
              PERFORM LER-PONTO
              PERFORM GUARDA-PONTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PONTOAPR
           END-IF.
           MOVE "N" TO FIM-ARQ.
           IF QTD-PONTO GREATER THAN 0 OR QTD-PONTO-PEND GREATER THAN 0
              MOVE "S" TO TEM-PONTO
           END-IF.
           IF QTD-PONTO-PEND GREATER THAN 0
              DISPLAY "PONTO NAO LIBERADO PARA " QTD-PONTO-PEND
                      " FUNCIONARIO(S) - HORAS EXTRAS NAO CALCULADAS"
           END-IF.

       LER-PONTO.
           READ PONTOAPR AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PONTO.
           IF COD-APR NOT EQUAL 99999 AND
              COMPET-APR EQUAL DATA-HOJE(1:6)
              IF SIT-APR NOT EQUAL "A"
                 ADD 1 TO QTD-PONTO-PEND
              ELSE
                 IF QTD-PONTO LESS THAN 2000
                    ADD 1 TO QTD-PONTO
                    MOVE COD-APR       TO TAB-COD-PONTO(QTD-PONTO)
                    MOVE HORAS-50-APR  TO TAB-H50-PONTO(QTD-PONTO)
                    MOVE HORAS-100-APR TO TAB-H100-PONTO(QTD-PONTO)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-PONTO.

       OBTEM-HORAS-EXTRAS.
           MOVE 0 TO HORAS-50-CALC HORAS-100-CALC.
           IF TEM-PONTO EQUAL "S"
              MOVE "N" TO ACHEI-PONTO
              MOVE 1 TO IND-PONTO
              PERFORM TESTA-PONTO UNTIL IND-PONTO GREATER THAN
                      QTD-PONTO OR ACHEI-PONTO EQUAL "S"
              IF ACHEI-PONTO EQUAL "S"
                 SUBTRACT 1 FROM IND-PONTO
                 MOVE TAB-H50-PONTO(IND-PONTO)  TO HORAS-50-CALC
                 MOVE TAB-H100-PONTO(IND-PONTO) TO HORAS-100-CALC
              END-IF
           ELSE
              MOVE HORAS-EXTRA-ENT TO HORAS-50-CALC
           END-IF.

       TESTA-PONTO.
           IF TAB-COD-PONTO(IND-PONTO) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI-PONTO
           END-IF.
           ADD 1 TO IND-PONTO.

       LER-DEPENDENTE.
           READ DEPEND AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DEPENDENTE.
           IF COD-FUNC-DEP NOT EQUAL 99999 AND QTD-DEP LESS THAN 5000
              ADD 1 TO QTD-DEP
              MOVE COD-FUNC-DEP  TO TAB-COD-DEP(QTD-DEP)
              MOVE DATA-NASC-DEP TO TAB-NASC-DEP(QTD-DEP)
              MOVE PARENT-DEP    TO TAB-PARENT-DEP(QTD-DEP)
              MOVE IR-DEP        TO TAB-IR-DEP(QTD-DEP)
              MOVE SF-DEP        TO TAB-SF-DEP(QTD-DEP)
           END-IF.
           PERFORM LER-DEPENDENTE.

       CONTA-DEPENDENTES.
           MOVE 0 TO QTD-DEP-IR QTD-DEP-SF.
           MOVE 1 TO IND-DEP.
           PERFORM TESTA-DEPENDENTE UNTIL IND-DEP GREATER THAN QTD-DEP.

       TESTA-DEPENDENTE.
           IF TAB-COD-DEP(IND-DEP) EQUAL COD-VEND-ENT
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

       CARREGA-FOLHA.
           OPEN INPUT FOLHALIQ.
           IF STATUS-LIQ NOT EQUAL "00"
              COD-VEND-ENT EQUAL 99999
              PERFORM LER-VENDEDOR
           ELSE
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "S"
                 IF TAB-SIT-FUNC(IND-FUNC) EQUAL "A"
                    PERFORM VERIFICA-VENDEDOR-ITEM
                 ELSE
                    MOVE "N" TO ACHEI
                 END-IF
              END-IF
              IF ACHEI EQUAL "N"
                 ADD 1 TO CT-FORA-FOLHA
                 PERFORM LER-VENDEDOR
              END-IF
           END-IF.

       VERIFICA-VENDEDOR-ITEM.
           PERFORM PESQUISA-FAIXA.
           MULTIPLY VAL-VEND-ENT BY TAXA-FAIXA-PARM(IDX-FAIXA)
                    GIVING COMISSAO.
           PERFORM OBTEM-HORAS-EXTRAS.
           COMPUTE VALOR-HORA ROUNDED = SAL-FIXO-ENT / 220.
           COMPUTE PAG-EXTRA ROUNDED =
                   HORAS-50-CALC * VALOR-HORA * 1,5.
           COMPUTE PAG-EXTRA-100 ROUNDED =
                   HORAS-100-CALC * VALOR-HORA * 2.
           ADD PAG-EXTRA-100 TO PAG-EXTRA.
           ADD SAL-FIXO-ENT COMISSAO PAG-EXTRA GIVING SAL-BRUTO.
           MULTIPLY SAL-BRUTO BY INSS-PERC GIVING INSS-CALC ROUNDED.
           SUBTRACT INSS-CALC FROM SAL-BRUTO GIVING BASE-IRRF.
           PERFORM CONTA-DEPENDENTES.
           MULTIPLY QTD-DEP-IR BY DEDUCAO-DEP GIVING DEDUCAO-TOTAL.
           IF DEDUCAO-TOTAL LESS THAN BASE-IRRF
              SUBTRACT DEDUCAO-TOTAL FROM BASE-IRRF
           ELSE
              MOVE 0 TO BASE-IRRF
           END-IF.
           IF BASE-IRRF GREATER THAN IRRF-LIMITE
              MULTIPLY BASE-IRRF BY IRRF-PERC GIVING IRRF-CALC
                       ROUNDED
           PERFORM CALCULA-DESCONTOS.
           COMPUTE SAL-LIQ-CALC = SAL-BRUTO - INSS-CALC - IRRF-CALC
                   - TOTAL-DESCONTOS.
           IF SAL-BRUTO NOT GREATER THAN SF-LIMITE
              MULTIPLY QTD-DEP-SF BY SF-VALOR GIVING SAL-FAMILIA
           ELSE
              MOVE 0 TO SAL-FAMILIA
           END-IF.
           ADD SAL-FAMILIA TO SAL-LIQ-CALC.
           MOVE COD-VEND-ENT TO COD-ADTO.
           PERFORM PESQUISA-ADIANTA.
           IF ACHEI-ADTO EQUAL "S" AND SAL-LIQ-CALC GREATER THAN 0
              MOVE TAB-VALOR-ADTO(IND-ADTO) TO ADIANT-CALC
              IF ADIANT-CALC GREATER THAN SAL-LIQ-CALC
                 MOVE SAL-LIQ-CALC TO ADIANT-CALC
              END-IF
              SUBTRACT ADIANT-CALC FROM SAL-LIQ-CALC
           END-IF.

       PESQUISA-FAIXA.
           SET IDX-FAIXA TO 1.
           END-IF.
           ADD 1 TO IND-DEDTRAN.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-FOLHA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-LIQ.

       CONCLUI.
           DISPLAY "VENDEDORES VERIFICADOS : " CT-VENDEDORES.
           DISPLAY "FORA DA FOLHA (FICHA)  : " CT-FORA-FOLHA.
           DISPLAY "DIVERGENCIAS           : " CT-DIVERGENTES.
           DISPLAY "TOTAL RECALCULADO      : " TOT-CALCULADO.
           DISPLAY "TOTAL DA FOLHA         : " TOT-FOLHA.
           OPEN OUTPUT FOLHALIB.
           IF CT-DIVERGENTES EQUAL 0 AND
              TOT-CALCULADO EQUAL TOT-FOLHA
              MOVE "V" TO LIBERADO-LIB
              DISPLAY "FOLHA CONFERIDA - LIBERACAO AGUARDA APROVACAO"
           ELSE
              MOVE "N" TO LIBERADO-LIB
              DISPLAY "FOLHA DIVERGENTE - REMESSA BLOQUEADA"
