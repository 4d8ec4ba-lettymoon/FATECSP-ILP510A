           SELECT CONTRAFER ASSIGN TO DISK.
           SELECT FERREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FGTSMOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FGTS.
           SELECT PROVSALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRV.
           SELECT PROVATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.

       DATA DIVISION.
       FILE SECTION.
           02 DIAS-FREJ     PIC 9(02).
           02 MOTIVO-FREJ   PIC X(30).

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

       FD FGTSMOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSMOV.DAT".
       01 REG-FGTS.
           02 COD-FGTS      PIC 9(05).
           02 COMPET-FGTS   PIC 9(06).
           02 ORIGEM-FGTS   PIC X(01).
           02 BASE-FGTS     PIC 9(07)V99.
           02 VALOR-FGTS    PIC 9(07)V99.

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

       FD PROVATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVSALD.ATU".
       01 REG-PROV-ATU PIC X(60).

       FD CONTABIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTABIL.DAT".
       01 REG-CONT PIC X(34).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-FER  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-YTD  PIC X(02).
           77 WS-STATUS-LIQ  PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-FGTS PIC X(02).
           77 FGTS-PERC      PIC 9V9999 VALUE 0,0800.
           77 FGTS-FERIAS    PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-FGTS     PIC 9(11)V99 VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 ANO-FOLHA      PIC 9(04) VALUE ZEROES.
           77 MES-ATUAL      PIC 9(02) VALUE ZEROES.
           77 CT-LIDAS       PIC 9(05) VALUE ZEROES.
           77 CT-PAGAS       PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADAS  PIC 9(05) VALUE ZEROES.
           77 WS-STATUS-PRV  PIC X(02).
           77 WS-STATUS-CONT PIC X(02).
           77 TEM-PROVSALD   PIC X(01) VALUE "N".
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-PROV  PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 SOMA-GRAVADA   PIC 9(15) VALUE ZEROES.
           77 QTD-PROV       PIC 9(04) VALUE ZEROES.
           77 IND-PROV       PIC 9(04) VALUE ZEROES.
           77 QTD-SECAO      PIC 9(03) VALUE ZEROES.
           77 IND-SECAO      PIC 9(03) VALUE ZEROES.
           77 BAIXA-PROV     PIC 9(07)V99 VALUE ZEROES.
           77 EXCESSO-PROV   PIC 9(07)V99 VALUE ZEROES.
           77 BAIXA-ENC      PIC 9(07)V99 VALUE ZEROES.
           77 EXCESSO-ENC    PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-BAIXA    PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-EXCESSO  PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-LIQ-CONT PIC 9(12)V99 VALUE ZEROES.
           77 CT-LANC-CONT   PIC 9(04) VALUE ZEROES.

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-SEC-VEND  PIC X(01).
               03 TAB-SAL-FIXO  PIC 9(07)V99.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC   PIC 9(05).
               03 TAB-CPF-FUNC   PIC 9(11).
               03 TAB-CARGO-FUNC PIC X(20).
               03 TAB-SIT-FUNC   PIC X(01).

       01 TABELA-YTD.
           02 TAB-YTD OCCURS 500 TIMES.
               03 TAB-COD-YTD   PIC 9(05).
               03 TAB-COMIS-YTD PIC 9(09)V99.

       01 TRAILER-PROV.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-PROV  PIC 9(06).
           02 SOMA-TRL-PROV PIC 9(15).
           02 FILLER        PIC X(34) VALUE SPACES.

       01 TABELA-PROVISOES.
           02 TAB-PROV OCCURS 2000 TIMES.
               03 TAB-REG-PROV.
                   04 TAB-COD-PROV     PIC 9(05).
                   04 TAB-COMPET-PROV  PIC 9(06).
                   04 TAB-SALDO-FER    PIC 9(07)V99.
                   04 TAB-ENC-FER      PIC 9(07)V99.
                   04 TAB-SALDO-13     PIC 9(07)V99.
                   04 TAB-ENC-13       PIC 9(07)V99.
                   04 FILLER           PIC X(13).

       01 TABELA-SECOES.
           02 TAB-SECAO OCCURS 100 TIMES.
               03 TAB-DEP-SECAO   PIC X(01).
               03 TAB-SEC-SECAO   PIC X(01).
               03 TAB-BXPRV-SECAO PIC 9(09)V99.
               03 TAB-DESP-SECAO  PIC 9(09)V99.
               03 TAB-BXENC-SECAO PIC 9(09)V99.
               03 TAB-DENC-SECAO  PIC 9(09)V99.
               03 TAB-INSS-SECAO  PIC 9(09)V99.
               03 TAB-IRRF-SECAO  PIC 9(09)V99.
               03 TAB-LIQ-SECAO   PIC 9(09)V99.
               03 TAB-FGTS-SECAO  PIC 9(09)V99.

       01 CONT-HEADER.
           02 TIPO-CONT-H      PIC 9(01) VALUE 0.
           02 MES-COMPET       PIC 9(02).
           02 ANO-COMPET       PIC 9(04).
           02 FILLER           PIC X(27) VALUE SPACES.

       01 CONT-DETALHE.
           02 TIPO-CONT-D      PIC 9(01) VALUE 1.
           02 DEP-CONT         PIC X(01).
           02 SEC-CONT         PIC X(01).
           02 NATUREZA-CONT    PIC X(01).
           02 HISTORICO-CONT   PIC X(10).
           02 VALOR-CONT       PIC 9(13)V99.
           02 FILLER           PIC X(05) VALUE SPACES.

       01 CONT-TRAILER.
           02 TIPO-CONT-T      PIC 9(01) VALUE 9.
           02 QTD-CONT         PIC 9(04).
           02 SINAL-CONT       PIC X(01) VALUE "+".
           02 VALOR-LIQ-CONT   PIC 9(13)V99.
           02 FILLER           PIC X(13) VALUE SPACES.

       01 CC-01.
           02 FILLER PIC X(80) VALUE ALL "=".
       01 CC-02.
           02 FILLER      PIC X(07) VALUE " SECAO ".
           02 CC-SEC      PIC X(01).
           02 FILLER      PIC X(19) VALUE SPACES.
       01 CC-04.
           02 FILLER      PIC X(05) VALUE "CPF: ".
           02 CC-CPF      PIC 9(11).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 FILLER      PIC X(07) VALUE "CARGO: ".
           02 CC-CARGO    PIC X(20).
           02 FILLER      PIC X(34) VALUE SPACES.
       01 CC-PERIODO.
           02 FILLER      PIC X(08) VALUE "INICIO: ".
           02 CC-DIA-INI  PIC 99.
           MOVE DATA-HOJE(1:4) TO ANO-FOLHA.
           MOVE DATA-HOJE(5:2) TO MES-ATUAL.
           PERFORM CARREGA-VENDEDORES.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-YTD.
           PERFORM CARREGA-PROVISOES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GRAVA-CONTABIL.
           PERFORM GRAVA-PROVISOES.
           PERFORM FIM.
           STOP RUN.

           END-IF.
           PERFORM LER-VENDEDOR.

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
              MOVE COD-FUNC   TO TAB-COD-FUNC(QTD-FUNC)
              MOVE CPF-FUNC   TO TAB-CPF-FUNC(QTD-FUNC)
              MOVE CARGO-FUNC TO TAB-CARGO-FUNC(QTD-FUNC)
              MOVE SIT-FUNC   TO TAB-SIT-FUNC(QTD-FUNC)
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-YTD.
           OPEN INPUT FOLHAYTD.
           IF WS-STATUS-YTD EQUAL "00"
           END-IF.
           PERFORM LER-YTD.

       CARREGA-PROVISOES.
           OPEN INPUT PROVSALD.
           IF WS-STATUS-PRV NOT EQUAL "00"
              DISPLAY "PROVSALD.DAT NAO ENCONTRADO - "
                      "FERIAS LANCADAS COMO DESPESA"
           ELSE
              MOVE "S" TO TEM-PROVSALD
              PERFORM LER-PROVISAO
              PERFORM GUARDA-PROVISAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PROVSALD
              PERFORM CONFERE-TRAILER
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PROVISAO.
           READ PROVSALD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PROVISAO.
           IF COD-PROV EQUAL 99999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-PROV(6:6)  TO QTD-INF
              MOVE REG-PROV(12:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-PROV
              ADD COD-PROV TO SOMA-LIDA
              IF QTD-PROV LESS THAN 2000
                 ADD 1 TO QTD-PROV
                 MOVE REG-PROV TO TAB-REG-PROV(QTD-PROV)
              ELSE
                 DISPLAY "PROVSALD.DAT EXCEDE A TABELA DE SALDOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-PROVISAO.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-PROV NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE PROVSALD.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-PROV
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "PROVSALD.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       INICIO.
           OPEN INPUT FERIAS.
           IF WS-STATUS-FER NOT EQUAL "00"
              OPEN OUTPUT FOLHALIQ
           END-IF.
           OPEN OUTPUT CONTRAFER FERREJ.
           OPEN EXTEND FGTSMOV.
           IF WS-STATUS-FGTS EQUAL "35"
              OPEN OUTPUT FGTSMOV
           END-IF.
           PERFORM LEITURA.

       LEITURA.
              MOVE "VENDEDOR NAO CADASTRADO" TO MOTIVO-FREJ
              PERFORM GRAVA-REJEITO
           ELSE
              PERFORM PESQUISA-FUNCIONARIO
           END-IF.
           IF ACHEI EQUAL "S"
              MOVE DATA-INI-FER TO DATA-TESTE
              CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                   RESULTADO-DATA
           END-IF.
           PERFORM LEITURA.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "N"
              MOVE "FUNCIONARIO NAO CADASTRADO" TO MOTIVO-FREJ
              PERFORM GRAVA-REJEITO
           ELSE
              SUBTRACT 1 FROM IND-FUNC
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                 MOVE "N" TO ACHEI
                 MOVE "FUNCIONARIO DESLIGADO" TO MOTIVO-FREJ
                 PERFORM GRAVA-REJEITO
              END-IF
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-FER
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           END-IF.
           SUBTRACT INSS-FERIAS IRRF-FERIAS FROM BRUTO-FERIAS
                    GIVING LIQUIDO-FERIAS.
           MULTIPLY BRUTO-FERIAS BY FGTS-PERC GIVING FGTS-FERIAS
                    ROUNDED.
           PERFORM BAIXA-PROVISAO.
           PERFORM ACUMULA-SECAO.
           PERFORM GRAVA-LIQUIDO.
           PERFORM GRAVA-FGTS.
           PERFORM GRAVA-CONTRACHEQUE.
           ADD 1 TO CT-PAGAS.

           END-IF.
           ADD 1 TO IND-YTD.

       BAIXA-PROVISAO.
           MOVE BRUTO-FERIAS TO EXCESSO-PROV.
           MOVE FGTS-FERIAS  TO EXCESSO-ENC.
           MOVE 0 TO BAIXA-PROV BAIXA-ENC.
           PERFORM PESQUISA-PROVISAO.
           IF ACHEI EQUAL "S"
              IF BRUTO-FERIAS GREATER THAN TAB-SALDO-FER(IND-PROV)
                 MOVE TAB-SALDO-FER(IND-PROV) TO BAIXA-PROV
              ELSE
                 MOVE BRUTO-FERIAS TO BAIXA-PROV
              END-IF
              IF FGTS-FERIAS GREATER THAN TAB-ENC-FER(IND-PROV)
                 MOVE TAB-ENC-FER(IND-PROV) TO BAIXA-ENC
              ELSE
                 MOVE FGTS-FERIAS TO BAIXA-ENC
              END-IF
              SUBTRACT BAIXA-PROV FROM TAB-SALDO-FER(IND-PROV)
              SUBTRACT BAIXA-ENC  FROM TAB-ENC-FER(IND-PROV)
              SUBTRACT BAIXA-PROV FROM EXCESSO-PROV
              SUBTRACT BAIXA-ENC  FROM EXCESSO-ENC
           END-IF.
           ADD BAIXA-PROV BAIXA-ENC TO TOTAL-BAIXA.
           ADD EXCESSO-PROV EXCESSO-ENC TO TOTAL-EXCESSO.

       PESQUISA-PROVISAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROV.
           PERFORM TESTA-PROVISAO UNTIL IND-PROV GREATER THAN
                   QTD-PROV OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROV
           END-IF.

       TESTA-PROVISAO.
           IF TAB-COD-PROV(IND-PROV) EQUAL COD-VEND-FER
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROV.

       ACUMULA-SECAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-SECAO.
           PERFORM TESTA-SECAO UNTIL IND-SECAO GREATER THAN
                   QTD-SECAO OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-SECAO
           ELSE
              IF QTD-SECAO LESS THAN 100
                 ADD 1 TO QTD-SECAO
                 MOVE QTD-SECAO TO IND-SECAO
                 MOVE TAB-DEP-VEND(IND-VEND) TO TAB-DEP-SECAO(IND-SECAO)
                 MOVE TAB-SEC-VEND(IND-VEND) TO TAB-SEC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-BXPRV-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-DESP-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-BXENC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-DENC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-INSS-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-IRRF-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-LIQ-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-FGTS-SECAO(IND-SECAO)
                 MOVE "S" TO ACHEI
              ELSE
                 DISPLAY "TABELA DE SECOES CHEIA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ADD BAIXA-PROV     TO TAB-BXPRV-SECAO(IND-SECAO).
           ADD EXCESSO-PROV   TO TAB-DESP-SECAO(IND-SECAO).
           ADD BAIXA-ENC      TO TAB-BXENC-SECAO(IND-SECAO).
           ADD EXCESSO-ENC    TO TAB-DENC-SECAO(IND-SECAO).
           ADD INSS-FERIAS    TO TAB-INSS-SECAO(IND-SECAO).
           ADD IRRF-FERIAS    TO TAB-IRRF-SECAO(IND-SECAO).
           ADD LIQUIDO-FERIAS TO TAB-LIQ-SECAO(IND-SECAO).
           ADD FGTS-FERIAS    TO TAB-FGTS-SECAO(IND-SECAO).

       TESTA-SECAO.
           IF TAB-DEP-SECAO(IND-SECAO) EQUAL TAB-DEP-VEND(IND-VEND) AND
              TAB-SEC-SECAO(IND-SECAO) EQUAL TAB-SEC-VEND(IND-VEND)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-SECAO.

       GRAVA-LIQUIDO.
           MOVE COD-VEND-FER TO COD-VEND-LIQ.
           MOVE TAB-NOME-VEND(IND-VEND) TO NOME-LIQ.
           MOVE LIQUIDO-FERIAS TO SAL-LIQ-LIQ.
           WRITE REG-LIQ.

       GRAVA-FGTS.
           MOVE COD-VEND-FER   TO COD-FGTS.
           MOVE DATA-HOJE(1:6) TO COMPET-FGTS.
           MOVE "E"            TO ORIGEM-FGTS.
           MOVE BRUTO-FERIAS   TO BASE-FGTS.
           MOVE FGTS-FERIAS    TO VALOR-FGTS.
           WRITE REG-FGTS.
           ADD FGTS-FERIAS TO TOTAL-FGTS.

       GRAVA-CONTRACHEQUE.
           WRITE REG-CC FROM CC-01 AFTER ADVANCING PAGE.
           MOVE MES-ATUAL TO CC-MES.
           MOVE TAB-DEP-VEND(IND-VEND)  TO CC-DEP.
           MOVE TAB-SEC-VEND(IND-VEND)  TO CC-SEC.
           WRITE REG-CC FROM CC-03 AFTER ADVANCING 1 LINE.
           MOVE TAB-CPF-FUNC(IND-FUNC)   TO CC-CPF.
           MOVE TAB-CARGO-FUNC(IND-FUNC) TO CC-CARGO.
           WRITE REG-CC FROM CC-04 AFTER ADVANCING 1 LINE.
           MOVE DATA-INI-FER(7:2) TO CC-DIA-INI.
           MOVE DATA-INI-FER(5:2) TO CC-MES-INI.
           MOVE DATA-INI-FER(1:4) TO CC-ANO-INI.
           MOVE "LIQUIDO DAS FERIAS" TO CC-DESCR.
           MOVE LIQUIDO-FERIAS TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 2 LINES.
           MOVE "FGTS DAS FERIAS" TO CC-DESCR.
           MOVE FGTS-FERIAS TO CC-VALOR.
           WRITE REG-CC FROM CC-VERBA AFTER ADVANCING 1 LINE.
           WRITE REG-CC FROM CC-01 AFTER ADVANCING 2 LINES.

       GRAVA-CONTABIL.
           IF QTD-SECAO GREATER THAN 0
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE MES-ATUAL TO MES-COMPET
              MOVE ANO-FOLHA TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE 1 TO IND-SECAO
              PERFORM GRAVA-CONTABIL-SEC UNTIL IND-SECAO GREATER THAN
                      QTD-SECAO
              MOVE CT-LANC-CONT TO QTD-CONT
              MOVE TOTAL-LIQ-CONT TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.

       GRAVA-CONTABIL-SEC.
           MOVE TAB-DEP-SECAO(IND-SECAO) TO DEP-CONT.
           MOVE TAB-SEC-SECAO(IND-SECAO) TO SEC-CONT.
           IF TAB-BXPRV-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "PROV FERIA" TO HISTORICO-CONT
              MOVE TAB-BXPRV-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-DESP-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP FERIA" TO HISTORICO-CONT
              MOVE TAB-DESP-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-BXENC-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "PROV ENCAR" TO HISTORICO-CONT
              MOVE TAB-BXENC-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-DENC-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP ENCAR" TO HISTORICO-CONT
              MOVE TAB-DENC-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-INSS-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "INSS RETID" TO HISTORICO-CONT
              MOVE TAB-INSS-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-IRRF-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "IRRF RETID" TO HISTORICO-CONT
              MOVE TAB-IRRF-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-LIQ-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "SAL A PAGA" TO HISTORICO-CONT
              MOVE TAB-LIQ-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
              ADD TAB-LIQ-SECAO(IND-SECAO) TO TOTAL-LIQ-CONT
           END-IF.
           IF TAB-FGTS-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "FGTS A REC" TO HISTORICO-CONT
              MOVE TAB-FGTS-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           ADD 1 TO IND-SECAO.

       GRAVA-LANC-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 1 TO CT-LANC-CONT.

       GRAVA-PROVISOES.
           IF TEM-PROVSALD EQUAL "S"
              OPEN OUTPUT PROVATU
              MOVE 1 TO IND-PROV
              PERFORM GRAVA-PROVISAO UNTIL IND-PROV GREATER THAN
                      QTD-PROV
              MOVE CT-GRAVADOS  TO QTD-TRL-PROV
              MOVE SOMA-GRAVADA TO SOMA-TRL-PROV
              MOVE TRAILER-PROV TO REG-PROV-ATU
              WRITE REG-PROV-ATU
              CLOSE PROVATU
           END-IF.

       GRAVA-PROVISAO.
           MOVE TAB-REG-PROV(IND-PROV) TO REG-PROV-ATU.
           WRITE REG-PROV-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-COD-PROV(IND-PROV) TO SOMA-GRAVADA.
           ADD 1 TO IND-PROV.

       GRAVA-REJEITO.
           MOVE COD-VEND-FER TO COD-VEND-FREJ.
           MOVE DATA-INI-FER TO DATA-INI-FREJ.
           DISPLAY "FERIAS LIDAS       : " CT-LIDAS.
           DISPLAY "FERIAS PAGAS       : " CT-PAGAS.
           DISPLAY "FERIAS REJEITADAS  : " CT-REJEITADAS.
           DISPLAY "FGTS DAS FERIAS    : " TOTAL-FGTS.
           DISPLAY "BAIXADO DA PROVISAO: " TOTAL-BAIXA.
           DISPLAY "EXCEDENTE A DESPESA: " TOTAL-EXCESSO.
           DISPLAY "LANCAMENTOS CONTAB.: " CT-LANC-CONT.
           CLOSE FERIAS FOLHALIQ CONTRAFER FERREJ FGTSMOV.
