           SELECT FOLHALIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-13 ASSIGN TO DISK.
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
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

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
           77 WS-STATUS-YTD  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-FGTS PIC X(02).
           77 FGTS-PERC      PIC 9V9999 VALUE 0,0800.
           77 FGTS-13        PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-FGTS     PIC 9(11)V99 VALUE ZEROES.
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 ANO-FOLHA      PIC 9(04) VALUE ZEROES.
           77 MES-ATUAL      PIC 9(02) VALUE ZEROES.
           77 TOTAL-13       PIC 9(11)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.
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
           77 RESIDUO-PROV   PIC 9(07)V99 VALUE ZEROES.
           77 BAIXA-ENC      PIC 9(07)V99 VALUE ZEROES.
           77 EXCESSO-ENC    PIC 9(07)V99 VALUE ZEROES.
           77 RESIDUO-ENC    PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-BAIXA    PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-EXCESSO  PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-RESIDUO  PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-LIQ-CONT PIC 9(12)V99 VALUE ZEROES.
           77 CT-LANC-CONT   PIC 9(04) VALUE ZEROES.

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-COD-VEND  PIC 9(05).
               03 TAB-NOME-VEND PIC X(20).
               03 TAB-DEP-VEND  PIC X(01).
               03 TAB-SEC-VEND  PIC X(01).
               03 TAB-SAL-FIXO  PIC 9(07)V99.

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
               03 TAB-RPRV-SECAO  PIC 9(09)V99.
               03 TAB-BXENC-SECAO PIC 9(09)V99.
               03 TAB-DENC-SECAO  PIC 9(09)V99.
               03 TAB-RENC-SECAO  PIC 9(09)V99.
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

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           MOVE DATA-HOJE(1:4) TO ANO-FOLHA.
           MOVE DATA-HOJE(5:2) TO MES-ATUAL.
           PERFORM CARREGA-VENDEDORES.
           PERFORM CARREGA-PROVISOES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAL-GERAL.
           PERFORM GRAVA-CONTABIL.
           PERFORM GRAVA-PROVISOES.
           PERFORM LIBERA-FOLHA.
           PERFORM FIM.
           STOP RUN.
                 ADD 1 TO QTD-VEND
                 MOVE COD-VEND-ENT TO TAB-COD-VEND(QTD-VEND)
                 MOVE NOME-ENT     TO TAB-NOME-VEND(QTD-VEND)
                 MOVE COD-DEP-ENT  TO TAB-DEP-VEND(QTD-VEND)
                 MOVE COD-SEC-ENT  TO TAB-SEC-VEND(QTD-VEND)
                 MOVE SAL-FIXO-ENT TO TAB-SAL-FIXO(QTD-VEND)
              END-IF
           END-IF.
           PERFORM LER-VENDEDOR.

       CARREGA-PROVISOES.
           OPEN INPUT PROVSALD.
           IF WS-STATUS-PRV NOT EQUAL "00"
              DISPLAY "PROVSALD.DAT NAO ENCONTRADO - "
                      "13o LANCADO COMO DESPESA"
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
           OPEN INPUT FOLHAYTD.
           IF WS-STATUS-YTD NOT EQUAL "00"
              STOP RUN
           END-IF.
           OPEN OUTPUT FOLHALIQ REL-13.
           OPEN EXTEND FGTSMOV.
           IF WS-STATUS-FGTS EQUAL "35"
              OPEN OUTPUT FGTSMOV
           END-IF.
           PERFORM LEITURA.

       LEITURA.
              END-IF
              SUBTRACT INSS-13 IRRF-13 FROM BRUTO-13
                       GIVING LIQUIDO-13
              MULTIPLY BRUTO-13 BY FGTS-PERC GIVING FGTS-13 ROUNDED
              PERFORM BAIXA-PROVISAO
              PERFORM ACUMULA-SECAO
              PERFORM GRAVA-LIQUIDO
              PERFORM GRAVA-FGTS
              PERFORM IMPRESSAO
              ADD LIQUIDO-13 TO TOTAL-13
              ADD 1 TO CT-CALCULADOS
           END-IF.
           ADD 1 TO IND-VEND.

       BAIXA-PROVISAO.
           MOVE BRUTO-13 TO EXCESSO-PROV.
           MOVE FGTS-13  TO EXCESSO-ENC.
           MOVE 0 TO BAIXA-PROV BAIXA-ENC RESIDUO-PROV RESIDUO-ENC.
           PERFORM PESQUISA-PROVISAO.
           IF ACHEI EQUAL "S"
              IF BRUTO-13 GREATER THAN TAB-SALDO-13(IND-PROV)
                 MOVE TAB-SALDO-13(IND-PROV) TO BAIXA-PROV
              ELSE
                 MOVE BRUTO-13 TO BAIXA-PROV
              END-IF
              IF FGTS-13 GREATER THAN TAB-ENC-13(IND-PROV)
                 MOVE TAB-ENC-13(IND-PROV) TO BAIXA-ENC
              ELSE
                 MOVE FGTS-13 TO BAIXA-ENC
              END-IF
              SUBTRACT BAIXA-PROV FROM TAB-SALDO-13(IND-PROV)
                       GIVING RESIDUO-PROV
              SUBTRACT BAIXA-ENC  FROM TAB-ENC-13(IND-PROV)
                       GIVING RESIDUO-ENC
              MOVE 0 TO TAB-SALDO-13(IND-PROV) TAB-ENC-13(IND-PROV)
              SUBTRACT BAIXA-PROV FROM EXCESSO-PROV
              SUBTRACT BAIXA-ENC  FROM EXCESSO-ENC
           END-IF.
           ADD BAIXA-PROV BAIXA-ENC TO TOTAL-BAIXA.
           ADD EXCESSO-PROV EXCESSO-ENC TO TOTAL-EXCESSO.
           ADD RESIDUO-PROV RESIDUO-ENC TO TOTAL-RESIDUO.

       PESQUISA-PROVISAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROV.
           PERFORM TESTA-PROVISAO UNTIL IND-PROV GREATER THAN
                   QTD-PROV OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROV
           END-IF.

       TESTA-PROVISAO.
           IF TAB-COD-PROV(IND-PROV) EQUAL COD-YTD
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
                 MOVE ZEROES TO TAB-RPRV-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-BXENC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-DENC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-RENC-SECAO(IND-SECAO)
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
           ADD BAIXA-PROV   TO TAB-BXPRV-SECAO(IND-SECAO).
           ADD EXCESSO-PROV TO TAB-DESP-SECAO(IND-SECAO).
           ADD RESIDUO-PROV TO TAB-RPRV-SECAO(IND-SECAO).
           ADD BAIXA-ENC    TO TAB-BXENC-SECAO(IND-SECAO).
           ADD EXCESSO-ENC  TO TAB-DENC-SECAO(IND-SECAO).
           ADD RESIDUO-ENC  TO TAB-RENC-SECAO(IND-SECAO).
           ADD INSS-13      TO TAB-INSS-SECAO(IND-SECAO).
           ADD IRRF-13      TO TAB-IRRF-SECAO(IND-SECAO).
           ADD LIQUIDO-13   TO TAB-LIQ-SECAO(IND-SECAO).
           ADD FGTS-13      TO TAB-FGTS-SECAO(IND-SECAO).

       TESTA-SECAO.
           IF TAB-DEP-SECAO(IND-SECAO) EQUAL TAB-DEP-VEND(IND-VEND) AND
              TAB-SEC-SECAO(IND-SECAO) EQUAL TAB-SEC-VEND(IND-VEND)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-SECAO.

       GRAVA-LIQUIDO.
           MOVE COD-YTD TO COD-VEND-LIQ.
           MOVE TAB-NOME-VEND(IND-VEND) TO NOME-LIQ.
           MOVE LIQUIDO-13 TO SAL-LIQ-LIQ.
           WRITE REG-LIQ.

       GRAVA-FGTS.
           MOVE COD-YTD        TO COD-FGTS.
           MOVE DATA-HOJE(1:6) TO COMPET-FGTS.
           MOVE "D"            TO ORIGEM-FGTS.
           MOVE BRUTO-13       TO BASE-FGTS.
           MOVE FGTS-13        TO VALOR-FGTS.
           WRITE REG-FGTS.
           ADD FGTS-13 TO TOTAL-FGTS.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           MOVE TOTAL-13 TO TOTAL-REL.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.

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
           ADD TAB-BXPRV-SECAO(IND-SECAO) TAB-RPRV-SECAO(IND-SECAO)
               GIVING VALOR-CONT.
           IF VALOR-CONT GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "PROV 13SAL" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-DESP-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP 13SAL" TO HISTORICO-CONT
              MOVE TAB-DESP-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           ADD TAB-BXENC-SECAO(IND-SECAO) TAB-RENC-SECAO(IND-SECAO)
               GIVING VALOR-CONT.
           IF VALOR-CONT GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "PROV ENCAR" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-DENC-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP ENCAR" TO HISTORICO-CONT
              MOVE TAB-DENC-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-RPRV-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "DESP 13SAL" TO HISTORICO-CONT
              MOVE TAB-RPRV-SECAO(IND-SECAO) TO VALOR-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-RENC-SECAO(IND-SECAO) GREATER THAN 0
              MOVE "C" TO NATUREZA-CONT
              MOVE "DESP ENCAR" TO HISTORICO-CONT
              MOVE TAB-RENC-SECAO(IND-SECAO) TO VALOR-CONT
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

       LIBERA-FOLHA.
           OPEN OUTPUT FOLHALIB.
           MOVE "V" TO LIBERADO-LIB.
           MOVE DATA-HOJE TO DATA-LIB.
           WRITE REG-LIB.
           CLOSE FOLHALIB.
           DISPLAY "13o CALCULADOS         : " CT-CALCULADOS.
           DISPLAY "YTD SEM CADASTRO       : " CT-SEM-CADASTRO.
           DISPLAY "TOTAL LIQUIDO DO 13o   : " TOTAL-13.
           DISPLAY "FGTS DO 13o            : " TOTAL-FGTS.
           DISPLAY "BAIXADO DA PROVISAO    : " TOTAL-BAIXA.
           DISPLAY "EXCEDENTE A DESPESA    : " TOTAL-EXCESSO.
           DISPLAY "SOBRA DE PROVISAO ESTORNADA: " TOTAL-RESIDUO.
           DISPLAY "LANCAMENTOS CONTABEIS  : " CT-LANC-CONT.
           CLOSE FOLHAYTD FOLHALIQ REL-13 FGTSMOV.
