       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHAPRV.
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
           SELECT PARMPROV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FOLHAYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-YTD.
           SELECT PROVSALD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PRV.
           SELECT PROVATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTABIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONT.
           SELECT REL-PROV ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMPROV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMPROV.DAT".
       01 REG-PARM-PROV.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-ENT.
           02 COD-DEP-ENT   PIC X(01).
           02 COD-SEC-ENT   PIC X(01).
           02 COD-VEND-ENT  PIC 9(05).
           02 NOME-ENT      PIC X(20).
           02 VAL-VEND-ENT  PIC 9(07)V99.
           02 SAL-FIXO-ENT  PIC 9(07)V99.
           02 DENCONTO-ENT  PIC 9(05)V99.
           02 HORAS-EXTRA-ENT PIC 9(03).

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

       FD FOLHAYTD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAYTD.DAT".
       01 REG-YTD.
           02 ANO-YTD   PIC 9(04).
           02 COD-YTD   PIC 9(05).
           02 BRUTO-YTD PIC 9(09)V99.
           02 INSS-YTD  PIC 9(08)V99.
           02 IRRF-YTD  PIC 9(08)V99.
           02 COMIS-YTD PIC 9(09)V99.

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

       FD REL-PROV
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-YTD  PIC X(02).
           77 WS-STATUS-PRV  PIC X(02).
           77 WS-STATUS-CONT PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL     PIC 9(06) VALUE ZEROES.
           77 MES-SEL        PIC 9(02) VALUE ZEROES.
           77 FGTS-PERC      PIC 9V9999 VALUE 0,0800.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 QTD-YTD        PIC 9(04) VALUE ZEROES.
           77 IND-YTD        PIC 9(04) VALUE ZEROES.
           77 QTD-PROV       PIC 9(04) VALUE ZEROES.
           77 IND-PROV       PIC 9(04) VALUE ZEROES.
           77 QTD-SECAO      PIC 9(03) VALUE ZEROES.
           77 IND-SECAO      PIC 9(03) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-PROV  PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 SOMA-GRAVADA   PIC 9(15) VALUE ZEROES.
           77 MEDIA-COMIS    PIC 9(07)V99 VALUE ZEROES.
           77 BASE-PROV      PIC 9(07)V99 VALUE ZEROES.
           77 PROV-FER       PIC 9(07)V99 VALUE ZEROES.
           77 PROV-13        PIC 9(07)V99 VALUE ZEROES.
           77 ENC-FER        PIC 9(07)V99 VALUE ZEROES.
           77 ENC-13         PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-FER      PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-13       PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-ENC      PIC 9(11)V99 VALUE ZEROES.
           77 TOTAL-PROV     PIC 9(12)V99 VALUE ZEROES.
           77 CT-LIDOS       PIC 9(05) VALUE ZEROES.
           77 CT-PROVISIONADOS PIC 9(05) VALUE ZEROES.
           77 CT-FORA-FOLHA  PIC 9(05) VALUE ZEROES.
           77 CT-SEM-SALARIO PIC 9(05) VALUE ZEROES.
           77 CT-JA-PROVISIONADOS PIC 9(05) VALUE ZEROES.
           77 CT-LANC-CONT   PIC 9(04) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TRAILER-PROV.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-PROV  PIC 9(06).
           02 SOMA-TRL-PROV PIC 9(15).
           02 FILLER        PIC X(34) VALUE SPACES.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC PIC 9(05).
               03 TAB-SIT-FUNC PIC X(01).

       01 TABELA-YTD.
           02 TAB-YTD OCCURS 500 TIMES.
               03 TAB-COD-YTD   PIC 9(05).
               03 TAB-COMIS-YTD PIC 9(09)V99.

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
               03 TAB-DEP-SECAO  PIC X(01).
               03 TAB-SEC-SECAO  PIC X(01).
               03 TAB-FER-SECAO  PIC 9(09)V99.
               03 TAB-13-SECAO   PIC 9(09)V99.
               03 TAB-ENC-SECAO  PIC 9(09)V99.

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
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(16) VALUE SPACES.
           02 FILLER  PIC X(44) VALUE
                       "PROVISAO DE FERIAS E 13o SALARIO - COMPET ".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(23) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "D/S".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "BASE".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "P.FERIAS".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "P.13o".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "ENCARGOS".
           02 FILLER PIC X(14) VALUE SPACES.

       01 DETALHE.
           02 COD-REL   PIC 9(05).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NOME-REL  PIC X(20).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DEP-REL   PIC X(01).
           02 FILLER    PIC X(01) VALUE "/".
           02 SEC-REL   PIC X(01).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 BASE-REL  PIC ZZZZZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FER-REL   PIC ZZZZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 P13-REL   PIC ZZZZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 ENC-REL   PIC ZZZZZ9,99.
           02 FILLER    PIC X(14) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-FOLHAPRV.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-YTD.
           PERFORM CARREGA-PROVISOES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM TOTAL-GERAL.
           PERFORM GRAVA-CONTABIL.
           PERFORM GRAVA-PROVISOES.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           MOVE DATA-HOJE(1:6) TO COMPET-SEL.
           OPEN INPUT PARMPROV.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMPROV
                  NOT AT END
                      IF MES-PARM NUMERIC AND ANO-PARM NUMERIC AND
                         MES-PARM GREATER THAN 0 AND
                         MES-PARM LESS THAN 13
                         MOVE ANO-PARM TO COMPET-SEL(1:4)
                         MOVE MES-PARM TO COMPET-SEL(5:2)
                      END-IF
              END-READ
              CLOSE PARMPROV
           END-IF.
           MOVE COMPET-SEL(5:2) TO MES-SEL.

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

       CARREGA-YTD.
           OPEN INPUT FOLHAYTD.
           IF WS-STATUS-YTD EQUAL "00"
              PERFORM LER-YTD
              PERFORM GUARDA-YTD UNTIL FIM-ARQ EQUAL "S"
              CLOSE FOLHAYTD
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-YTD.
           READ FOLHAYTD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-YTD.
           IF ANO-YTD EQUAL COMPET-SEL(1:4) AND QTD-YTD LESS THAN 500
              ADD 1 TO QTD-YTD
              MOVE COD-YTD   TO TAB-COD-YTD(QTD-YTD)
              MOVE COMIS-YTD TO TAB-COMIS-YTD(QTD-YTD)
           END-IF.
           PERFORM LER-YTD.

       CARREGA-PROVISOES.
           OPEN INPUT PROVSALD.
           IF WS-STATUS-PRV NOT EQUAL "00"
              DISPLAY "PROVSALD.DAT NAO ENCONTRADO - "
                      "INICIANDO SALDOS VAZIO"
           ELSE
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
           OPEN INPUT CADVEND.
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "CADVEND.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REL-PROV.
           PERFORM LEITURA.

       LEITURA.
           READ CADVEND AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              IF COD-DEP-ENT EQUAL "9" AND COD-SEC-ENT EQUAL "9" AND
                 COD-VEND-ENT EQUAL 99999
                 MOVE "S" TO FIM-ARQ
              ELSE
                 ADD 1 TO CT-LIDOS
              END-IF
           END-IF.

       PRINCIPAL.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "N"
              ADD 1 TO CT-FORA-FOLHA
              DISPLAY "FORA DA FOLHA (FICHA): " COD-VEND-ENT
           ELSE
              IF SAL-FIXO-ENT NOT NUMERIC OR SAL-FIXO-ENT EQUAL 0
                 ADD 1 TO CT-SEM-SALARIO
                 DISPLAY "SEM SALARIO FIXO - NAO PROVISIONADO: "
                         COD-VEND-ENT
              ELSE
                 PERFORM PESQUISA-PROVISAO
                 IF ACHEI EQUAL "S"
                    PERFORM CALCULA-PROVISAO
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
              IF TAB-SIT-FUNC(IND-FUNC) NOT EQUAL "A"
                 MOVE "N" TO ACHEI
              END-IF
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       PESQUISA-PROVISAO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROV.
           PERFORM TESTA-PROVISAO UNTIL IND-PROV GREATER THAN
                   QTD-PROV OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROV
              IF TAB-COMPET-PROV(IND-PROV) NOT LESS THAN COMPET-SEL
                 MOVE "N" TO ACHEI
                 ADD 1 TO CT-JA-PROVISIONADOS
                 DISPLAY "COMPETENCIA JA PROVISIONADA: " COD-VEND-ENT
              END-IF
           ELSE
              IF QTD-PROV LESS THAN 2000
                 ADD 1 TO QTD-PROV
                 MOVE QTD-PROV TO IND-PROV
                 MOVE SPACES       TO TAB-REG-PROV(IND-PROV)
                 MOVE COD-VEND-ENT TO TAB-COD-PROV(IND-PROV)
                 MOVE ZEROES       TO TAB-COMPET-PROV(IND-PROV)
                 MOVE ZEROES       TO TAB-SALDO-FER(IND-PROV)
                 MOVE ZEROES       TO TAB-ENC-FER(IND-PROV)
                 MOVE ZEROES       TO TAB-SALDO-13(IND-PROV)
                 MOVE ZEROES       TO TAB-ENC-13(IND-PROV)
                 MOVE "S" TO ACHEI
              ELSE
                 DISPLAY "TABELA DE SALDOS CHEIA - NAO PROVISIONADO: "
                         COD-VEND-ENT
              END-IF
           END-IF.

       TESTA-PROVISAO.
           IF TAB-COD-PROV(IND-PROV) EQUAL COD-VEND-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROV.

       CALCULA-PROVISAO.
           PERFORM PESQUISA-YTD.
           ADD SAL-FIXO-ENT MEDIA-COMIS GIVING BASE-PROV.
           COMPUTE PROV-13 ROUNDED = BASE-PROV / 12.
           COMPUTE PROV-FER ROUNDED = BASE-PROV * 4 / 36.
           MULTIPLY PROV-FER BY FGTS-PERC GIVING ENC-FER ROUNDED.
           MULTIPLY PROV-13  BY FGTS-PERC GIVING ENC-13 ROUNDED.
           ADD PROV-FER TO TAB-SALDO-FER(IND-PROV).
           ADD ENC-FER  TO TAB-ENC-FER(IND-PROV).
           ADD PROV-13  TO TAB-SALDO-13(IND-PROV).
           ADD ENC-13   TO TAB-ENC-13(IND-PROV).
           MOVE COMPET-SEL TO TAB-COMPET-PROV(IND-PROV).
           PERFORM ACUMULA-SECAO.
           PERFORM IMPRESSAO.
           ADD PROV-FER TO TOTAL-FER.
           ADD PROV-13  TO TOTAL-13.
           ADD ENC-FER ENC-13 TO TOTAL-ENC.
           ADD 1 TO CT-PROVISIONADOS.

       PESQUISA-YTD.
           MOVE 0 TO MEDIA-COMIS.
           MOVE 1 TO IND-YTD.
           PERFORM TESTA-YTD UNTIL IND-YTD GREATER THAN QTD-YTD.

       TESTA-YTD.
           IF TAB-COD-YTD(IND-YTD) EQUAL COD-VEND-ENT AND
              MES-SEL GREATER THAN 0
              COMPUTE MEDIA-COMIS ROUNDED =
                      TAB-COMIS-YTD(IND-YTD) / MES-SEL
           END-IF.
           ADD 1 TO IND-YTD.

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
                 MOVE COD-DEP-ENT TO TAB-DEP-SECAO(IND-SECAO)
                 MOVE COD-SEC-ENT TO TAB-SEC-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-FER-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-13-SECAO(IND-SECAO)
                 MOVE ZEROES TO TAB-ENC-SECAO(IND-SECAO)
                 MOVE "S" TO ACHEI
              ELSE
                 DISPLAY "TABELA DE SECOES CHEIA - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           ADD PROV-FER TO TAB-FER-SECAO(IND-SECAO).
           ADD PROV-13  TO TAB-13-SECAO(IND-SECAO).
           ADD ENC-FER ENC-13 TO TAB-ENC-SECAO(IND-SECAO).

       TESTA-SECAO.
           IF TAB-DEP-SECAO(IND-SECAO) EQUAL COD-DEP-ENT AND
              TAB-SEC-SECAO(IND-SECAO) EQUAL COD-SEC-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-SECAO.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE COD-VEND-ENT TO COD-REL.
           MOVE NOME-ENT     TO NOME-REL.
           MOVE COD-DEP-ENT  TO DEP-REL.
           MOVE COD-SEC-ENT  TO SEC-REL.
           MOVE BASE-PROV    TO BASE-REL.
           MOVE PROV-FER     TO FER-REL.
           MOVE PROV-13      TO P13-REL.
           ADD ENC-FER ENC-13 GIVING ENC-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE COMPET-SEL(5:2) TO MES-CAB.
           MOVE COMPET-SEL(1:4) TO ANO-CAB.
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
           MOVE "PROVISAO DE FERIAS + 1/3" TO DESCR-TOT.
           MOVE TOTAL-FER TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "PROVISAO DE 13o SALARIO" TO DESCR-TOT.
           MOVE TOTAL-13 TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "ENCARGOS (FGTS)" TO DESCR-TOT.
           MOVE TOTAL-ENC TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           ADD TOTAL-FER TOTAL-13 TOTAL-ENC GIVING TOTAL-PROV.
           MOVE "TOTAL PROVISIONADO" TO DESCR-TOT.
           MOVE TOTAL-PROV TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.

       GRAVA-CONTABIL.
           IF QTD-SECAO GREATER THAN 0
              OPEN EXTEND CONTABIL
              IF WS-STATUS-CONT EQUAL "35"
                 OPEN OUTPUT CONTABIL
              END-IF
              MOVE COMPET-SEL(5:2) TO MES-COMPET
              MOVE COMPET-SEL(1:4) TO ANO-COMPET
              WRITE REG-CONT FROM CONT-HEADER
              MOVE 1 TO IND-SECAO
              PERFORM GRAVA-CONTABIL-SEC UNTIL IND-SECAO GREATER THAN
                      QTD-SECAO
              MOVE CT-LANC-CONT TO QTD-CONT
              MOVE TOTAL-PROV TO VALOR-LIQ-CONT
              WRITE REG-CONT FROM CONT-TRAILER
              CLOSE CONTABIL
           END-IF.

       GRAVA-CONTABIL-SEC.
           MOVE TAB-DEP-SECAO(IND-SECAO) TO DEP-CONT.
           MOVE TAB-SEC-SECAO(IND-SECAO) TO SEC-CONT.
           IF TAB-FER-SECAO(IND-SECAO) GREATER THAN 0
              MOVE TAB-FER-SECAO(IND-SECAO) TO VALOR-CONT
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP FERIA" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
              MOVE "C" TO NATUREZA-CONT
              MOVE "PROV FERIA" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-13-SECAO(IND-SECAO) GREATER THAN 0
              MOVE TAB-13-SECAO(IND-SECAO) TO VALOR-CONT
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP 13SAL" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
              MOVE "C" TO NATUREZA-CONT
              MOVE "PROV 13SAL" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           IF TAB-ENC-SECAO(IND-SECAO) GREATER THAN 0
              MOVE TAB-ENC-SECAO(IND-SECAO) TO VALOR-CONT
              MOVE "D" TO NATUREZA-CONT
              MOVE "DESP ENCAR" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
              MOVE "C" TO NATUREZA-CONT
              MOVE "PROV ENCAR" TO HISTORICO-CONT
              PERFORM GRAVA-LANC-CONT
           END-IF.
           ADD 1 TO IND-SECAO.

       GRAVA-LANC-CONT.
           WRITE REG-CONT FROM CONT-DETALHE.
           ADD 1 TO CT-LANC-CONT.

       GRAVA-PROVISOES.
           OPEN OUTPUT PROVATU.
           MOVE 1 TO IND-PROV.
           PERFORM GRAVA-PROVISAO UNTIL IND-PROV GREATER THAN QTD-PROV.
           MOVE CT-GRAVADOS  TO QTD-TRL-PROV.
           MOVE SOMA-GRAVADA TO SOMA-TRL-PROV.
           MOVE TRAILER-PROV TO REG-PROV-ATU.
           WRITE REG-PROV-ATU.
           CLOSE PROVATU.

       GRAVA-PROVISAO.
           MOVE TAB-REG-PROV(IND-PROV) TO REG-PROV-ATU.
           WRITE REG-PROV-ATU.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-COD-PROV(IND-PROV) TO SOMA-GRAVADA.
           ADD 1 TO IND-PROV.

       FIM.
           DISPLAY "COMPETENCIA            : " COMPET-SEL.
           DISPLAY "VENDEDORES LIDOS       : " CT-LIDOS.
           DISPLAY "PROVISIONADOS          : " CT-PROVISIONADOS.
           DISPLAY "FORA DA FOLHA (FICHA)  : " CT-FORA-FOLHA.
           DISPLAY "SEM SALARIO FIXO       : " CT-SEM-SALARIO.
           DISPLAY "JA PROVISIONADOS ANTES : " CT-JA-PROVISIONADOS.
           DISPLAY "PROVISAO DE FERIAS     : " TOTAL-FER.
           DISPLAY "PROVISAO DE 13o        : " TOTAL-13.
           DISPLAY "ENCARGOS PROVISIONADOS : " TOTAL-ENC.
           DISPLAY "LANCAMENTOS CONTABEIS  : " CT-LANC-CONT.
           DISPLAY "GRAVADOS EM PROVSALD.ATU: " CT-GRAVADOS.
           CLOSE CADVEND REL-PROV.
