       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FOLHAGOV.
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
           SELECT PARMGOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT FOLHALIB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIB.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT FOLHALIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.
           SELECT FOLHAYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-YTD.
           SELECT DEDTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEDT.
           SELECT RHEVENTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EVT.
           SELECT GOVENVIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ENV.
           SELECT GOVEVENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-GOV ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMGOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMGOV.DAT".
       01 REG-PARM-GOV.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD FOLHALIB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIB.DAT".
       01 REG-LIB.
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

       FD FOLHALIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIQ.DAT".
       01 REG-LIQ.
           02 COD-VEND-LIQ PIC 9(05).
           02 NOME-LIQ     PIC X(20).
           02 SAL-LIQ-LIQ  PIC 9(07)V99.

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

       FD DEDTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEDTRAN.DAT".
       01 REG-DEDTRAN.
           02 COD-VEND-DEDT PIC 9(05).
           02 TIPO-DEDT     PIC 9(02).
           02 VALOR-DEDT    PIC 9(05)V99.
           02 REFER-DEDT    PIC X(20).

       FD RHEVENTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RHEVENTO.DAT".
       01 REG-EVT.
           02 COD-VEND-EVT PIC 9(05).
           02 TIPO-EVT     PIC X(01).
               88 EVT-ADMISSAO     VALUE "A".
               88 EVT-DESLIGAMENTO VALUE "D".
           02 DATA-EVT     PIC 9(08).

       FD GOVENVIO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GOVENVIO.DAT".
       01 REG-ENV.
           02 COD-ENV      PIC 9(05).
           02 COMPET-ENV   PIC 9(06).
           02 SEQ-ENV      PIC 9(02).
           02 DATA-ENV     PIC 9(08).
           02 LIQUIDO-ENV  PIC 9(09)V99.

       FD GOVEVENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GOVEVENT.DAT".
       01 REG-GOV PIC X(140).

       FD REL-GOV
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-LIB  PIC X(02).
           77 WS-STATUS-FUNC PIC X(02).
           77 WS-STATUS-LIQ  PIC X(02).
           77 WS-STATUS-YTD  PIC X(02).
           77 WS-STATUS-DEDT PIC X(02).
           77 WS-STATUS-EVT  PIC X(02).
           77 WS-STATUS-ENV  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL     PIC 9(06) VALUE ZEROES.
           77 LIBERADO       PIC X(01) VALUE "N".
           77 COMPET-LIB     PIC 9(06) VALUE ZEROES.
           77 QTD-FUNC       PIC 9(04) VALUE ZEROES.
           77 IND-FUNC       PIC 9(04) VALUE ZEROES.
           77 COD-PESQ       PIC 9(05) VALUE ZEROES.
           77 ACHEI          PIC X(01) VALUE "N".
           77 TEM-TRAILER    PIC X(01) VALUE "N".
           77 QTD-INF        PIC 9(06) VALUE ZEROES.
           77 SOMA-INF       PIC 9(15) VALUE ZEROES.
           77 CT-LIDOS-YTD   PIC 9(06) VALUE ZEROES.
           77 SOMA-LIDA      PIC 9(15) VALUE ZEROES.
           77 CT-SEM-CADASTRO PIC 9(05) VALUE ZEROES.
           77 CT-EVENTOS     PIC 9(05) VALUE ZEROES.
           77 CT-ORIGINAIS   PIC 9(05) VALUE ZEROES.
           77 CT-RETIFICA    PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(06) VALUE ZEROES.
           77 TOTAL-LIQUIDO  PIC 9(13)V99 VALUE ZEROES.
           77 TOTAL-DESCONTO PIC 9(13)V99 VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC   PIC 9(05).
               03 TAB-NOME-FUNC  PIC X(30).
               03 TAB-CPF-FUNC   PIC 9(11).
               03 TAB-PIS-FUNC   PIC 9(11).
               03 TAB-ADM-FUNC   PIC 9(08).
               03 TAB-CARGO-FUNC PIC X(20).
               03 TAB-TEM-FOLHA  PIC X(01).
               03 TAB-LIQ-FUNC   PIC 9(09)V99.
               03 TAB-DESC-FUNC  PIC 9(09)V99.
               03 TAB-BRUTO-YTD  PIC 9(09)V99.
               03 TAB-INSS-YTD   PIC 9(08)V99.
               03 TAB-IRRF-YTD   PIC 9(08)V99.
               03 TAB-MOV-FUNC   PIC X(01).
               03 TAB-DATA-MOV   PIC 9(08).
               03 TAB-SEQ-ENV    PIC 9(02).

       01 GOV-HEADER.
           02 TIPO-GOV-H     PIC 9(01) VALUE 0.
           02 COMPET-GOV-H   PIC 9(06).
           02 DATA-GER-GOV   PIC 9(08).
           02 FILLER         PIC X(125) VALUE SPACES.

       01 GOV-DETALHE.
           02 TIPO-GOV-D     PIC 9(01) VALUE 1.
           02 RETIF-GOV      PIC 9(01).
           02 SEQ-GOV        PIC 9(02).
           02 COD-GOV        PIC 9(05).
           02 CPF-GOV        PIC 9(11).
           02 PIS-GOV        PIC 9(11).
           02 NOME-GOV       PIC X(30).
           02 ADM-GOV        PIC 9(08).
           02 MOV-GOV        PIC X(01).
           02 DATA-MOV-GOV   PIC 9(08).
           02 LIQUIDO-GOV    PIC 9(09)V99.
           02 DESCONTO-GOV   PIC 9(09)V99.
           02 BRUTO-YTD-GOV  PIC 9(09)V99.
           02 INSS-YTD-GOV   PIC 9(08)V99.
           02 IRRF-YTD-GOV   PIC 9(08)V99.
           02 FILLER         PIC X(09) VALUE SPACES.

       01 GOV-TRAILER.
           02 TIPO-GOV-T     PIC 9(01) VALUE 9.
           02 QTD-GOV        PIC 9(06).
           02 QTD-RETIF-GOV  PIC 9(06).
           02 LIQUIDO-T-GOV  PIC 9(13)V99.
           02 DESCONTO-T-GOV PIC 9(13)V99.
           02 FILLER         PIC X(97) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(32) VALUE
                       "EVENTOS DE REMUNERACAO - COMPET ".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(31) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "ENVIO".
           02 FILLER PIC X(03) VALUE "MOV".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA MOV".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "LIQUIDO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DESCONTOS".
           02 FILLER PIC X(08) VALUE SPACES.

       01 DETALHE.
           02 COD-REL   PIC 9(05).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NOME-REL  PIC X(20).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 ENVIO-REL PIC X(07).
           02 FILLER    PIC X(01) VALUE SPACES.
           02 SEQ-REL   PIC 99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 MOV-REL   PIC X(01).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 DMOV-REL  PIC X(10).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LIQ-REL   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DESC-REL  PIC ZZZ.ZZ9,99.
           02 FILLER    PIC X(06) VALUE SPACES.

       01 DATA-MOV-EDIT.
           02 DIA-MOV-EDIT PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 MES-MOV-EDIT PIC 99.
           02 FILLER       PIC X(01) VALUE "/".
           02 ANO-MOV-EDIT PIC 9999.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(40) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZZ.ZZ9.
           02 FILLER     PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-FOLHAGOV.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           PERFORM VERIFICA-LIBERACAO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-LIQUIDOS.
           PERFORM CARREGA-YTD.
           PERFORM CARREGA-DESCONTOS.
           PERFORM CARREGA-EVENTOS.
           PERFORM CARREGA-ENVIOS.
           PERFORM INICIO.
           MOVE 1 TO IND-FUNC.
           PERFORM PRINCIPAL UNTIL IND-FUNC GREATER THAN QTD-FUNC.
           PERFORM TOTAL-GERAL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           MOVE DATA-HOJE(1:6) TO COMPET-SEL.
           OPEN INPUT PARMGOV.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMGOV
                  NOT AT END
                      IF MES-PARM NUMERIC AND ANO-PARM NUMERIC AND
                         MES-PARM GREATER THAN 0 AND
                         MES-PARM LESS THAN 13
                         MOVE ANO-PARM TO COMPET-SEL(1:4)
                         MOVE MES-PARM TO COMPET-SEL(5:2)
                      END-IF
              END-READ
              CLOSE PARMGOV
           END-IF.

       VERIFICA-LIBERACAO.
           OPEN INPUT FOLHALIB.
           IF WS-STATUS-LIB EQUAL "00"
              READ FOLHALIB
                  NOT AT END
                      MOVE LIBERADO-LIB   TO LIBERADO
                      MOVE DATA-LIB(1:6)  TO COMPET-LIB
              END-READ
              CLOSE FOLHALIB
           END-IF.
           IF LIBERADO NOT EQUAL "S" OR COMPET-LIB NOT EQUAL COMPET-SEL
              DISPLAY "FOLHA DA COMPETENCIA " COMPET-SEL
                      " NAO LIBERADA - EVENTOS BLOQUEADOS"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

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
           IF COD-FUNC NOT EQUAL 99999
              IF QTD-FUNC LESS THAN 2000
                 ADD 1 TO QTD-FUNC
                 MOVE COD-FUNC      TO TAB-COD-FUNC(QTD-FUNC)
                 MOVE NOME-FUNC     TO TAB-NOME-FUNC(QTD-FUNC)
                 MOVE CPF-FUNC      TO TAB-CPF-FUNC(QTD-FUNC)
                 MOVE PIS-FUNC      TO TAB-PIS-FUNC(QTD-FUNC)
                 MOVE DATA-ADM-FUNC TO TAB-ADM-FUNC(QTD-FUNC)
                 MOVE CARGO-FUNC    TO TAB-CARGO-FUNC(QTD-FUNC)
                 MOVE "N"           TO TAB-TEM-FOLHA(QTD-FUNC)
                 MOVE 0 TO TAB-LIQ-FUNC(QTD-FUNC)
                           TAB-DESC-FUNC(QTD-FUNC)
                           TAB-BRUTO-YTD(QTD-FUNC)
                           TAB-INSS-YTD(QTD-FUNC)
                           TAB-IRRF-YTD(QTD-FUNC)
                           TAB-DATA-MOV(QTD-FUNC)
                           TAB-SEQ-ENV(QTD-FUNC)
                 MOVE SPACES        TO TAB-MOV-FUNC(QTD-FUNC)
              ELSE
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - IGNORADO: "
                         COD-FUNC
              END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-LIQUIDOS.
           OPEN INPUT FOLHALIQ.
           IF WS-STATUS-LIQ NOT EQUAL "00"
              DISPLAY "FOLHALIQ.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-LIQUIDO.
           PERFORM GUARDA-LIQUIDO UNTIL FIM-ARQ EQUAL "S".
           CLOSE FOLHALIQ.
           MOVE "N" TO FIM-ARQ.

       LER-LIQUIDO.
           READ FOLHALIQ AT END MOVE "S" TO FIM-ARQ.

       GUARDA-LIQUIDO.
           IF COD-VEND-LIQ NOT EQUAL 99999
              MOVE COD-VEND-LIQ TO COD-PESQ
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "S"
                 MOVE "S" TO TAB-TEM-FOLHA(IND-FUNC)
                 ADD SAL-LIQ-LIQ TO TAB-LIQ-FUNC(IND-FUNC)
              ELSE
                 ADD 1 TO CT-SEM-CADASTRO
                 DISPLAY "LIQUIDO SEM CADASTRO NO RH: " COD-VEND-LIQ
              END-IF
           END-IF.
           PERFORM LER-LIQUIDO.

       CARREGA-YTD.
           OPEN INPUT FOLHAYTD.
           IF WS-STATUS-YTD NOT EQUAL "00"
              DISPLAY "FOLHAYTD.DAT NAO ENCONTRADO - "
                      "EVENTOS SEM ACUMULADOS"
           ELSE
              PERFORM LER-YTD
              PERFORM GUARDA-YTD UNTIL FIM-ARQ EQUAL "S"
              CLOSE FOLHAYTD
              PERFORM CONFERE-TRAILER
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-YTD.
           READ FOLHAYTD AT END MOVE "S" TO FIM-ARQ.

       GUARDA-YTD.
           IF ANO-YTD EQUAL 9999
              MOVE "S" TO TEM-TRAILER
              MOVE REG-YTD(10:6)  TO QTD-INF
              MOVE REG-YTD(16:15) TO SOMA-INF
           ELSE
              ADD 1 TO CT-LIDOS-YTD
              ADD COD-YTD TO SOMA-LIDA
              IF ANO-YTD EQUAL COMPET-SEL(1:4)
                 MOVE COD-YTD TO COD-PESQ
                 PERFORM PESQUISA-FUNCIONARIO
                 IF ACHEI EQUAL "S"
                    MOVE BRUTO-YTD TO TAB-BRUTO-YTD(IND-FUNC)
                    MOVE INSS-YTD  TO TAB-INSS-YTD(IND-FUNC)
                    MOVE IRRF-YTD  TO TAB-IRRF-YTD(IND-FUNC)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-YTD.

       CONFERE-TRAILER.
           IF TEM-TRAILER EQUAL "S"
              IF CT-LIDOS-YTD NOT EQUAL QTD-INF OR
                 SOMA-LIDA NOT EQUAL SOMA-INF
                 DISPLAY "TRAILER DE FOLHAYTD.DAT NAO CONFERE - "
                         "ARQUIVO PARCIAL - ABORTADO"
                 DISPLAY "QTD LIDA " CT-LIDOS-YTD
                         " INFORMADA " QTD-INF
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "FOLHAYTD.DAT SEM TRAILER DE CONTROLE - "
                      "PROSSEGUINDO"
           END-IF.

       CARREGA-DESCONTOS.
           OPEN INPUT DEDTRAN.
           IF WS-STATUS-DEDT EQUAL "00"
              PERFORM LER-DESCONTO
              PERFORM GUARDA-DESCONTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEDTRAN
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-DESCONTO.
           READ DEDTRAN AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DESCONTO.
           MOVE COD-VEND-DEDT TO COD-PESQ.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "S"
              ADD VALOR-DEDT TO TAB-DESC-FUNC(IND-FUNC)
           END-IF.
           PERFORM LER-DESCONTO.

       CARREGA-EVENTOS.
           OPEN INPUT RHEVENTO.
           IF WS-STATUS-EVT EQUAL "00"
              PERFORM LER-EVENTO
              PERFORM GUARDA-EVENTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE RHEVENTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-EVENTO.
           READ RHEVENTO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EVENTO.
           IF DATA-EVT(1:6) EQUAL COMPET-SEL AND
              (EVT-ADMISSAO OR EVT-DESLIGAMENTO)
              MOVE COD-VEND-EVT TO COD-PESQ
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "S"
                 MOVE TIPO-EVT TO TAB-MOV-FUNC(IND-FUNC)
                 MOVE DATA-EVT TO TAB-DATA-MOV(IND-FUNC)
              ELSE
                 ADD 1 TO CT-SEM-CADASTRO
                 DISPLAY "EVENTO DE RH SEM CADASTRO: " COD-VEND-EVT
              END-IF
           END-IF.
           PERFORM LER-EVENTO.

       CARREGA-ENVIOS.
           OPEN INPUT GOVENVIO.
           IF WS-STATUS-ENV EQUAL "00"
              PERFORM LER-ENVIO
              PERFORM GUARDA-ENVIO UNTIL FIM-ARQ EQUAL "S"
              CLOSE GOVENVIO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ENVIO.
           READ GOVENVIO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ENVIO.
           IF COMPET-ENV EQUAL COMPET-SEL
              MOVE COD-ENV TO COD-PESQ
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "S" AND
                 SEQ-ENV GREATER THAN TAB-SEQ-ENV(IND-FUNC)
                 MOVE SEQ-ENV TO TAB-SEQ-ENV(IND-FUNC)
              END-IF
           END-IF.
           PERFORM LER-ENVIO.

       PESQUISA-FUNCIONARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FUNC.
           PERFORM TESTA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-FUNC
           END-IF.

       TESTA-FUNCIONARIO.
           IF TAB-COD-FUNC(IND-FUNC) EQUAL COD-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-FUNC.

       INICIO.
           OPEN OUTPUT GOVEVENT REL-GOV.
           OPEN EXTEND GOVENVIO.
           IF WS-STATUS-ENV EQUAL "35"
              OPEN OUTPUT GOVENVIO
           END-IF.
           MOVE COMPET-SEL TO COMPET-GOV-H.
           MOVE DATA-HOJE  TO DATA-GER-GOV.
           WRITE REG-GOV FROM GOV-HEADER.
           PERFORM CABECALHO.

       PRINCIPAL.
           IF TAB-TEM-FOLHA(IND-FUNC) EQUAL "S" OR
              TAB-MOV-FUNC(IND-FUNC) NOT EQUAL SPACES
              PERFORM GRAVA-EVENTO
           END-IF.
           ADD 1 TO IND-FUNC.

       GRAVA-EVENTO.
           IF TAB-SEQ-ENV(IND-FUNC) EQUAL 0
              MOVE 1 TO RETIF-GOV
              MOVE "ORIGINAL" TO ENVIO-REL
              ADD 1 TO CT-ORIGINAIS
           ELSE
              MOVE 2 TO RETIF-GOV
              MOVE "RETIFIC" TO ENVIO-REL
              ADD 1 TO CT-RETIFICA
           END-IF.
           ADD 1 TO TAB-SEQ-ENV(IND-FUNC).
           MOVE TAB-SEQ-ENV(IND-FUNC)   TO SEQ-GOV.
           MOVE TAB-COD-FUNC(IND-FUNC)  TO COD-GOV.
           MOVE TAB-CPF-FUNC(IND-FUNC)  TO CPF-GOV.
           MOVE TAB-PIS-FUNC(IND-FUNC)  TO PIS-GOV.
           MOVE TAB-NOME-FUNC(IND-FUNC) TO NOME-GOV.
           MOVE TAB-ADM-FUNC(IND-FUNC)  TO ADM-GOV.
           MOVE TAB-MOV-FUNC(IND-FUNC)  TO MOV-GOV.
           MOVE TAB-DATA-MOV(IND-FUNC)  TO DATA-MOV-GOV.
           MOVE TAB-LIQ-FUNC(IND-FUNC)  TO LIQUIDO-GOV.
           MOVE TAB-DESC-FUNC(IND-FUNC) TO DESCONTO-GOV.
           MOVE TAB-BRUTO-YTD(IND-FUNC) TO BRUTO-YTD-GOV.
           MOVE TAB-INSS-YTD(IND-FUNC)  TO INSS-YTD-GOV.
           MOVE TAB-IRRF-YTD(IND-FUNC)  TO IRRF-YTD-GOV.
           WRITE REG-GOV FROM GOV-DETALHE.
           ADD 1 TO CT-GRAVADOS.
           ADD TAB-LIQ-FUNC(IND-FUNC)  TO TOTAL-LIQUIDO.
           ADD TAB-DESC-FUNC(IND-FUNC) TO TOTAL-DESCONTO.
           MOVE TAB-COD-FUNC(IND-FUNC) TO COD-ENV.
           MOVE COMPET-SEL             TO COMPET-ENV.
           MOVE TAB-SEQ-ENV(IND-FUNC)  TO SEQ-ENV.
           MOVE DATA-HOJE              TO DATA-ENV.
           MOVE TAB-LIQ-FUNC(IND-FUNC) TO LIQUIDO-ENV.
           WRITE REG-ENV.
           PERFORM IMPDET.

       IMPDET.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-COD-FUNC(IND-FUNC)  TO COD-REL.
           MOVE TAB-NOME-FUNC(IND-FUNC) TO NOME-REL.
           MOVE SEQ-GOV                 TO SEQ-REL.
           MOVE MOV-GOV                 TO MOV-REL.
           IF MOV-GOV EQUAL SPACES
              MOVE SPACES TO DMOV-REL
           ELSE
              MOVE DATA-MOV-GOV(7:2) TO DIA-MOV-EDIT
              MOVE DATA-MOV-GOV(5:2) TO MES-MOV-EDIT
              MOVE DATA-MOV-GOV(1:4) TO ANO-MOV-EDIT
              MOVE DATA-MOV-EDIT     TO DMOV-REL
           END-IF.
           MOVE LIQUIDO-GOV  TO LIQ-REL.
           MOVE DESCONTO-GOV TO DESC-REL.
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
           MOVE CT-GRAVADOS    TO QTD-GOV.
           MOVE CT-RETIFICA    TO QTD-RETIF-GOV.
           MOVE TOTAL-LIQUIDO  TO LIQUIDO-T-GOV.
           MOVE TOTAL-DESCONTO TO DESCONTO-T-GOV.
           WRITE REG-GOV FROM GOV-TRAILER.
           IF CT-LIN GREATER THAN 35
              PERFORM CABECALHO
           END-IF.
           MOVE "EVENTOS ORIGINAIS" TO DESCR-QTD.
           MOVE CT-ORIGINAIS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "EVENTOS DE RETIFICACAO" TO DESCR-QTD.
           MOVE CT-RETIFICA TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "TOTAL LIQUIDO" TO DESCR-TOT.
           MOVE TOTAL-LIQUIDO TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE DESCONTOS" TO DESCR-TOT.
           MOVE TOTAL-DESCONTO TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "COMPETENCIA           : " COMPET-SEL.
           DISPLAY "EVENTOS GRAVADOS      : " CT-GRAVADOS.
           DISPLAY "EVENTOS ORIGINAIS     : " CT-ORIGINAIS.
           DISPLAY "EVENTOS DE RETIFICACAO: " CT-RETIFICA.
           DISPLAY "SEM CADASTRO NO RH    : " CT-SEM-CADASTRO.
           DISPLAY "TOTAL LIQUIDO         : " TOTAL-LIQUIDO.
           CLOSE GOVEVENT GOVENVIO REL-GOV.
