       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PONTAPUR.
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
           SELECT PARMPONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT FUNCMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FUNC.
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT FERIAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FER.
           SELECT PONTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PONTO.
           SELECT PONTOAPR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-PONTO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMPONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMPONT.DAT".
       01 REG-PARM-PONTO.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

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

       FD FERIAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FERIAS.DAT".
       01 REG-FER.
           02 COD-VEND-FER PIC 9(05).
           02 DATA-INI-FER PIC 9(08).
           02 DIAS-FER     PIC 9(02).

       FD PONTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".
       01 REG-PONTO.
           02 COD-PONTO      PIC 9(05).
           02 DATA-PONTO     PIC 9(08).
           02 ENTRADA1-PONTO PIC X(04).
           02 SAIDA1-PONTO   PIC X(04).
           02 ENTRADA2-PONTO PIC X(04).
           02 SAIDA2-PONTO   PIC X(04).
           02 DATA-CAPT-PONTO PIC 9(08).

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

       FD REL-PONTO
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-FUNC  PIC X(02).
           77 WS-STATUS-VEND  PIC X(02).
           77 WS-STATUS-FER   PIC X(02).
           77 WS-STATUS-PONTO PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 JORNADA-DIA     PIC 9(03) VALUE 480.
           77 QTD-FUNC        PIC 9(04) VALUE ZEROES.
           77 IND-FUNC        PIC 9(04) VALUE ZEROES.
           77 QTD-FER         PIC 9(04) VALUE ZEROES.
           77 IND-FER         PIC 9(04) VALUE ZEROES.
           77 IND-DIA         PIC 9(02) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 COD-PESQ        PIC 9(05) VALUE ZEROES.
           77 DATA-DIA        PIC 9(08) VALUE ZEROES.
           77 DATA-TESTE      PIC X(08) VALUE ZEROES.
           77 REGRA-FUTURO    PIC X(01) VALUE "N".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 DATA-REF        PIC X(08) VALUE "20240101".
           77 DIAS-DIF        PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 DIA-SEMANA      PIC S9(05) VALUE ZEROES.
           77 UTIL-DIA        PIC X(01) VALUE "S".
           77 NOME-FERIADO    PIC X(30) VALUE SPACES.
           77 RESULTADO-UTIL  PIC X(02) VALUE SPACES.
           77 DIAS-SOMA-FER   PIC 9(03) VALUE ZEROES.
           77 DATA-FIM-FER    PIC 9(08) VALUE ZEROES.
           77 RESULTADO-SOMA  PIC X(02) VALUE SPACES.
           77 MIN-ENTRADA     PIC 9(04) VALUE ZEROES.
           77 MIN-SAIDA       PIC 9(04) VALUE ZEROES.
           77 MIN-DIA         PIC 9(04) VALUE ZEROES.
           77 MIN-NORMAL      PIC 9(05) VALUE ZEROES.
           77 MIN-EXTRA-50    PIC 9(05) VALUE ZEROES.
           77 MIN-EXTRA-100   PIC 9(05) VALUE ZEROES.
           77 QTD-OCORR       PIC 9(03) VALUE ZEROES.
           77 OCORRENCIA-W    PIC X(30) VALUE SPACES.
           77 CT-MARCACOES    PIC 9(06) VALUE ZEROES.
           77 CT-OUTRA-COMPET PIC 9(06) VALUE ZEROES.
           77 CT-SEM-FICHA    PIC 9(05) VALUE ZEROES.
           77 CT-APURADOS     PIC 9(05) VALUE ZEROES.
           77 CT-OCORRENCIAS  PIC 9(05) VALUE ZEROES.
           77 CT-PENDENTES    PIC 9(05) VALUE ZEROES.
           77 CT-GRAVADOS     PIC 9(06) VALUE ZEROES.
           77 SOMA-GRAVADA    PIC 9(15) VALUE ZEROES.
           77 TOTAL-NORMAL    PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-EXTRA-50  PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-EXTRA-100 PIC 9(07)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 HORA-ENTRADA.
           02 HH-ENTRADA PIC 9(02).
           02 MM-ENTRADA PIC 9(02).
       01 HORA-ENTRADA-X REDEFINES HORA-ENTRADA PIC X(04).
       01 HORA-SAIDA.
           02 HH-SAIDA PIC 9(02).
           02 MM-SAIDA PIC 9(02).
       01 HORA-SAIDA-X REDEFINES HORA-SAIDA PIC X(04).

       01 TRAILER-APR.
           02 MARCA-TRL     PIC 9(05) VALUE 99999.
           02 QTD-TRL-APR   PIC 9(06).
           02 SOMA-TRL-APR  PIC 9(15).
           02 FILLER        PIC X(14) VALUE SPACES.

       01 TABELA-DIAS-MES.
           02 TAB-TIPO-DIA PIC X(01) OCCURS 31 TIMES.

       01 TABELA-FERIAS.
           02 TAB-FER OCCURS 1000 TIMES.
               03 TAB-COD-FER PIC 9(05).
               03 TAB-INI-FER PIC 9(08).
               03 TAB-FIM-FER PIC 9(08).

       01 TABELA-FUNCIONARIOS.
           02 TAB-FUNC OCCURS 2000 TIMES.
               03 TAB-COD-FUNC  PIC 9(05).
               03 TAB-NOME-FUNC PIC X(20).
               03 TAB-ADM-FUNC  PIC 9(08).
               03 TAB-DEP-FUNC  PIC X(01).
               03 TAB-SEC-FUNC  PIC X(01).
               03 TAB-DIA OCCURS 31 TIMES.
                   04 TAB-MARC-DIA     PIC X(01).
                   04 TAB-ENTRADA1-DIA PIC X(04).
                   04 TAB-SAIDA1-DIA   PIC X(04).
                   04 TAB-ENTRADA2-DIA PIC X(04).
                   04 TAB-SAIDA2-DIA   PIC X(04).

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(20) VALUE SPACES.
           02 FILLER  PIC X(35) VALUE
                       "OCORRENCIAS DE PONTO - COMPETENCIA ".
           02 MES-CAB PIC 99.
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-CAB PIC 9999.
           02 FILLER  PIC X(28) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(07) VALUE "DEP/SEC".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "OCORRENCIA".
           02 FILLER PIC X(29) VALUE SPACES.

       01 DETALHE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DEP-REL   PIC X(01).
           02 FILLER    PIC X(01) VALUE "/".
           02 SEC-REL   PIC X(01).
           02 FILLER    PIC X(04) VALUE SPACES.
           02 COD-REL   PIC 9(05).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NOME-REL  PIC X(20).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DIA-REL   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-REL   PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-REL   PIC 9999.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 OCORR-REL PIC X(30).
           02 FILLER    PIC X(09) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(44) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(28).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-QTD  PIC ZZZ.ZZZ.ZZ9.
           02 FILLER     PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-PONTAPUR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETRO.
           PERFORM MONTA-CALENDARIO.
           PERFORM CARREGA-FUNCIONARIOS.
           PERFORM CARREGA-SECOES.
           PERFORM CARREGA-FERIAS.
           PERFORM CARREGA-MARCACOES.
           PERFORM INICIO.
           MOVE 1 TO IND-FUNC.
           PERFORM APURA-FUNCIONARIO UNTIL IND-FUNC GREATER THAN
                   QTD-FUNC.
           PERFORM TOTAL-GERAL.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETRO.
           MOVE DATA-HOJE(1:6) TO COMPET-SEL.
           OPEN INPUT PARMPONT.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMPONT
                  NOT AT END
                      IF MES-PARM NUMERIC AND ANO-PARM NUMERIC AND
                         MES-PARM GREATER THAN 0 AND
                         MES-PARM LESS THAN 13
                         MOVE ANO-PARM TO COMPET-SEL(1:4)
                         MOVE MES-PARM TO COMPET-SEL(5:2)
                      END-IF
              END-READ
              CLOSE PARMPONT
           END-IF.

       MONTA-CALENDARIO.
           MOVE 1 TO IND-DIA.
           PERFORM CLASSIFICA-DIA-MES UNTIL IND-DIA GREATER THAN 31.

       CLASSIFICA-DIA-MES.
           MOVE SPACES TO TAB-TIPO-DIA(IND-DIA).
           COMPUTE DATA-DIA = COMPET-SEL * 100 + IND-DIA.
           MOVE DATA-DIA TO DATA-TESTE.
           CALL "DATAVAL" USING DATA-TESTE REGRA-FUTURO
                                RESULTADO-DATA.
           IF RESULTADO-DATA EQUAL "00"
              CALL "DIAUTIL" USING DATA-TESTE UTIL-DIA
                                   NOME-FERIADO RESULTADO-UTIL
              CALL "DATADIF" USING DATA-REF DATA-TESTE
                                   DIAS-DIF RESULTADO-DIF
              DIVIDE DIAS-DIF BY 7 GIVING DIA-SEMANA
                     REMAINDER DIA-SEMANA
              IF DIA-SEMANA LESS THAN 0
                 ADD 7 TO DIA-SEMANA
              END-IF
              EVALUATE TRUE
                 WHEN DIA-SEMANA EQUAL 6
                    MOVE "D" TO TAB-TIPO-DIA(IND-DIA)
                 WHEN UTIL-DIA EQUAL "N" AND NOME-FERIADO NOT EQUAL
                      SPACES
                    MOVE "F" TO TAB-TIPO-DIA(IND-DIA)
                 WHEN DIA-SEMANA EQUAL 5
                    MOVE "S" TO TAB-TIPO-DIA(IND-DIA)
                 WHEN UTIL-DIA EQUAL "N"
                    MOVE "F" TO TAB-TIPO-DIA(IND-DIA)
                 WHEN OTHER
                    MOVE "U" TO TAB-TIPO-DIA(IND-DIA)
              END-EVALUATE
           END-IF.
           ADD 1 TO IND-DIA.

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
           IF COD-FUNC NOT EQUAL 99999 AND SIT-FUNC EQUAL "A"
              IF QTD-FUNC LESS THAN 2000
                 ADD 1 TO QTD-FUNC
                 MOVE SPACES        TO TAB-FUNC(QTD-FUNC)
                 MOVE COD-FUNC      TO TAB-COD-FUNC(QTD-FUNC)
                 MOVE NOME-FUNC     TO TAB-NOME-FUNC(QTD-FUNC)
                 MOVE DATA-ADM-FUNC TO TAB-ADM-FUNC(QTD-FUNC)
              ELSE
                 DISPLAY "TABELA DE FUNCIONARIOS CHEIA - IGNORADO: "
                         COD-FUNC
              END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

       CARREGA-SECOES.
           OPEN INPUT CADVEND.
           IF WS-STATUS-VEND EQUAL "00"
              PERFORM LER-VENDEDOR
              PERFORM GUARDA-SECAO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CADVEND
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-VENDEDOR.
           READ CADVEND AT END MOVE "S" TO FIM-ARQ.

       GUARDA-SECAO.
           MOVE COD-VEND-ENT TO COD-PESQ.
           PERFORM PESQUISA-FUNCIONARIO.
           IF ACHEI EQUAL "S"
              MOVE COD-DEP-ENT TO TAB-DEP-FUNC(IND-FUNC)
              MOVE COD-SEC-ENT TO TAB-SEC-FUNC(IND-FUNC)
           END-IF.
           PERFORM LER-VENDEDOR.

       CARREGA-FERIAS.
           OPEN INPUT FERIAS.
           IF WS-STATUS-FER EQUAL "00"
              PERFORM LER-FERIAS
              PERFORM GUARDA-FERIAS UNTIL FIM-ARQ EQUAL "S"
              CLOSE FERIAS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-FERIAS.
           READ FERIAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-FERIAS.
           IF QTD-FER LESS THAN 1000 AND DIAS-FER GREATER THAN 0
              MOVE DIAS-FER TO DIAS-SOMA-FER
              SUBTRACT 1 FROM DIAS-SOMA-FER
              CALL "DATASOMA" USING DATA-INI-FER DIAS-SOMA-FER
                                    DATA-FIM-FER RESULTADO-SOMA
              IF RESULTADO-SOMA EQUAL "00"
                 ADD 1 TO QTD-FER
                 MOVE COD-VEND-FER TO TAB-COD-FER(QTD-FER)
                 MOVE DATA-INI-FER TO TAB-INI-FER(QTD-FER)
                 MOVE DATA-FIM-FER TO TAB-FIM-FER(QTD-FER)
              END-IF
           END-IF.
           PERFORM LER-FERIAS.

       CARREGA-MARCACOES.
           OPEN INPUT PONTO.
           IF WS-STATUS-PONTO NOT EQUAL "00"
              DISPLAY "PONTO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MARCACAO.
           PERFORM GUARDA-MARCACAO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PONTO.
           MOVE "N" TO FIM-ARQ.

       LER-MARCACAO.
           READ PONTO AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-MARCACOES
           END-IF.

       GUARDA-MARCACAO.
           IF DATA-PONTO(1:6) NOT EQUAL COMPET-SEL
              ADD 1 TO CT-OUTRA-COMPET
           ELSE
              MOVE COD-PONTO TO COD-PESQ
              PERFORM PESQUISA-FUNCIONARIO
              IF ACHEI EQUAL "N"
                 ADD 1 TO CT-SEM-FICHA
                 DISPLAY "MARCACAO SEM FUNCIONARIO ATIVO: " COD-PONTO
              ELSE
                 MOVE DATA-PONTO(7:2) TO IND-DIA
                 MOVE "S" TO TAB-MARC-DIA(IND-FUNC IND-DIA)
                 MOVE ENTRADA1-PONTO
                      TO TAB-ENTRADA1-DIA(IND-FUNC IND-DIA)
                 MOVE SAIDA1-PONTO
                      TO TAB-SAIDA1-DIA(IND-FUNC IND-DIA)
                 MOVE ENTRADA2-PONTO
                      TO TAB-ENTRADA2-DIA(IND-FUNC IND-DIA)
                 MOVE SAIDA2-PONTO
                      TO TAB-SAIDA2-DIA(IND-FUNC IND-DIA)
              END-IF
           END-IF.
           PERFORM LER-MARCACAO.

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
           OPEN OUTPUT PONTOAPR REL-PONTO.
           PERFORM CABECALHO.

       APURA-FUNCIONARIO.
           MOVE 0 TO MIN-NORMAL MIN-EXTRA-50 MIN-EXTRA-100 QTD-OCORR.
           MOVE 1 TO IND-DIA.
           PERFORM APURA-DIA UNTIL IND-DIA GREATER THAN 31.
           PERFORM GRAVA-APROVADO.
           ADD 1 TO CT-APURADOS.
           ADD 1 TO IND-FUNC.

       APURA-DIA.
           IF TAB-TIPO-DIA(IND-DIA) NOT EQUAL SPACES
              COMPUTE DATA-DIA = COMPET-SEL * 100 + IND-DIA
              IF TAB-MARC-DIA(IND-FUNC IND-DIA) EQUAL "S"
                 MOVE 0 TO MIN-DIA
                 MOVE TAB-ENTRADA1-DIA(IND-FUNC IND-DIA)
                      TO HORA-ENTRADA-X
                 MOVE TAB-SAIDA1-DIA(IND-FUNC IND-DIA)
                      TO HORA-SAIDA-X
                 PERFORM APURA-PAR
                 MOVE TAB-ENTRADA2-DIA(IND-FUNC IND-DIA)
                      TO HORA-ENTRADA-X
                 MOVE TAB-SAIDA2-DIA(IND-FUNC IND-DIA)
                      TO HORA-SAIDA-X
                 PERFORM APURA-PAR
                 PERFORM CLASSIFICA-HORAS
              ELSE
                 IF TAB-TIPO-DIA(IND-DIA) EQUAL "U" AND
                    DATA-DIA NOT LESS THAN TAB-ADM-FUNC(IND-FUNC) AND
                    DATA-DIA NOT GREATER THAN DATA-HOJE
                    PERFORM PESQUISA-FERIAS
                    IF ACHEI EQUAL "N"
                       MOVE "DIA UTIL SEM MARCACAO" TO OCORRENCIA-W
                       PERFORM GRAVA-OCORRENCIA
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-DIA.

       APURA-PAR.
           IF HORA-ENTRADA-X EQUAL SPACES AND HORA-SAIDA-X EQUAL SPACES
              CONTINUE
           ELSE
              IF HORA-ENTRADA-X EQUAL SPACES
                 MOVE "MARCACAO DE ENTRADA AUSENTE" TO OCORRENCIA-W
                 PERFORM GRAVA-OCORRENCIA
              ELSE
                 IF HORA-SAIDA-X EQUAL SPACES
                    MOVE "MARCACAO DE SAIDA AUSENTE" TO OCORRENCIA-W
                    PERFORM GRAVA-OCORRENCIA
                 ELSE
                    COMPUTE MIN-ENTRADA = HH-ENTRADA * 60 + MM-ENTRADA
                    COMPUTE MIN-SAIDA   = HH-SAIDA * 60 + MM-SAIDA
                    IF MIN-SAIDA NOT GREATER THAN MIN-ENTRADA
                       MOVE "SAIDA ANTERIOR A ENTRADA" TO OCORRENCIA-W
                       PERFORM GRAVA-OCORRENCIA
                    ELSE
                       COMPUTE MIN-DIA = MIN-DIA + MIN-SAIDA -
                                         MIN-ENTRADA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CLASSIFICA-HORAS.
           EVALUATE TAB-TIPO-DIA(IND-DIA)
              WHEN "U"
                 IF MIN-DIA GREATER THAN JORNADA-DIA
                    ADD JORNADA-DIA TO MIN-NORMAL
                    COMPUTE MIN-EXTRA-50 = MIN-EXTRA-50 + MIN-DIA -
                                           JORNADA-DIA
                 ELSE
                    ADD MIN-DIA TO MIN-NORMAL
                 END-IF
              WHEN "S"
                 ADD MIN-DIA TO MIN-EXTRA-50
              WHEN OTHER
                 ADD MIN-DIA TO MIN-EXTRA-100
           END-EVALUATE.

       PESQUISA-FERIAS.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-FER.
           PERFORM TESTA-FERIAS UNTIL IND-FER GREATER THAN QTD-FER
                   OR ACHEI EQUAL "S".

       TESTA-FERIAS.
           IF TAB-COD-FER(IND-FER) EQUAL TAB-COD-FUNC(IND-FUNC)
              IF DATA-DIA NOT LESS THAN TAB-INI-FER(IND-FER) AND
                 DATA-DIA NOT GREATER THAN TAB-FIM-FER(IND-FER)
                 MOVE "S" TO ACHEI
              END-IF
           END-IF.
           ADD 1 TO IND-FER.

       GRAVA-OCORRENCIA.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
           END-IF.
           MOVE TAB-DEP-FUNC(IND-FUNC)  TO DEP-REL.
           MOVE TAB-SEC-FUNC(IND-FUNC)  TO SEC-REL.
           MOVE TAB-COD-FUNC(IND-FUNC)  TO COD-REL.
           MOVE TAB-NOME-FUNC(IND-FUNC) TO NOME-REL.
           MOVE IND-DIA                 TO DIA-REL.
           MOVE COMPET-SEL(5:2)         TO MES-REL.
           MOVE COMPET-SEL(1:4)         TO ANO-REL.
           MOVE OCORRENCIA-W            TO OCORR-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO QTD-OCORR CT-OCORRENCIAS.

       GRAVA-APROVADO.
           MOVE SPACES TO REG-APR.
           MOVE TAB-COD-FUNC(IND-FUNC) TO COD-APR.
           MOVE COMPET-SEL TO COMPET-APR.
           COMPUTE HORAS-NOR-APR ROUNDED = MIN-NORMAL / 60.
           COMPUTE HORAS-50-APR ROUNDED = MIN-EXTRA-50 / 60.
           COMPUTE HORAS-100-APR ROUNDED = MIN-EXTRA-100 / 60.
           MOVE QTD-OCORR TO OCORR-APR.
           IF QTD-OCORR EQUAL 0
              MOVE "A" TO SIT-APR
           ELSE
              MOVE "P" TO SIT-APR
              ADD 1 TO CT-PENDENTES
           END-IF.
           WRITE REG-APR.
           ADD 1 TO CT-GRAVADOS.
           ADD COD-APR TO SOMA-GRAVADA.
           ADD HORAS-NOR-APR TO TOTAL-NORMAL.
           ADD HORAS-50-APR  TO TOTAL-EXTRA-50.
           ADD HORAS-100-APR TO TOTAL-EXTRA-100.

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
           IF CT-LIN GREATER THAN 34
              PERFORM CABECALHO
           END-IF.
           MOVE "FUNCIONARIOS APURADOS" TO DESCR-QTD.
           MOVE CT-APURADOS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 2 LINES.
           MOVE "OCORRENCIAS" TO DESCR-QTD.
           MOVE CT-OCORRENCIAS TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "PENDENTES DE LIBERACAO" TO DESCR-QTD.
           MOVE CT-PENDENTES TO VALOR-QTD.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "HORAS NORMAIS APROVADAS" TO DESCR-TOT.
           MOVE TOTAL-NORMAL TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "HORAS EXTRAS 50% APROVADAS" TO DESCR-TOT.
           MOVE TOTAL-EXTRA-50 TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "HORAS EXTRAS 100% APROVADAS" TO DESCR-TOT.
           MOVE TOTAL-EXTRA-100 TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE CT-GRAVADOS  TO QTD-TRL-APR.
           MOVE SOMA-GRAVADA TO SOMA-TRL-APR.
           WRITE REG-APR FROM TRAILER-APR.

       FIM.
           DISPLAY "COMPETENCIA            : " COMPET-SEL.
           DISPLAY "MARCACOES LIDAS        : " CT-MARCACOES.
           DISPLAY "DE OUTRA COMPETENCIA   : " CT-OUTRA-COMPET.
           DISPLAY "SEM FUNCIONARIO ATIVO  : " CT-SEM-FICHA.
           DISPLAY "FUNCIONARIOS APURADOS  : " CT-APURADOS.
           DISPLAY "OCORRENCIAS            : " CT-OCORRENCIAS.
           DISPLAY "PENDENTES DE LIBERACAO : " CT-PENDENTES.
           DISPLAY "HORAS EXTRAS 50%       : " TOTAL-EXTRA-50.
           DISPLAY "HORAS EXTRAS 100%      : " TOTAL-EXTRA-100.
           CLOSE PONTOAPR REL-PONTO.
