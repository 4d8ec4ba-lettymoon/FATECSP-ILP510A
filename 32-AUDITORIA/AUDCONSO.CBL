       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDCONSO.
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
           SELECT AUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXE.
           SELECT CLIAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLA.
           SELECT DEPAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DPA.
           SELECT FUNCAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNA.
           SELECT DENYAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DNA.
           SELECT LGPDAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LGA.
           SELECT NOTAAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NTA.
           SELECT OPERAUDIT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OPA.
           SELECT TRANSAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TUA.
           SELECT TRFAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TFA.
           SELECT AUDGERAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUDG.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD AUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDIT.DAT".
       01 REG-EXE.
           02 COD-EXE        PIC 9(04).
           02 TIPO-EXE       PIC X(10).
           02 NOME-VELHO-EXE PIC X(30).
           02 NOME-NOVO-EXE  PIC X(30).
           02 FILIAL-EXE     PIC X(02).

       FD CLIAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIAUD.DAT".
       01 REG-CLA.
           02 DATA-CLA   PIC 9(08).
           02 HORA-CLA   PIC 9(08).
           02 TRANS-CLA  PIC 9(01).
           02 IMAGEM-VELHA-CLA PIC X(349).
           02 IMAGEM-NOVA-CLA  PIC X(349).

       FD DEPAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPAUD.DAT".
       01 REG-DPA.
           02 DATA-DPA   PIC 9(08).
           02 HORA-DPA   PIC 9(08).
           02 TRANS-DPA  PIC 9(01).
           02 IMAGEM-VELHA-DPA PIC X(60).
           02 IMAGEM-NOVA-DPA  PIC X(60).

       FD FUNCAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FUNCAUD.DAT".
       01 REG-FNA.
           02 DATA-FNA   PIC 9(08).
           02 HORA-FNA   PIC 9(08).
           02 TRANS-FNA  PIC 9(01).
           02 IMAGEM-VELHA-FNA PIC X(120).
           02 IMAGEM-NOVA-FNA  PIC X(120).

       FD DENYAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DENYAUD.DAT".
       01 REG-DNA.
           02 DATA-DNA        PIC 9(08).
           02 HORA-DNA        PIC 9(08).
           02 ACAO-DNA        PIC X(01).
           02 CPF-DNA         PIC 9(11).
           02 MOTIVO-DNA      PIC X(02).
           02 SOLICITANTE-DNA PIC X(20).
           02 TIPO-DNA        PIC X(01).
           02 CNPJ-DNA        PIC 9(14).

       FD LGPDAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPDAUD.DAT".
       01 REG-LGA.
           02 CPF-LGA         PIC 9(11).
           02 ACAO-LGA        PIC X(01).
           02 SOLICITANTE-LGA PIC X(20).
           02 DATA-SOL-LGA    PIC 9(08).
           02 DATA-EXEC-LGA   PIC 9(08).
           02 ARQUIVO-LGA     PIC X(12).

       FD NOTAAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAAUD.DAT".
       01 REG-NTA.
           02 DATA-NTA     PIC 9(08).
           02 HORA-NTA     PIC 9(08).
           02 CHAVE-NTA.
               03 PERIODO-NTA  PIC 9(06).
               03 TURMA-NTA    PIC 9(03).
               03 CODIGO-NTA   PIC 9(07).
               03 DISC-NTA     PIC 9(03).
               03 NR-NOTA-NTA  PIC 9(01).
           02 NOTA-ANT-NTA PIC 9(02)V9(02).
           02 NOTA-NOVA-NTA PIC 9(02)V9(02).
           02 OPERADOR-NTA PIC X(20).
           02 MOTIVO-NTA   PIC X(30).

       FD OPERAUDIT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERAUD.DAT".
       01 REG-OPA.
           02 DATA-OPA     PIC 9(08).
           02 HORA-OPA     PIC 9(08).
           02 OPERADOR-OPA PIC X(04).
           02 PROGRAMA-OPA PIC X(08).
           02 FUNCAO-OPA   PIC X(10).
           02 CHAVE-OPA    PIC X(10).

       FD TRANSAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRANSAUD.DAT".
       01 REG-TUA.
           02 CODIGO-TUA    PIC 9(07).
           02 NOME-TUA      PIC X(30).
           02 ORIGEM-TUA    PIC 9(03).
           02 DESTINO-TUA   PIC 9(03).
           02 DATA-EFET-TUA PIC 9(08).
           02 DATA-PROC-TUA PIC 9(08).
           02 QTD-NOTAS-TUA PIC 9(03).
           02 QTD-MENS-TUA  PIC 9(03).

       FD TRFAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TRFAUD.DAT".
       01 REG-TFA.
           02 DATA-TFA      PIC 9(08).
           02 CODIGO-TFA    PIC 9(03).
           02 CPF-TFA       PIC 9(11).
           02 VEND-DE-TFA   PIC 9(05).
           02 VEND-PARA-TFA PIC 9(05).

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

       SD TRAB.
       01 REG-TRAB.
           02 DATA-TRAB     PIC 9(08).
           02 HORA-TRAB     PIC 9(08).
           02 OPERADOR-TRAB PIC X(20).
           02 PROGRAMA-TRAB PIC X(08).
           02 ENTIDADE-TRAB PIC X(10).
           02 CHAVE-TRAB    PIC X(20).
           02 ACAO-TRAB     PIC X(10).
           02 ANTES-TRAB    PIC X(40).
           02 DEPOIS-TRAB   PIC X(40).
           02 ORIGEM-TRAB   PIC X(12).
           02 SEQ-TRAB      PIC 9(07).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 FIM-SORT       PIC X(01) VALUE "N".
           77 WS-STATUS-EXE  PIC X(02).
           77 WS-STATUS-CLA  PIC X(02).
           77 WS-STATUS-DPA  PIC X(02).
           77 WS-STATUS-FNA  PIC X(02).
           77 WS-STATUS-DNA  PIC X(02).
           77 WS-STATUS-LGA  PIC X(02).
           77 WS-STATUS-NTA  PIC X(02).
           77 WS-STATUS-OPA  PIC X(02).
           77 WS-STATUS-TUA  PIC X(02).
           77 WS-STATUS-TFA  PIC X(02).
           77 WS-STATUS-AUDG PIC X(02).
           77 CT-SEQ         PIC 9(07) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(07) VALUE ZEROES.
           77 CT-ORIGEM      PIC 9(07) VALUE ZEROES.
           77 TRANS-W        PIC 9(01) VALUE ZEROES.

       01 IMAGEM-CLI-W.
           02 COD-IMG         PIC 9(05).
           02 CPF-IMG         PIC 9(11).
           02 NOME-IMG        PIC X(30).
           02 FILLER          PIC X(218).
           02 TIPO-PESSOA-IMG PIC X(01).
           02 DOC-IMG         PIC 9(14).
           02 FILLER          PIC X(70).

       01 IMAGEM-DEP-W.
           02 CHAVE-DEP-IMG   PIC 9(07).
           02 NOME-DEP-IMG    PIC X(30).
           02 FILLER          PIC X(23).

       01 IMAGEM-FUNC-W.
           02 COD-FUNC-IMG    PIC 9(05).
           02 NOME-FUNC-IMG   PIC X(30).
           02 FILLER          PIC X(85).

       01 VALOR-CLI-W.
           02 COD-CLI-VAL     PIC 9(05).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 NOME-CLI-VAL    PIC X(30).

       01 VALOR-NOTA-W.
           02 FILLER          PIC X(05) VALUE "NOTA ".
           02 NOTA-VAL        PIC Z9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 MOTIVO-NOTA-VAL PIC X(29).

       01 VALOR-TURMA-W.
           02 FILLER          PIC X(06) VALUE "TURMA ".
           02 TURMA-VAL       PIC 9(03).

       01 VALOR-VEND-W.
           02 FILLER          PIC X(09) VALUE "VENDEDOR ".
           02 VEND-VAL        PIC 9(05).

       01 VALOR-MOTIVO-W.
           02 FILLER          PIC X(07) VALUE "MOTIVO ".
           02 MOTIVO-VAL      PIC X(02).

       01 VALOR-ARQ-W.
           02 FILLER          PIC X(08) VALUE "ARQUIVO ".
           02 ARQUIVO-VAL     PIC X(12).

       PROCEDURE DIVISION.
       PGM-AUDCONSO.
           SORT TRAB
                ASCENDING DATA-TRAB
                ASCENDING HORA-TRAB
                ASCENDING SEQ-TRAB
                INPUT PROCEDURE COLETA-AUDITORIAS
                OUTPUT PROCEDURE GRAVA-CONSOLIDADO.
           PERFORM FIM.
           STOP RUN.

       FIM.
           DISPLAY "REGISTROS CONSOLIDADOS: " CT-GRAVADOS.

       COLETA-AUDITORIAS SECTION.
           PERFORM COLETA-EXEMPLO.
           PERFORM COLETA-CLIENTES.
           PERFORM COLETA-DEPENDENTES.
           PERFORM COLETA-FUNCIONARIOS.
           PERFORM COLETA-DENYLIST.
           PERFORM COLETA-LGPD.
           PERFORM COLETA-NOTAS.
           PERFORM COLETA-OPERADORES.
           PERFORM COLETA-TRANSFERENCIAS.
           PERFORM COLETA-CARTEIRAS.

       ROTINAS-COLETA SECTION.

       COLETA-EXEMPLO.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT AUDIT.
           IF WS-STATUS-EXE NOT EQUAL "00"
              DISPLAY "AUDIT.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-EXEMPLO
              PERFORM SOLTA-EXEMPLO UNTIL FIM-ARQ EQUAL "S"
              CLOSE AUDIT
              DISPLAY "AUDIT.DAT    LIDOS: " CT-ORIGEM
           END-IF.

       LER-EXEMPLO.
           READ AUDIT AT END MOVE "S" TO FIM-ARQ.

       SOLTA-EXEMPLO.
           MOVE ZEROES         TO DATA-TRAB.
           MOVE ZEROES         TO HORA-TRAB.
           MOVE "LOTE"         TO OPERADOR-TRAB.
           MOVE "EXEMPLO"      TO PROGRAMA-TRAB.
           MOVE "CADASTRO"     TO ENTIDADE-TRAB.
           MOVE COD-EXE        TO CHAVE-TRAB.
           MOVE TIPO-EXE       TO ACAO-TRAB.
           MOVE NOME-VELHO-EXE TO ANTES-TRAB.
           MOVE NOME-NOVO-EXE  TO DEPOIS-TRAB.
           MOVE "AUDIT.DAT"    TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-EXEMPLO.

       COLETA-CLIENTES.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT CLIAUD.
           IF WS-STATUS-CLA NOT EQUAL "00"
              DISPLAY "CLIAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLIENTE
              PERFORM SOLTA-CLIENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIAUD
              DISPLAY "CLIAUD.DAT   LIDOS: " CT-ORIGEM
           END-IF.

       LER-CLIENTE.
           READ CLIAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-CLIENTE.
           MOVE DATA-CLA    TO DATA-TRAB.
           MOVE HORA-CLA    TO HORA-TRAB.
           MOVE "LOTE"      TO OPERADOR-TRAB.
           MOVE "CLIMANUT"  TO PROGRAMA-TRAB.
           MOVE "CLIENTE"   TO ENTIDADE-TRAB.
           MOVE TRANS-CLA   TO TRANS-W.
           PERFORM ACAO-TRANSACAO.
           MOVE SPACES TO ANTES-TRAB.
           MOVE SPACES TO DEPOIS-TRAB.
           IF IMAGEM-VELHA-CLA NOT EQUAL SPACES
              MOVE IMAGEM-VELHA-CLA TO IMAGEM-CLI-W
              MOVE COD-IMG  TO COD-CLI-VAL
              MOVE NOME-IMG TO NOME-CLI-VAL
              MOVE VALOR-CLI-W TO ANTES-TRAB
           END-IF.
           IF IMAGEM-NOVA-CLA NOT EQUAL SPACES
              MOVE IMAGEM-NOVA-CLA TO IMAGEM-CLI-W
              MOVE COD-IMG  TO COD-CLI-VAL
              MOVE NOME-IMG TO NOME-CLI-VAL
              MOVE VALOR-CLI-W TO DEPOIS-TRAB
           END-IF.
           IF TIPO-PESSOA-IMG EQUAL "J"
              MOVE DOC-IMG TO CHAVE-TRAB
           ELSE
              MOVE CPF-IMG TO CHAVE-TRAB
           END-IF.
           MOVE "CLIAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-CLIENTE.

       COLETA-DEPENDENTES.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT DEPAUD.
           IF WS-STATUS-DPA NOT EQUAL "00"
              DISPLAY "DEPAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-DEPENDENTE
              PERFORM SOLTA-DEPENDENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEPAUD
              DISPLAY "DEPAUD.DAT   LIDOS: " CT-ORIGEM
           END-IF.

       LER-DEPENDENTE.
           READ DEPAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-DEPENDENTE.
           MOVE DATA-DPA    TO DATA-TRAB.
           MOVE HORA-DPA    TO HORA-TRAB.
           MOVE "LOTE"      TO OPERADOR-TRAB.
           MOVE "DEPMANT"   TO PROGRAMA-TRAB.
           MOVE "DEPENDENTE" TO ENTIDADE-TRAB.
           MOVE TRANS-DPA   TO TRANS-W.
           PERFORM ACAO-TRANSACAO.
           MOVE SPACES TO ANTES-TRAB.
           MOVE SPACES TO DEPOIS-TRAB.
           IF IMAGEM-VELHA-DPA NOT EQUAL SPACES
              MOVE IMAGEM-VELHA-DPA TO IMAGEM-DEP-W
              MOVE NOME-DEP-IMG TO ANTES-TRAB
           END-IF.
           IF IMAGEM-NOVA-DPA NOT EQUAL SPACES
              MOVE IMAGEM-NOVA-DPA TO IMAGEM-DEP-W
              MOVE NOME-DEP-IMG TO DEPOIS-TRAB
           END-IF.
           MOVE CHAVE-DEP-IMG TO CHAVE-TRAB.
           MOVE "DEPAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-DEPENDENTE.

       COLETA-FUNCIONARIOS.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT FUNCAUD.
           IF WS-STATUS-FNA NOT EQUAL "00"
              DISPLAY "FUNCAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-FUNCIONARIO
              PERFORM SOLTA-FUNCIONARIO UNTIL FIM-ARQ EQUAL "S"
              CLOSE FUNCAUD
              DISPLAY "FUNCAUD.DAT  LIDOS: " CT-ORIGEM
           END-IF.

       LER-FUNCIONARIO.
           READ FUNCAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-FUNCIONARIO.
           MOVE DATA-FNA    TO DATA-TRAB.
           MOVE HORA-FNA    TO HORA-TRAB.
           MOVE "LOTE"      TO OPERADOR-TRAB.
           MOVE "FUNCMANT"  TO PROGRAMA-TRAB.
           MOVE "FUNCIONARI" TO ENTIDADE-TRAB.
           MOVE TRANS-FNA   TO TRANS-W.
           PERFORM ACAO-TRANSACAO.
           IF TRANS-FNA EQUAL 3
              MOVE "DESLIGAM." TO ACAO-TRAB
           END-IF.
           MOVE SPACES TO ANTES-TRAB.
           MOVE SPACES TO DEPOIS-TRAB.
           IF IMAGEM-VELHA-FNA NOT EQUAL SPACES
              MOVE IMAGEM-VELHA-FNA TO IMAGEM-FUNC-W
              MOVE NOME-FUNC-IMG TO ANTES-TRAB
           END-IF.
           IF IMAGEM-NOVA-FNA NOT EQUAL SPACES
              MOVE IMAGEM-NOVA-FNA TO IMAGEM-FUNC-W
              MOVE NOME-FUNC-IMG TO DEPOIS-TRAB
           END-IF.
           MOVE COD-FUNC-IMG TO CHAVE-TRAB.
           MOVE "FUNCAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-FUNCIONARIO.

       ACAO-TRANSACAO.
           IF TRANS-W EQUAL 1
              MOVE "INCLUSAO" TO ACAO-TRAB
           ELSE
              IF TRANS-W EQUAL 2
                 MOVE "ALTERACAO" TO ACAO-TRAB
              ELSE
                 MOVE "EXCLUSAO" TO ACAO-TRAB
              END-IF
           END-IF.

       COLETA-DENYLIST.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT DENYAUD.
           IF WS-STATUS-DNA NOT EQUAL "00"
              DISPLAY "DENYAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-DENYLIST
              PERFORM SOLTA-DENYLIST UNTIL FIM-ARQ EQUAL "S"
              CLOSE DENYAUD
              DISPLAY "DENYAUD.DAT  LIDOS: " CT-ORIGEM
           END-IF.

       LER-DENYLIST.
           READ DENYAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-DENYLIST.
           MOVE DATA-DNA        TO DATA-TRAB.
           MOVE HORA-DNA        TO HORA-TRAB.
           MOVE SOLICITANTE-DNA TO OPERADOR-TRAB.
           MOVE "DENYMANT"      TO PROGRAMA-TRAB.
           MOVE "DENYLIST"      TO ENTIDADE-TRAB.
           IF TIPO-DNA EQUAL "J"
              MOVE CNPJ-DNA TO CHAVE-TRAB
           ELSE
              MOVE CPF-DNA  TO CHAVE-TRAB
           END-IF.
           MOVE SPACES TO ANTES-TRAB.
           MOVE SPACES TO DEPOIS-TRAB.
           MOVE MOTIVO-DNA TO MOTIVO-VAL.
           IF ACAO-DNA EQUAL "I"
              MOVE "INCLUSAO"   TO ACAO-TRAB
              MOVE VALOR-MOTIVO-W TO DEPOIS-TRAB
           ELSE
              MOVE "DELISTAGEM" TO ACAO-TRAB
              MOVE VALOR-MOTIVO-W TO ANTES-TRAB
           END-IF.
           MOVE "DENYAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-DENYLIST.

       COLETA-LGPD.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT LGPDAUD.
           IF WS-STATUS-LGA NOT EQUAL "00"
              DISPLAY "LGPDAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-LGPD
              PERFORM SOLTA-LGPD UNTIL FIM-ARQ EQUAL "S"
              CLOSE LGPDAUD
              DISPLAY "LGPDAUD.DAT  LIDOS: " CT-ORIGEM
           END-IF.

       LER-LGPD.
           READ LGPDAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-LGPD.
           MOVE DATA-EXEC-LGA   TO DATA-TRAB.
           MOVE ZEROES          TO HORA-TRAB.
           MOVE SOLICITANTE-LGA TO OPERADOR-TRAB.
           MOVE "CLIENTE"       TO ENTIDADE-TRAB.
           MOVE CPF-LGA         TO CHAVE-TRAB.
           IF ACAO-LGA EQUAL "C"
              MOVE "LGPDACES"  TO PROGRAMA-TRAB
              MOVE "CONSULTA"  TO ACAO-TRAB
           ELSE
              MOVE "LGPDPURG"  TO PROGRAMA-TRAB
              IF ACAO-LGA EQUAL "A"
                 MOVE "ANONIMIZA" TO ACAO-TRAB
              ELSE
                 MOVE "EXCLUSAO"  TO ACAO-TRAB
              END-IF
           END-IF.
           MOVE SPACES TO ANTES-TRAB.
           MOVE ARQUIVO-LGA TO ARQUIVO-VAL.
           MOVE VALOR-ARQ-W TO DEPOIS-TRAB.
           MOVE "LGPDAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-LGPD.

       COLETA-NOTAS.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT NOTAAUD.
           IF WS-STATUS-NTA NOT EQUAL "00"
              DISPLAY "NOTAAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-NOTA
              PERFORM SOLTA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTAAUD
              DISPLAY "NOTAAUD.DAT  LIDOS: " CT-ORIGEM
           END-IF.

       LER-NOTA.
           READ NOTAAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-NOTA.
           MOVE DATA-NTA     TO DATA-TRAB.
           MOVE HORA-NTA     TO HORA-TRAB.
           MOVE OPERADOR-NTA TO OPERADOR-TRAB.
           MOVE "NOTACORR"   TO PROGRAMA-TRAB.
           MOVE "NOTA ALUNO" TO ENTIDADE-TRAB.
           MOVE CHAVE-NTA    TO CHAVE-TRAB.
           MOVE "ALTERACAO"  TO ACAO-TRAB.
           MOVE NOTA-ANT-NTA TO NOTA-VAL.
           MOVE SPACES       TO MOTIVO-NOTA-VAL.
           MOVE VALOR-NOTA-W TO ANTES-TRAB.
           MOVE NOTA-NOVA-NTA TO NOTA-VAL.
           MOVE MOTIVO-NTA   TO MOTIVO-NOTA-VAL.
           MOVE VALOR-NOTA-W TO DEPOIS-TRAB.
           MOVE "NOTAAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-NOTA.

       COLETA-OPERADORES.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT OPERAUDIT.
           IF WS-STATUS-OPA NOT EQUAL "00"
              DISPLAY "OPERAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-OPERADOR
              PERFORM SOLTA-OPERADOR UNTIL FIM-ARQ EQUAL "S"
              CLOSE OPERAUDIT
              DISPLAY "OPERAUD.DAT  LIDOS: " CT-ORIGEM
           END-IF.

       LER-OPERADOR.
           READ OPERAUDIT AT END MOVE "S" TO FIM-ARQ.

       SOLTA-OPERADOR.
           MOVE DATA-OPA     TO DATA-TRAB.
           MOVE HORA-OPA     TO HORA-TRAB.
           MOVE OPERADOR-OPA TO OPERADOR-TRAB.
           MOVE PROGRAMA-OPA TO PROGRAMA-TRAB.
           MOVE "OPERACAO"   TO ENTIDADE-TRAB.
           MOVE CHAVE-OPA    TO CHAVE-TRAB.
           MOVE FUNCAO-OPA   TO ACAO-TRAB.
           MOVE SPACES       TO ANTES-TRAB.
           MOVE SPACES       TO DEPOIS-TRAB.
           MOVE "OPERAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-OPERADOR.

       COLETA-TRANSFERENCIAS.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT TRANSAUD.
           IF WS-STATUS-TUA NOT EQUAL "00"
              DISPLAY "TRANSAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-TRANSFERENCIA
              PERFORM SOLTA-TRANSFERENCIA UNTIL FIM-ARQ EQUAL "S"
              CLOSE TRANSAUD
              DISPLAY "TRANSAUD.DAT LIDOS: " CT-ORIGEM
           END-IF.

       LER-TRANSFERENCIA.
           READ TRANSAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-TRANSFERENCIA.
           MOVE DATA-PROC-TUA TO DATA-TRAB.
           MOVE ZEROES        TO HORA-TRAB.
           MOVE "LOTE"        TO OPERADOR-TRAB.
           MOVE "TRANSTUR"    TO PROGRAMA-TRAB.
           MOVE "ALUNO"       TO ENTIDADE-TRAB.
           MOVE CODIGO-TUA    TO CHAVE-TRAB.
           MOVE "TRANSFER."   TO ACAO-TRAB.
           MOVE ORIGEM-TUA    TO TURMA-VAL.
           MOVE VALOR-TURMA-W TO ANTES-TRAB.
           MOVE DESTINO-TUA   TO TURMA-VAL.
           MOVE VALOR-TURMA-W TO DEPOIS-TRAB.
           MOVE "TRANSAUD.DAT" TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-TRANSFERENCIA.

       COLETA-CARTEIRAS.
           MOVE ZEROES TO CT-ORIGEM.
           OPEN INPUT TRFAUD.
           IF WS-STATUS-TFA NOT EQUAL "00"
              DISPLAY "TRFAUD.DAT NAO ENCONTRADO - SEM REGISTROS"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CARTEIRA
              PERFORM SOLTA-CARTEIRA UNTIL FIM-ARQ EQUAL "S"
              CLOSE TRFAUD
              DISPLAY "TRFAUD.DAT   LIDOS: " CT-ORIGEM
           END-IF.

       LER-CARTEIRA.
           READ TRFAUD AT END MOVE "S" TO FIM-ARQ.

       SOLTA-CARTEIRA.
           MOVE DATA-TFA      TO DATA-TRAB.
           MOVE ZEROES        TO HORA-TRAB.
           MOVE "LOTE"        TO OPERADOR-TRAB.
           MOVE "VENDTRF"     TO PROGRAMA-TRAB.
           MOVE "CLIENTE"     TO ENTIDADE-TRAB.
           MOVE CPF-TFA       TO CHAVE-TRAB.
           MOVE "TRANSFER."   TO ACAO-TRAB.
           MOVE VEND-DE-TFA   TO VEND-VAL.
           MOVE VALOR-VEND-W  TO ANTES-TRAB.
           MOVE VEND-PARA-TFA TO VEND-VAL.
           MOVE VALOR-VEND-W  TO DEPOIS-TRAB.
           MOVE "TRFAUD.DAT"  TO ORIGEM-TRAB.
           PERFORM SOLTA-REGISTRO.
           PERFORM LER-CARTEIRA.

       SOLTA-REGISTRO.
           ADD 1 TO CT-SEQ.
           ADD 1 TO CT-ORIGEM.
           MOVE CT-SEQ TO SEQ-TRAB.
           RELEASE REG-TRAB.

       GRAVA-CONSOLIDADO SECTION.
           OPEN OUTPUT AUDGERAL.
           MOVE "N" TO FIM-SORT.
           PERFORM LEITURA-TRAB.
           PERFORM GRAVA-REGISTRO UNTIL FIM-SORT EQUAL "S".
           CLOSE AUDGERAL.

       ROTINAS-GRAVACAO SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-SORT.

       GRAVA-REGISTRO.
           MOVE DATA-TRAB     TO DATA-AUDG.
           MOVE HORA-TRAB     TO HORA-AUDG.
           MOVE OPERADOR-TRAB TO OPERADOR-AUDG.
           MOVE PROGRAMA-TRAB TO PROGRAMA-AUDG.
           MOVE ENTIDADE-TRAB TO ENTIDADE-AUDG.
           MOVE CHAVE-TRAB    TO CHAVE-AUDG.
           MOVE ACAO-TRAB     TO ACAO-AUDG.
           MOVE ANTES-TRAB    TO ANTES-AUDG.
           MOVE DEPOIS-TRAB   TO DEPOIS-AUDG.
           MOVE ORIGEM-TRAB   TO ORIGEM-AUDG.
           WRITE REG-AUDG.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LEITURA-TRAB.
