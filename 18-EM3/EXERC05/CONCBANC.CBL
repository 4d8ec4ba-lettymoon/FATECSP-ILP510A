       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCBANC.
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
           SELECT PARMCONC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT EXTRATO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EXT.
           SELECT REMESSA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REM.
           SELECT RETORNO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-RET.
           SELECT CPPAGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PAG.
           SELECT CPREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REJ.
           SELECT CRRECEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
           SELECT CONCIL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONC.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
           SELECT REL-CONC ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCONC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCONC.DAT".
       01 REG-PARM-CONC.
           02 DATA-INI-PARM  PIC 9(08).
           02 DATA-FIM-PARM  PIC 9(08).
           02 SINAL-PARM     PIC X(01).
           02 SALDO-PARM-X   PIC X(13).
           02 SALDO-PARM REDEFINES SALDO-PARM-X PIC 9(11)V99.
           02 JANELA-PARM-X  PIC X(02).
           02 JANELA-PARM REDEFINES JANELA-PARM-X PIC 9(02).
           02 HIST-BANCO-PARM PIC X(10).

       FD PLANOCTA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANO.
           02 HIST-PLANO  PIC X(10).
           02 CONTA-PLANO PIC 9(05).
           02 NOME-PLANO  PIC X(30).

       FD SALDOS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDOS.DAT".
       01 REG-SALDO.
           02 CONTA-SALDO   PIC 9(05).
           02 COMPET-SALDO  PIC 9(06).
           02 ABERTURA-SALDO PIC S9(13)V99.
           02 DEBITOS-SALDO PIC 9(13)V99.
           02 CREDITOS-SALDO PIC 9(13)V99.
           02 FECHO-SALDO   PIC S9(13)V99.

       FD EXTRATO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 REG-EXT.
           02 DATA-EXT-X    PIC X(08).
           02 DATA-EXT REDEFINES DATA-EXT-X PIC 9(08).
           02 NATUREZA-EXT  PIC X(01).
               88 EXT-DEBITO  VALUE "D".
               88 EXT-CREDITO VALUE "C".
           02 VALOR-EXT-X   PIC X(15).
           02 VALOR-EXT REDEFINES VALOR-EXT-X PIC 9(13)V99.
           02 DOC-EXT       PIC X(10).
           02 HIST-EXT      PIC X(30).

       FD REMESSA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMESSA.DAT".
       01 REG-REMESSA      PIC X(100).
       01 REM-HEADER-VIEW REDEFINES REG-REMESSA.
           02 TIPO-HDR      PIC 9(01).
           02 NOME-EMPRESA  PIC X(30).
           02 DATA-PAGTO-HDR PIC 9(08).
           02 FILLER        PIC X(61).
       01 REM-DETALHE-VIEW REDEFINES REG-REMESSA.
           02 TIPO-DET      PIC 9(01).
           02 COD-VEND-DET  PIC 9(05).
           02 NOME-DET      PIC X(30).
           02 VALOR-DET     PIC 9(13)V99.
           02 FILLER        PIC X(09).
           02 BANCO-DET     PIC 9(03).
           02 AGENCIA-DET   PIC 9(05).
           02 CONTA-DET     PIC X(12).
           02 CPF-DET       PIC 9(11).
           02 FILLER        PIC X(09).

       FD RETORNO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETORNO.DAT".
       01 REG-RETORNO.
           02 TIPO-RET     PIC 9(01).
           02 COD-VEND-RET PIC 9(05).
           02 VALOR-RET    PIC 9(13)V99.
           02 STATUS-RET   PIC X(02).
               88 CREDITO-PAGO VALUE "00".
           02 MOTIVO-RET   PIC X(30).

       FD CPPAGO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPPAGO.DAT".
       01 REG-PAGO.
           02 NR-TIT-PAGO   PIC 9(06).
           02 VALOR-PAGO-X  PIC X(09).
           02 VALOR-PAGO REDEFINES VALOR-PAGO-X PIC 9(07)V99.
           02 DATA-PAGO-X   PIC X(08).
           02 DATA-PAGO REDEFINES DATA-PAGO-X PIC 9(08).

       FD CPREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPREJ.DAT".
       01 REG-REJ.
           02 NR-TIT-REJ PIC 9(06).
           02 VALOR-REJ  PIC X(09).
           02 MOTIVO-REJ PIC X(30).

       FD CRRECEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRRECEB.DAT".
       01 REG-REC.
           02 NR-NOTA-REC   PIC 9(04).
           02 PARCELA-REC   PIC 9(02).
           02 NR-VEND-REC   PIC 9(05).
           02 DATA-REC      PIC 9(08).
           02 PRINCIPAL-REC PIC 9(07)V99.
           02 ENCARGOS-REC  PIC 9(07)V99.
           02 TIPO-REC      PIC X(01).

       FD CONCIL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONCIL.DAT".
       01 REG-CONC.
           02 ORIGEM-CONC   PIC X(01).
           02 DOC-SIS-CONC  PIC X(10).
           02 DATA-SIS-CONC PIC 9(08).
           02 VALOR-CONC    PIC 9(13)V99.
           02 DATA-EXT-CONC PIC 9(08).
           02 NAT-EXT-CONC  PIC X(01).
           02 DOC-EXT-CONC  PIC X(10).
           02 DATA-CONC     PIC 9(08).

       FD REL-CONC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-EXT   PIC X(02).
           77 WS-STATUS-REM   PIC X(02).
           77 WS-STATUS-RET   PIC X(02).
           77 WS-STATUS-PAG   PIC X(02).
           77 WS-STATUS-REJ   PIC X(02).
           77 WS-STATUS-REC   PIC X(02).
           77 WS-STATUS-CONC  PIC X(02).
           77 WS-STATUS-PLANO PIC X(02).
           77 WS-STATUS-SALDO PIC X(02).
           77 HIST-BANCO      PIC X(10) VALUE SPACES.
           77 CONTA-BANCO     PIC 9(05) VALUE ZEROES.
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 MELHOR-COMPET   PIC 9(06) VALUE ZEROES.
           77 TEM-RAZAO       PIC X(01) VALUE "N".
           77 SALDO-RAZAO     PIC S9(13)V99 VALUE ZEROES.
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-INI        PIC 9(08) VALUE ZEROES.
           77 DATA-FIM        PIC 9(08) VALUE ZEROES.
           77 JANELA          PIC 9(02) VALUE 3.
           77 SALDO-INICIAL   PIC S9(13)V99 VALUE ZEROES.
           77 DATA-REMESSA    PIC 9(08) VALUE ZEROES.
           77 TEM-RETORNO     PIC X(01) VALUE "N".
           77 REGRA-FUTURO    PIC X(01) VALUE "N".
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 DIAS-DIF        PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 PASSO           PIC 9(01) VALUE ZEROES.
           77 QTD-EXT         PIC 9(04) VALUE ZEROES.
           77 IND-EXT         PIC 9(04) VALUE ZEROES.
           77 QTD-SIS         PIC 9(04) VALUE ZEROES.
           77 IND-SIS         PIC 9(04) VALUE ZEROES.
           77 QTD-RET         PIC 9(04) VALUE ZEROES.
           77 IND-RET         PIC 9(04) VALUE ZEROES.
           77 QTD-REJ         PIC 9(04) VALUE ZEROES.
           77 IND-REJ         PIC 9(04) VALUE ZEROES.
           77 ORIGEM-W        PIC X(01) VALUE SPACES.
           77 NATUREZA-W      PIC X(01) VALUE SPACES.
           77 DOC-W           PIC X(10) VALUE SPACES.
           77 DATA-W          PIC 9(08) VALUE ZEROES.
           77 VALOR-W         PIC 9(13)V99 VALUE ZEROES.
           77 DESCR-W         PIC X(30) VALUE SPACES.
           77 CT-EXT-LIDOS    PIC 9(05) VALUE ZEROES.
           77 CT-EXT-INVAL    PIC 9(05) VALUE ZEROES.
           77 CT-EXT-FORA     PIC 9(05) VALUE ZEROES.
           77 CT-CONC-ANT     PIC 9(05) VALUE ZEROES.
           77 CT-CONC-DOC     PIC 9(05) VALUE ZEROES.
           77 CT-CONC-VALOR   PIC 9(05) VALUE ZEROES.
           77 CT-EXT-PEND     PIC 9(05) VALUE ZEROES.
           77 CT-SIS-PEND     PIC 9(05) VALUE ZEROES.
           77 TOT-EXT-CRED    PIC 9(13)V99 VALUE ZEROES.
           77 TOT-EXT-DEB     PIC 9(13)V99 VALUE ZEROES.
           77 TOT-SIS-CRED    PIC 9(13)V99 VALUE ZEROES.
           77 TOT-SIS-DEB     PIC 9(13)V99 VALUE ZEROES.
           77 PEND-EXT-CRED   PIC 9(13)V99 VALUE ZEROES.
           77 PEND-EXT-DEB    PIC 9(13)V99 VALUE ZEROES.
           77 PEND-SIS-CRED   PIC 9(13)V99 VALUE ZEROES.
           77 PEND-SIS-DEB    PIC 9(13)V99 VALUE ZEROES.
           77 SALDO-BANCO     PIC S9(13)V99 VALUE ZEROES.
           77 SALDO-LIVRO     PIC S9(13)V99 VALUE ZEROES.
           77 SALDO-BANCO-AJ  PIC S9(13)V99 VALUE ZEROES.
           77 SALDO-LIVRO-AJ  PIC S9(13)V99 VALUE ZEROES.
           77 DIFERENCA       PIC S9(13)V99 VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-EXTRATO.
           02 TAB-EXT OCCURS 2000 TIMES.
               03 TAB-DATA-EXT  PIC 9(08).
               03 TAB-NAT-EXT   PIC X(01).
               03 TAB-VALOR-EXT PIC 9(13)V99.
               03 TAB-DOC-EXT   PIC X(10).
               03 TAB-HIST-EXT  PIC X(30).
               03 TAB-SIT-EXT   PIC X(01).
               03 TAB-PAR-EXT   PIC 9(04).

       01 TABELA-SISTEMA.
           02 TAB-SIS OCCURS 3000 TIMES.
               03 TAB-ORIGEM-SIS PIC X(01).
               03 TAB-NAT-SIS    PIC X(01).
               03 TAB-DOC-SIS    PIC X(10).
               03 TAB-DATA-SIS   PIC 9(08).
               03 TAB-VALOR-SIS  PIC 9(13)V99.
               03 TAB-DESCR-SIS  PIC X(30).
               03 TAB-SIT-SIS    PIC X(01).

       01 TABELA-RETORNO.
           02 TAB-RET OCCURS 500 TIMES.
               03 TAB-COD-RET    PIC 9(05).
               03 TAB-STATUS-RET PIC X(02).

       01 TABELA-REJEITADOS.
           02 TAB-NR-REJ PIC 9(06) OCCURS 500 TIMES.

       01 DOC-PAGAR.
           02 NR-TIT-DOC  PIC 9(06).
           02 FILLER      PIC X(04) VALUE SPACES.
       01 DOC-RECEBER.
           02 NOTA-DOC    PIC 9(04).
           02 PARCELA-DOC PIC 9(02).
           02 FILLER      PIC X(04) VALUE SPACES.
       01 DOC-FOLHA.
           02 VEND-DOC    PIC 9(05).
           02 FILLER      PIC X(05) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(25) VALUE SPACES.
           02 FILLER  PIC X(33) VALUE
                       "CONCILIACAO BANCARIA - PERIODO DE".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 DIA-INI-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-INI-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-INI-CAB PIC 9(04).
           02 FILLER  PIC X(03) VALUE " A ".
           02 DIA-FIM-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 MES-FIM-CAB PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-FIM-CAB PIC 9(04).
           02 FILLER  PIC X(28) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ORIGEM".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DOCUMENTO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "HISTORICO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "D/C".
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "VALOR".
           02 FILLER PIC X(23) VALUE SPACES.

       01 DETALHE-TITULO.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 TITULO-REL PIC X(60).
           02 FILLER     PIC X(48) VALUE SPACES.

       01 DETALHE.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DIA-REL    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 MES-REL    PIC 9(02).
           02 FILLER     PIC X(01) VALUE "/".
           02 ANO-REL    PIC 9(04).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 ORIGEM-REL PIC X(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DOC-REL    PIC X(10).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 HIST-REL   PIC X(30).
           02 FILLER     PIC X(03) VALUE SPACES.
           02 NAT-REL    PIC X(01).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 VALOR-REL  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(21) VALUE SPACES.

       01 DETALHE-FINAL.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-TOT  PIC X(50).
           02 FILLER     PIC X(02) VALUE ": ".
           02 VALOR-TOT  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER     PIC X(38) VALUE SPACES.

       01 DETALHE-QTD.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 DESCR-QTD  PIC X(50).
           02 FILLER     PIC X(02) VALUE ": ".
           02 QTD-TOT    PIC ZZZZ9.
           02 FILLER     PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CONCBANC.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-RAZAO.
           PERFORM CARREGA-EXTRATO.
           PERFORM CARREGA-RETORNO.
           PERFORM CARREGA-REMESSA.
           PERFORM CARREGA-REJEITADOS.
           PERFORM CARREGA-PAGAMENTOS.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-CONCILIADOS.
           MOVE 1 TO PASSO.
           MOVE 1 TO IND-EXT.
           PERFORM CONCILIA-LINHA UNTIL IND-EXT GREATER THAN QTD-EXT.
           MOVE 2 TO PASSO.
           MOVE 1 TO IND-EXT.
           PERFORM CONCILIA-LINHA UNTIL IND-EXT GREATER THAN QTD-EXT.
           PERFORM GRAVA-CONCILIADOS.
           OPEN OUTPUT REL-CONC.
           PERFORM IMPRIME-EXTRATO-PENDENTE.
           PERFORM IMPRIME-SISTEMA-PENDENTE.
           PERFORM TOTAIS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCONC.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMCONC.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMCONC
               AT END
                   DISPLAY "PARMCONC.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARMCONC.
           IF DATA-INI-PARM NOT NUMERIC OR DATA-FIM-PARM NOT NUMERIC
              OR DATA-INI-PARM GREATER THAN DATA-FIM-PARM
              DISPLAY "PERIODO INVALIDO EM PARMCONC - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE DATA-INI-PARM TO DATA-INI.
           MOVE DATA-FIM-PARM TO DATA-FIM.
           IF SALDO-PARM-X NUMERIC
              MOVE SALDO-PARM TO SALDO-INICIAL
              IF SINAL-PARM EQUAL "-"
                 COMPUTE SALDO-INICIAL = SALDO-INICIAL * -1
              END-IF
           END-IF.
           IF JANELA-PARM-X NUMERIC
              MOVE JANELA-PARM TO JANELA
           END-IF.
           MOVE HIST-BANCO-PARM TO HIST-BANCO.
           MOVE DATA-FIM(1:6) TO COMPET-SEL.

       CARREGA-RAZAO.
           IF HIST-BANCO EQUAL SPACES
              DISPLAY "PARMCONC SEM HISTORICO DA CONTA BANCO - SALDO "
                      "DO SISTEMA PELOS MOVIMENTOS"
           ELSE
              PERFORM LOCALIZA-CONTA-BANCO
              PERFORM APURA-SALDO-RAZAO
           END-IF.

       LOCALIZA-CONTA-BANCO.
           OPEN INPUT PLANOCTA.
           IF WS-STATUS-PLANO NOT EQUAL "00"
              DISPLAY "PLANOCTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO ACHEI.
           PERFORM LER-PLANO.
           PERFORM TESTA-PLANO UNTIL FIM-ARQ EQUAL "S" OR
                   ACHEI EQUAL "S".
           CLOSE PLANOCTA.
           MOVE "N" TO FIM-ARQ.
           IF ACHEI EQUAL "N"
              DISPLAY "HISTORICO " HIST-BANCO " SEM CONTA NO PLANO - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LER-PLANO.
           READ PLANOCTA AT END MOVE "S" TO FIM-ARQ.

       TESTA-PLANO.
           IF HIST-PLANO EQUAL HIST-BANCO
              MOVE "S" TO ACHEI
              MOVE CONTA-PLANO TO CONTA-BANCO
           ELSE
              PERFORM LER-PLANO
           END-IF.

       APURA-SALDO-RAZAO.
           OPEN INPUT SALDOS.
           IF WS-STATUS-SALDO NOT EQUAL "00"
              DISPLAY "SALDOS.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-SALDO.
           PERFORM TRATA-SALDO UNTIL FIM-ARQ EQUAL "S".
           CLOSE SALDOS.
           MOVE "N" TO FIM-ARQ.
           MOVE "S" TO TEM-RAZAO.

       LER-SALDO.
           READ SALDOS AT END MOVE "S" TO FIM-ARQ.

       TRATA-SALDO.
           IF CONTA-SALDO EQUAL CONTA-BANCO AND
              COMPET-SALDO NOT GREATER THAN COMPET-SEL AND
              COMPET-SALDO GREATER THAN MELHOR-COMPET
              MOVE COMPET-SALDO TO MELHOR-COMPET
              MOVE FECHO-SALDO  TO SALDO-RAZAO
           END-IF.
           PERFORM LER-SALDO.

       CARREGA-EXTRATO.
           OPEN INPUT EXTRATO.
           IF WS-STATUS-EXT NOT EQUAL "00"
              DISPLAY "EXTRATO.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-EXTRATO.
           PERFORM GUARDA-EXTRATO UNTIL FIM-ARQ EQUAL "S".
           CLOSE EXTRATO.
           MOVE "N" TO FIM-ARQ.

       LER-EXTRATO.
           READ EXTRATO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-EXTRATO.
           ADD 1 TO CT-EXT-LIDOS.
           CALL "DATAVAL" USING DATA-EXT-X REGRA-FUTURO
                                RESULTADO-DATA.
           IF RESULTADO-DATA NOT EQUAL "00" OR
              (NOT EXT-DEBITO AND NOT EXT-CREDITO) OR
              VALOR-EXT-X NOT NUMERIC
              ADD 1 TO CT-EXT-INVAL
              DISPLAY "LINHA INVALIDA NO EXTRATO: " REG-EXT
           ELSE
              IF VALOR-EXT EQUAL 0
                 ADD 1 TO CT-EXT-INVAL
                 DISPLAY "LINHA INVALIDA NO EXTRATO: " REG-EXT
              ELSE
                 IF DATA-EXT LESS THAN DATA-INI OR
                    DATA-EXT GREATER THAN DATA-FIM
                    ADD 1 TO CT-EXT-FORA
                 ELSE
                    PERFORM INCLUI-EXTRATO
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-EXTRATO.

       INCLUI-EXTRATO.
           IF QTD-EXT NOT LESS THAN 2000
              DISPLAY "TABELA DO EXTRATO ESGOTADA - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-EXT.
           MOVE DATA-EXT     TO TAB-DATA-EXT(QTD-EXT).
           MOVE NATUREZA-EXT TO TAB-NAT-EXT(QTD-EXT).
           MOVE VALOR-EXT    TO TAB-VALOR-EXT(QTD-EXT).
           MOVE DOC-EXT      TO TAB-DOC-EXT(QTD-EXT).
           MOVE HIST-EXT     TO TAB-HIST-EXT(QTD-EXT).
           MOVE "N"          TO TAB-SIT-EXT(QTD-EXT).
           MOVE ZEROES       TO TAB-PAR-EXT(QTD-EXT).
           IF EXT-CREDITO
              ADD VALOR-EXT TO TOT-EXT-CRED
           ELSE
              ADD VALOR-EXT TO TOT-EXT-DEB
           END-IF.

       CARREGA-RETORNO.
           OPEN INPUT RETORNO.
           IF WS-STATUS-RET NOT EQUAL "00"
              DISPLAY "RETORNO.DAT NAO ENCONTRADO - REMESSA "
                      "CONSIDERADA INTEGRALMENTE PAGA"
           ELSE
              MOVE "S" TO TEM-RETORNO
              PERFORM LER-RETORNO
              PERFORM GUARDA-RETORNO UNTIL FIM-ARQ EQUAL "S"
              CLOSE RETORNO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-RETORNO.
           READ RETORNO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-RETORNO.
           IF TIPO-RET EQUAL 1 AND QTD-RET LESS THAN 500
              ADD 1 TO QTD-RET
              MOVE COD-VEND-RET TO TAB-COD-RET(QTD-RET)
              MOVE STATUS-RET   TO TAB-STATUS-RET(QTD-RET)
           END-IF.
           PERFORM LER-RETORNO.

       CARREGA-REMESSA.
           OPEN INPUT REMESSA.
           IF WS-STATUS-REM NOT EQUAL "00"
              DISPLAY "REMESSA.DAT NAO ENCONTRADO - SEM ITENS DE "
                      "FOLHA"
           ELSE
              PERFORM LER-REMESSA
              PERFORM GUARDA-REMESSA UNTIL FIM-ARQ EQUAL "S"
              CLOSE REMESSA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-REMESSA.
           READ REMESSA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-REMESSA.
           EVALUATE REG-REMESSA(1:1)
              WHEN "0"
                 MOVE DATA-PAGTO-HDR TO DATA-REMESSA
              WHEN "1"
                 PERFORM PESQUISA-RETORNO
                 IF ACHEI EQUAL "S" AND DATA-REMESSA NOT LESS THAN
                    DATA-INI AND DATA-REMESSA NOT GREATER THAN
                    DATA-FIM
                    MOVE "F"            TO ORIGEM-W
                    MOVE "D"            TO NATUREZA-W
                    MOVE COD-VEND-DET   TO VEND-DOC
                    MOVE DOC-FOLHA      TO DOC-W
                    MOVE DATA-REMESSA   TO DATA-W
                    MOVE VALOR-DET      TO VALOR-W
                    MOVE NOME-DET       TO DESCR-W
                    PERFORM INCLUI-SISTEMA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM LER-REMESSA.

       PESQUISA-RETORNO.
           IF TEM-RETORNO EQUAL "N"
              MOVE "S" TO ACHEI
           ELSE
              MOVE "N" TO ACHEI
              MOVE 1 TO IND-RET
              PERFORM TESTA-RETORNO UNTIL IND-RET GREATER THAN
                      QTD-RET OR ACHEI EQUAL "S"
           END-IF.

       TESTA-RETORNO.
           IF TAB-COD-RET(IND-RET) EQUAL COD-VEND-DET AND
              TAB-STATUS-RET(IND-RET) EQUAL "00"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-RET.

       CARREGA-REJEITADOS.
           OPEN INPUT CPREJ.
           IF WS-STATUS-REJ EQUAL "00"
              PERFORM LER-REJEITADO
              PERFORM GUARDA-REJEITADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CPREJ
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-REJEITADO.
           READ CPREJ AT END MOVE "S" TO FIM-ARQ.

       GUARDA-REJEITADO.
           IF NR-TIT-REJ NUMERIC AND QTD-REJ LESS THAN 500
              ADD 1 TO QTD-REJ
              MOVE NR-TIT-REJ TO TAB-NR-REJ(QTD-REJ)
           END-IF.
           PERFORM LER-REJEITADO.

       CARREGA-PAGAMENTOS.
           OPEN INPUT CPPAGO.
           IF WS-STATUS-PAG NOT EQUAL "00"
              DISPLAY "CPPAGO.DAT NAO ENCONTRADO - SEM PAGAMENTOS "
                      "A FORNECEDORES"
           ELSE
              PERFORM LER-PAGAMENTO
              PERFORM GUARDA-PAGAMENTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CPPAGO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PAGAMENTO.
           READ CPPAGO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PAGAMENTO.
           IF NR-TIT-PAGO NUMERIC AND VALOR-PAGO-X NUMERIC AND
              DATA-PAGO-X NUMERIC
              PERFORM PESQUISA-REJEITADO
              IF ACHEI EQUAL "N" AND DATA-PAGO NOT LESS THAN
                 DATA-INI AND DATA-PAGO NOT GREATER THAN DATA-FIM
                 MOVE "P"            TO ORIGEM-W
                 MOVE "D"            TO NATUREZA-W
                 MOVE NR-TIT-PAGO    TO NR-TIT-DOC
                 MOVE DOC-PAGAR      TO DOC-W
                 MOVE DATA-PAGO      TO DATA-W
                 MOVE VALOR-PAGO     TO VALOR-W
                 MOVE "PAGAMENTO A FORNECEDOR" TO DESCR-W
                 PERFORM INCLUI-SISTEMA
              END-IF
           END-IF.
           PERFORM LER-PAGAMENTO.

       PESQUISA-REJEITADO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-REJ.
           PERFORM TESTA-REJEITADO UNTIL IND-REJ GREATER THAN
                   QTD-REJ OR ACHEI EQUAL "S".

       TESTA-REJEITADO.
           IF TAB-NR-REJ(IND-REJ) EQUAL NR-TIT-PAGO
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-REJ.

       CARREGA-RECEBIMENTOS.
           OPEN INPUT CRRECEB.
           IF WS-STATUS-REC NOT EQUAL "00"
              DISPLAY "CRRECEB.DAT NAO ENCONTRADO - SEM "
                      "RECEBIMENTOS DE CLIENTES"
           ELSE
              PERFORM LER-RECEBIMENTO
              PERFORM GUARDA-RECEBIMENTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRRECEB
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-RECEBIMENTO.
           READ CRRECEB AT END MOVE "S" TO FIM-ARQ.

       GUARDA-RECEBIMENTO.
           IF DATA-REC NOT LESS THAN DATA-INI AND
              DATA-REC NOT GREATER THAN DATA-FIM
              MOVE "R"            TO ORIGEM-W
              MOVE "C"            TO NATUREZA-W
              MOVE NR-NOTA-REC    TO NOTA-DOC
              MOVE PARCELA-REC    TO PARCELA-DOC
              MOVE DOC-RECEBER    TO DOC-W
              MOVE DATA-REC       TO DATA-W
              COMPUTE VALOR-W = PRINCIPAL-REC + ENCARGOS-REC
              MOVE "RECEBIMENTO DE CLIENTE" TO DESCR-W
              PERFORM INCLUI-SISTEMA
           END-IF.
           PERFORM LER-RECEBIMENTO.

       INCLUI-SISTEMA.
           IF QTD-SIS NOT LESS THAN 3000
              DISPLAY "TABELA DE ITENS DO SISTEMA ESGOTADA - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-SIS.
           MOVE ORIGEM-W   TO TAB-ORIGEM-SIS(QTD-SIS).
           MOVE NATUREZA-W TO TAB-NAT-SIS(QTD-SIS).
           MOVE DOC-W      TO TAB-DOC-SIS(QTD-SIS).
           MOVE DATA-W     TO TAB-DATA-SIS(QTD-SIS).
           MOVE VALOR-W    TO TAB-VALOR-SIS(QTD-SIS).
           MOVE DESCR-W    TO TAB-DESCR-SIS(QTD-SIS).
           MOVE "N"        TO TAB-SIT-SIS(QTD-SIS).
           IF NATUREZA-W EQUAL "C"
              ADD VALOR-W TO TOT-SIS-CRED
           ELSE
              ADD VALOR-W TO TOT-SIS-DEB
           END-IF.

       CARREGA-CONCILIADOS.
           OPEN INPUT CONCIL.
           IF WS-STATUS-CONC EQUAL "00"
              PERFORM LER-CONCILIADO
              PERFORM MARCA-CONCILIADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONCIL
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-CONCILIADO.
           READ CONCIL AT END MOVE "S" TO FIM-ARQ.

       MARCA-CONCILIADO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-SIS.
           PERFORM TESTA-SIS-CONCILIADO UNTIL IND-SIS GREATER THAN
                   QTD-SIS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-SIS
              MOVE "A" TO TAB-SIT-SIS(IND-SIS)
              ADD 1 TO CT-CONC-ANT
           END-IF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-EXT.
           PERFORM TESTA-EXT-CONCILIADO UNTIL IND-EXT GREATER THAN
                   QTD-EXT OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-EXT
              MOVE "A" TO TAB-SIT-EXT(IND-EXT)
           END-IF.
           PERFORM LER-CONCILIADO.

       TESTA-SIS-CONCILIADO.
           IF TAB-SIT-SIS(IND-SIS) EQUAL "N" AND
              TAB-ORIGEM-SIS(IND-SIS) EQUAL ORIGEM-CONC AND
              TAB-DOC-SIS(IND-SIS) EQUAL DOC-SIS-CONC AND
              TAB-DATA-SIS(IND-SIS) EQUAL DATA-SIS-CONC AND
              TAB-VALOR-SIS(IND-SIS) EQUAL VALOR-CONC
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-SIS.

       TESTA-EXT-CONCILIADO.
           IF TAB-SIT-EXT(IND-EXT) EQUAL "N" AND
              TAB-DATA-EXT(IND-EXT) EQUAL DATA-EXT-CONC AND
              TAB-NAT-EXT(IND-EXT) EQUAL NAT-EXT-CONC AND
              TAB-DOC-EXT(IND-EXT) EQUAL DOC-EXT-CONC AND
              TAB-VALOR-EXT(IND-EXT) EQUAL VALOR-CONC
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-EXT.

       CONCILIA-LINHA.
           IF TAB-SIT-EXT(IND-EXT) EQUAL "N"
              IF PASSO EQUAL 2 OR TAB-DOC-EXT(IND-EXT) NOT EQUAL
                 SPACES
                 MOVE "N" TO ACHEI
                 MOVE 1 TO IND-SIS
                 PERFORM TESTA-PAR UNTIL IND-SIS GREATER THAN
                         QTD-SIS OR ACHEI EQUAL "S"
                 IF ACHEI EQUAL "S"
                    SUBTRACT 1 FROM IND-SIS
                    MOVE "C" TO TAB-SIT-EXT(IND-EXT)
                    MOVE "C" TO TAB-SIT-SIS(IND-SIS)
                    MOVE IND-SIS TO TAB-PAR-EXT(IND-EXT)
                    IF PASSO EQUAL 1
                       ADD 1 TO CT-CONC-DOC
                    ELSE
                       ADD 1 TO CT-CONC-VALOR
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-EXT.

       TESTA-PAR.
           IF TAB-SIT-SIS(IND-SIS) EQUAL "N" AND
              TAB-NAT-SIS(IND-SIS) EQUAL TAB-NAT-EXT(IND-EXT) AND
              TAB-VALOR-SIS(IND-SIS) EQUAL TAB-VALOR-EXT(IND-EXT)
              IF PASSO EQUAL 2 OR
                 TAB-DOC-SIS(IND-SIS) EQUAL TAB-DOC-EXT(IND-EXT)
                 CALL "DATADIF" USING TAB-DATA-SIS(IND-SIS)
                                      TAB-DATA-EXT(IND-EXT)
                                      DIAS-DIF RESULTADO-DIF
                 IF RESULTADO-DIF EQUAL "00" AND
                    DIAS-DIF NOT LESS THAN 0 - JANELA AND
                    DIAS-DIF NOT GREATER THAN JANELA
                    MOVE "S" TO ACHEI
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-SIS.

       GRAVA-CONCILIADOS.
           IF CT-CONC-DOC + CT-CONC-VALOR GREATER THAN 0
              OPEN EXTEND CONCIL
              IF WS-STATUS-CONC EQUAL "35"
                 OPEN OUTPUT CONCIL
              END-IF
              MOVE 1 TO IND-EXT
              PERFORM GRAVA-CONCILIADO UNTIL IND-EXT GREATER THAN
                      QTD-EXT
              CLOSE CONCIL
           END-IF.

       GRAVA-CONCILIADO.
           IF TAB-SIT-EXT(IND-EXT) EQUAL "C"
              MOVE TAB-PAR-EXT(IND-EXT)    TO IND-SIS
              MOVE TAB-ORIGEM-SIS(IND-SIS) TO ORIGEM-CONC
              MOVE TAB-DOC-SIS(IND-SIS)    TO DOC-SIS-CONC
              MOVE TAB-DATA-SIS(IND-SIS)   TO DATA-SIS-CONC
              MOVE TAB-VALOR-SIS(IND-SIS)  TO VALOR-CONC
              MOVE TAB-DATA-EXT(IND-EXT)   TO DATA-EXT-CONC
              MOVE TAB-NAT-EXT(IND-EXT)    TO NAT-EXT-CONC
              MOVE TAB-DOC-EXT(IND-EXT)    TO DOC-EXT-CONC
              MOVE DATA-HOJE               TO DATA-CONC
              WRITE REG-CONC
           END-IF.
           ADD 1 TO IND-EXT.

       IMPRIME-EXTRATO-PENDENTE.
           PERFORM CABECALHO.
           MOVE "LANCAMENTOS DO EXTRATO NAO CONCILIADOS" TO TITULO-REL.
           WRITE REG-ATR FROM DETALHE-TITULO AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           MOVE 1 TO IND-EXT.
           PERFORM IMPRIME-EXTRATO UNTIL IND-EXT GREATER THAN QTD-EXT.
           IF CT-EXT-PEND EQUAL 0
              MOVE "NENHUM" TO TITULO-REL
              WRITE REG-ATR FROM DETALHE-TITULO
                    AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       IMPRIME-EXTRATO.
           IF TAB-SIT-EXT(IND-EXT) EQUAL "N"
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
              END-IF
              ADD 1 TO CT-EXT-PEND
              MOVE TAB-DATA-EXT(IND-EXT)(7:2) TO DIA-REL
              MOVE TAB-DATA-EXT(IND-EXT)(5:2) TO MES-REL
              MOVE TAB-DATA-EXT(IND-EXT)(1:4) TO ANO-REL
              MOVE "BANCO"                 TO ORIGEM-REL
              MOVE TAB-DOC-EXT(IND-EXT)    TO DOC-REL
              MOVE TAB-HIST-EXT(IND-EXT)   TO HIST-REL
              MOVE TAB-NAT-EXT(IND-EXT)    TO NAT-REL
              MOVE TAB-VALOR-EXT(IND-EXT)  TO VALOR-REL
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              IF TAB-NAT-EXT(IND-EXT) EQUAL "C"
                 ADD TAB-VALOR-EXT(IND-EXT) TO PEND-EXT-CRED
              ELSE
                 ADD TAB-VALOR-EXT(IND-EXT) TO PEND-EXT-DEB
              END-IF
           END-IF.
           ADD 1 TO IND-EXT.

       IMPRIME-SISTEMA-PENDENTE.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE "ITENS DO SISTEMA NAO CONCILIADOS" TO TITULO-REL.
           WRITE REG-ATR FROM DETALHE-TITULO AFTER ADVANCING 3 LINES.
           ADD 3 TO CT-LIN.
           MOVE 1 TO IND-SIS.
           PERFORM IMPRIME-SISTEMA UNTIL IND-SIS GREATER THAN QTD-SIS.
           IF CT-SIS-PEND EQUAL 0
              MOVE "NENHUM" TO TITULO-REL
              WRITE REG-ATR FROM DETALHE-TITULO
                    AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.

       IMPRIME-SISTEMA.
           IF TAB-SIT-SIS(IND-SIS) EQUAL "N"
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
              END-IF
              ADD 1 TO CT-SIS-PEND
              MOVE TAB-DATA-SIS(IND-SIS)(7:2) TO DIA-REL
              MOVE TAB-DATA-SIS(IND-SIS)(5:2) TO MES-REL
              MOVE TAB-DATA-SIS(IND-SIS)(1:4) TO ANO-REL
              EVALUATE TAB-ORIGEM-SIS(IND-SIS)
                 WHEN "F" MOVE "FOLHA"  TO ORIGEM-REL
                 WHEN "P" MOVE "PAGAR"  TO ORIGEM-REL
                 WHEN OTHER MOVE "RECEB." TO ORIGEM-REL
              END-EVALUATE
              MOVE TAB-DOC-SIS(IND-SIS)    TO DOC-REL
              MOVE TAB-DESCR-SIS(IND-SIS)  TO HIST-REL
              MOVE TAB-NAT-SIS(IND-SIS)    TO NAT-REL
              MOVE TAB-VALOR-SIS(IND-SIS)  TO VALOR-REL
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              IF TAB-NAT-SIS(IND-SIS) EQUAL "C"
                 ADD TAB-VALOR-SIS(IND-SIS) TO PEND-SIS-CRED
              ELSE
                 ADD TAB-VALOR-SIS(IND-SIS) TO PEND-SIS-DEB
              END-IF
           END-IF.
           ADD 1 TO IND-SIS.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE DATA-INI(7:2) TO DIA-INI-CAB.
           MOVE DATA-INI(5:2) TO MES-INI-CAB.
           MOVE DATA-INI(1:4) TO ANO-INI-CAB.
           MOVE DATA-FIM(7:2) TO DIA-FIM-CAB.
           MOVE DATA-FIM(5:2) TO MES-FIM-CAB.
           MOVE DATA-FIM(1:4) TO ANO-FIM-CAB.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           COMPUTE SALDO-BANCO = SALDO-INICIAL + TOT-EXT-CRED -
                   TOT-EXT-DEB.
           IF TEM-RAZAO EQUAL "S"
              MOVE SALDO-RAZAO TO SALDO-LIVRO
           ELSE
              COMPUTE SALDO-LIVRO = SALDO-INICIAL + TOT-SIS-CRED -
                      TOT-SIS-DEB
           END-IF.
           COMPUTE SALDO-BANCO-AJ = SALDO-BANCO + PEND-SIS-CRED -
                   PEND-SIS-DEB.
           COMPUTE SALDO-LIVRO-AJ = SALDO-LIVRO + PEND-EXT-CRED -
                   PEND-EXT-DEB.
           COMPUTE DIFERENCA = SALDO-LIVRO-AJ - SALDO-BANCO-AJ.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE "LINHAS DO EXTRATO NO PERIODO" TO DESCR-QTD.
           MOVE QTD-EXT TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 3 LINES.
           MOVE "LINHAS DO EXTRATO INVALIDAS" TO DESCR-QTD.
           MOVE CT-EXT-INVAL TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "ITENS DO SISTEMA NO PERIODO" TO DESCR-QTD.
           MOVE QTD-SIS TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "CONCILIADOS EM EXECUCOES ANTERIORES" TO DESCR-QTD.
           MOVE CT-CONC-ANT TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "CONCILIADOS POR DOCUMENTO" TO DESCR-QTD.
           MOVE CT-CONC-DOC TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "CONCILIADOS POR VALOR E DATA" TO DESCR-QTD.
           MOVE CT-CONC-VALOR TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "EXTRATO NAO CONCILIADO" TO DESCR-QTD.
           MOVE CT-EXT-PEND TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "SISTEMA NAO CONCILIADO" TO DESCR-QTD.
           MOVE CT-SIS-PEND TO QTD-TOT.
           WRITE REG-ATR FROM DETALHE-QTD AFTER ADVANCING 1 LINE.
           MOVE "SALDO INICIAL" TO DESCR-TOT.
           MOVE SALDO-INICIAL TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 3 LINES.
           MOVE "SALDO DO EXTRATO BANCARIO" TO DESCR-TOT.
           MOVE SALDO-BANCO TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "(+) CREDITOS DO SISTEMA AUSENTES DO EXTRATO"
                TO DESCR-TOT.
           MOVE PEND-SIS-CRED TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "(-) DEBITOS DO SISTEMA AUSENTES DO EXTRATO"
                TO DESCR-TOT.
           MOVE PEND-SIS-DEB TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "= SALDO BANCARIO AJUSTADO" TO DESCR-TOT.
           MOVE SALDO-BANCO-AJ TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           IF TEM-RAZAO EQUAL "S"
              MOVE "SALDO CONTABIL DA CONTA BANCO" TO DESCR-TOT
           ELSE
              MOVE "SALDO DO SISTEMA" TO DESCR-TOT
           END-IF.
           MOVE SALDO-LIVRO TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "(+) CREDITOS DO EXTRATO AUSENTES DO SISTEMA"
                TO DESCR-TOT.
           MOVE PEND-EXT-CRED TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "(-) DEBITOS DO EXTRATO AUSENTES DO SISTEMA"
                TO DESCR-TOT.
           MOVE PEND-EXT-DEB TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "= SALDO DO SISTEMA CONCILIADO" TO DESCR-TOT.
           MOVE SALDO-LIVRO-AJ TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "DIFERENCA" TO DESCR-TOT.
           MOVE DIFERENCA TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.

       FIM.
           DISPLAY "LINHAS DO EXTRATO LIDAS  : " CT-EXT-LIDOS.
           DISPLAY "LINHAS INVALIDAS         : " CT-EXT-INVAL.
           DISPLAY "LINHAS FORA DO PERIODO   : " CT-EXT-FORA.
           DISPLAY "CONCILIADOS ANTERIORMENTE: " CT-CONC-ANT.
           DISPLAY "CONCILIADOS POR DOCUMENTO: " CT-CONC-DOC.
           DISPLAY "CONCILIADOS POR VALOR    : " CT-CONC-VALOR.
           DISPLAY "EXTRATO NAO CONCILIADO   : " CT-EXT-PEND.
           DISPLAY "SISTEMA NAO CONCILIADO   : " CT-SIS-PEND.
           DISPLAY "DIFERENCA                : " DIFERENCA.
           CLOSE REL-CONC.
           IF CT-EXT-PEND GREATER THAN 0 OR CT-SIS-PEND GREATER
              THAN 0 OR CT-EXT-INVAL GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.
