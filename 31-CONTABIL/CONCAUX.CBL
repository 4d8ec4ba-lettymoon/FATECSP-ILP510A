       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONCAUX.
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
           SELECT PARMCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT PARMCAUX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PCAUX.
           SELECT PLANOCTA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PLANO.
           SELECT SALDOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-SALDO.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT FOLHALIQ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LIQ.
           SELECT DEDTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEDT.
           SELECT DEDTIPO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DTIP.
           SELECT FOLHAYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-YTD.
           SELECT CONCJUST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-JUST.
           SELECT CONCAUX ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CAUX.
           SELECT REL-CAUX ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCONT.DAT".
       01 REG-PARM-CONT.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD PARMCAUX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCAUX.DAT".
       01 REG-PARM-CAUX.
           02 TOLERANCIA-PARM-X PIC X(09).
           02 TOLERANCIA-PARM REDEFINES TOLERANCIA-PARM-X
                                PIC 9(07)V99.
           02 EXIGE-PARM        PIC X(01).

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

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-ENT.
           02 ESTADO-ENT        PIC X(02).
           02 NR-VENDEDOR-ENT   PIC 9(05).
           02 NOME-VENDEDOR-ENT PIC X(20).
           02 VAL-VENDA-ENT     PIC 9(07)V99.
           02 DATA-VENDA-ENT.
               03 DIA-VENDA-ENT PIC 9(02).
               03 MES-VENDA-ENT PIC 9(02).
               03 ANO-VENDA-ENT PIC 9(04).
           02 TIPO-VENDA-ENT    PIC X(01).
               88 VENDA-NORMAL  VALUE "V".
               88 VENDA-DEVOLUCAO VALUE "D".
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD NOTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTA.
           02 NR-NOTA       PIC 9(04).
           02 NR-VEND-NOTA  PIC 9(05).
           02 UF-NOTA       PIC X(02).
           02 DATA-NOTA     PIC 9(08).
           02 VALOR-NOTA    PIC 9(07)V99.
           02 ICMS-NOTA     PIC 9(07)V99.
           02 COD-CLI-NOTA  PIC 9(05).
           02 SIT-NOTA      PIC X(01).
           02 COND-NOTA     PIC 9(02).

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01 REG-CR.
           02 NR-NOTA-CR   PIC 9(04).
           02 NR-VEND-CR   PIC 9(05).
           02 UF-CR        PIC X(02).
           02 DATA-EMIS-CR PIC 9(08).
           02 DATA-VENC-CR PIC 9(08).
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD FOLHALIQ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHALIQ.DAT".
       01 REG-LIQ.
           02 COD-VEND-LIQ  PIC 9(05).
           02 NOME-LIQ      PIC X(20).
           02 SAL-LIQ-LIQ   PIC 9(07)V99.

       FD DEDTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEDTRAN.DAT".
       01 REG-DEDTRAN.
           02 COD-VEND-DEDT PIC 9(05).
           02 TIPO-DEDT     PIC 9(02).
           02 VALOR-DEDT    PIC 9(05)V99.
           02 REFER-DEDT    PIC X(20).

       FD DEDTIPO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEDTIPO.DAT".
       01 REG-DEDTIPO.
           02 TIPO-DTIP  PIC 9(02).
           02 DESCR-DTIP PIC X(20).
           02 TETO-DTIP  PIC 9(05)V99.
           02 FILLER     PIC X(07).

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

       FD CONCJUST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONCJUST.DAT".
       01 REG-JUST.
           02 COMPET-JUST PIC 9(06).
           02 ITEM-JUST   PIC 9(02).
           02 VALOR-JUST  PIC S9(11)V99.
           02 TEXTO-JUST  PIC X(40).

       FD CONCAUX
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONCAUX.DAT".
       01 REG-CAUX.
           02 COMPET-CAUX  PIC 9(06).
           02 ITEM-CAUX    PIC 9(02).
           02 DESCR-CAUX   PIC X(30).
           02 AUXILIAR-CAUX PIC S9(13)V99.
           02 RAZAO-CAUX   PIC S9(13)V99.
           02 DIFER-CAUX   PIC S9(13)V99.
           02 JUSTIF-CAUX  PIC S9(13)V99.
           02 SIT-CAUX     PIC X(01).
           02 DATA-CAUX    PIC 9(08).

       FD REL-CAUX
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-PCAUX PIC X(02).
           77 WS-STATUS-PLANO PIC X(02).
           77 WS-STATUS-SALDO PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-LIQ   PIC X(02).
           77 WS-STATUS-DEDT  PIC X(02).
           77 WS-STATUS-DTIP  PIC X(02).
           77 WS-STATUS-YTD   PIC X(02).
           77 WS-STATUS-JUST  PIC X(02).
           77 WS-STATUS-CAUX  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 COMPET-SEL      PIC 9(06) VALUE ZEROES.
           77 ANO-SEL         PIC 9(04) VALUE ZEROES.
           77 COMPET-VENDA-W  PIC 9(06) VALUE ZEROES.
           77 TOLERANCIA      PIC 9(07)V99 VALUE 1,00.
           77 QTD-PLANO       PIC 9(03) VALUE ZEROES.
           77 IND-PLANO       PIC 9(03) VALUE ZEROES.
           77 HIST-W          PIC X(10) VALUE SPACES.
           77 CONTA-W         PIC 9(05) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 IND-ITEM        PIC 9(02) VALUE ZEROES.
           77 IND-CTA         PIC 9(02) VALUE ZEROES.
           77 QTD-DTIP        PIC 9(03) VALUE ZEROES.
           77 IND-DTIP        PIC 9(03) VALUE ZEROES.
           77 QTD-DED         PIC 9(04) VALUE ZEROES.
           77 IND-DED         PIC 9(04) VALUE ZEROES.
           77 TETO-W          PIC 9(05)V99 VALUE ZEROES.
           77 VALOR-DED-W     PIC 9(09)V99 VALUE ZEROES.
           77 NAO-EXPLICADO   PIC S9(13)V99 VALUE ZEROES.
           77 CT-DIVERGENTES  PIC 9(02) VALUE ZEROES.
           77 CT-JUSTIF       PIC 9(04) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-PLANO.
           02 TAB-PLANO OCCURS 100 TIMES.
               03 TAB-HIST-PLANO  PIC X(10).
               03 TAB-CONTA-PLANO PIC 9(05).

       01 TABELA-CONTAS.
           02 TAB-CTA OCCURS 7 TIMES.
               03 TAB-HIST-CTA     PIC X(10).
               03 TAB-NR-CTA       PIC 9(05).
               03 TAB-ACHOU-CTA    PIC X(01).
               03 TAB-DEB-CTA      PIC 9(13)V99.
               03 TAB-CRED-CTA     PIC 9(13)V99.
               03 TAB-CRED-ANO-CTA PIC 9(13)V99.
               03 TAB-MELHOR-CTA   PIC 9(06).
               03 TAB-FECHO-CTA    PIC S9(13)V99.

       01 TABELA-ITENS.
           02 TAB-ITEM OCCURS 6 TIMES.
               03 TAB-DESCR-ITEM  PIC X(30).
               03 TAB-AUX-ITEM    PIC S9(13)V99.
               03 TAB-RAZAO-ITEM  PIC S9(13)V99.
               03 TAB-JUST-ITEM   PIC S9(13)V99.
               03 TAB-SIT-ITEM    PIC X(01).

       01 TABELA-TIPOS-DESCONTO.
           02 TAB-DTIP OCCURS 99 TIMES.
               03 TAB-TIPO-DTIP PIC 9(02).
               03 TAB-TETO-DTIP PIC 9(05)V99.

       01 TABELA-DESCONTOS.
           02 TAB-DED OCCURS 3000 TIMES.
               03 TAB-COD-DED   PIC 9(05).
               03 TAB-TIPO-DED  PIC 9(02).
               03 TAB-VALOR-DED PIC 9(09)V99.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(24) VALUE SPACES.
           02 FILLER  PIC X(54) VALUE
              "CONCILIACAO DOS AUXILIARES COM A CONTABILIDADE - COMP.".
           02 FILLER  PIC X(01) VALUE SPACES.
           02 MES-REL PIC 9(02).
           02 FILLER  PIC X(01) VALUE "/".
           02 ANO-REL PIC 9(04).
           02 FILLER  PIC X(24) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(02) VALUE "IT".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "CONFRONTO".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "AUXILIAR".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "RAZAO".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DIFERENCA".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "NAO EXPLIC.".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(04) VALUE SPACES.

       01 DETALHE.
           02 ITEM-REL     PIC 9(02).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DESCR-REL    PIC X(30).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 AUXILIAR-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RAZAO-REL    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIFER-REL    PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 NAO-EXPL-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 SIT-REL      PIC X(10).
           02 FILLER       PIC X(02) VALUE SPACES.

       01 DETALHE-JUST.
           02 FILLER       PIC X(05) VALUE SPACES.
           02 FILLER       PIC X(15) VALUE "JUSTIFICATIVA: ".
           02 TEXTO-REL    PIC X(40).
           02 FILLER       PIC X(02) VALUE SPACES.
           02 VALOR-JUST-REL PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(33) VALUE SPACES.

       01 DETALHE-RODAPE.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 RODAPE-REL   PIC X(60).
           02 FILLER       PIC X(48) VALUE SPACES.

       01 DETALHE-TOLER.
           02 FILLER       PIC X(02) VALUE SPACES.
           02 FILLER       PIC X(25) VALUE "TOLERANCIA POR CONFRONTO:".
           02 TOLER-REL    PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CONCAUX.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM INICIA-ITENS.
           PERFORM CARREGA-PLANO.
           PERFORM APURA-RAZAO.
           PERFORM APURA-VENDAS.
           PERFORM APURA-NOTAS-CANCELADAS.
           PERFORM APURA-RECEBER.
           PERFORM APURA-FOLHA-LIQUIDA.
           PERFORM APURA-DESCONTOS.
           PERFORM APURA-RETENCOES.
           PERFORM CARREGA-JUSTIFICATIVAS.
           PERFORM GRAVA-CONCILIACAO.
           PERFORM IMPRIME-RELATORIO.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMCONT.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMCONT.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMCONT
               AT END
                   DISPLAY "PARMCONT.DAT VAZIO - ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE ANO-PARM TO COMPET-SEL(1:4)
                   MOVE MES-PARM TO COMPET-SEL(5:2)
           END-READ.
           CLOSE PARMCONT.
           IF MES-PARM LESS THAN 1 OR MES-PARM GREATER THAN 12
              DISPLAY "COMPETENCIA INVALIDA EM PARMCONT - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE ANO-PARM TO ANO-SEL.
           OPEN INPUT PARMCAUX.
           IF WS-STATUS-PCAUX EQUAL "00"
              READ PARMCAUX
                  NOT AT END
                      IF TOLERANCIA-PARM-X NUMERIC
                         MOVE TOLERANCIA-PARM TO TOLERANCIA
                      END-IF
              END-READ
              CLOSE PARMCAUX
           END-IF.

       INICIA-ITENS.
           MOVE "VENDAS LIQUIDAS X RECEITA"      TO TAB-DESCR-ITEM(1).
           MOVE "CR EM ABERTO X CLIENTES"        TO TAB-DESCR-ITEM(2).
           MOVE "FOLHA LIQUIDA X SAL A PAGAR"    TO TAB-DESCR-ITEM(3).
           MOVE "DESCONTOS FOLHA X DESCONTOS"    TO TAB-DESCR-ITEM(4).
           MOVE "INSS RETIDO NO ANO X PASSIVO"   TO TAB-DESCR-ITEM(5).
           MOVE "IRRF RETIDO NO ANO X PASSIVO"   TO TAB-DESCR-ITEM(6).
           MOVE 1 TO IND-ITEM.
           PERFORM ZERA-ITEM UNTIL IND-ITEM GREATER THAN 6.
           MOVE "VENDAS"     TO TAB-HIST-CTA(1).
           MOVE "DEVOLUCAO"  TO TAB-HIST-CTA(2).
           MOVE "CLIENTES"   TO TAB-HIST-CTA(3).
           MOVE "SAL A PAGA" TO TAB-HIST-CTA(4).
           MOVE "DESCONTOS"  TO TAB-HIST-CTA(5).
           MOVE "INSS RETID" TO TAB-HIST-CTA(6).
           MOVE "IRRF RETID" TO TAB-HIST-CTA(7).

       ZERA-ITEM.
           MOVE ZEROES TO TAB-AUX-ITEM(IND-ITEM).
           MOVE ZEROES TO TAB-RAZAO-ITEM(IND-ITEM).
           MOVE ZEROES TO TAB-JUST-ITEM(IND-ITEM).
           MOVE "C"    TO TAB-SIT-ITEM(IND-ITEM).
           ADD 1 TO IND-ITEM.

       CARREGA-PLANO.
           OPEN INPUT PLANOCTA.
           IF WS-STATUS-PLANO NOT EQUAL "00"
              DISPLAY "PLANOCTA.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PLANO.
           PERFORM GUARDA-PLANO UNTIL FIM-ARQ EQUAL "S".
           CLOSE PLANOCTA.
           MOVE "N" TO FIM-ARQ.
           MOVE 1 TO IND-CTA.
           PERFORM LOCALIZA-CONTA UNTIL IND-CTA GREATER THAN 7.

       LER-PLANO.
           READ PLANOCTA AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PLANO.
           IF QTD-PLANO LESS THAN 100
              ADD 1 TO QTD-PLANO
              MOVE HIST-PLANO  TO TAB-HIST-PLANO(QTD-PLANO)
              MOVE CONTA-PLANO TO TAB-CONTA-PLANO(QTD-PLANO)
           END-IF.
           PERFORM LER-PLANO.

       LOCALIZA-CONTA.
           MOVE TAB-HIST-CTA(IND-CTA) TO HIST-W.
           PERFORM PESQUISA-PLANO.
           MOVE ACHEI   TO TAB-ACHOU-CTA(IND-CTA).
           MOVE CONTA-W TO TAB-NR-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-DEB-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-CRED-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-CRED-ANO-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-MELHOR-CTA(IND-CTA).
           MOVE ZEROES  TO TAB-FECHO-CTA(IND-CTA).
           IF ACHEI EQUAL "N"
              DISPLAY "HISTORICO SEM CONTA NO PLANO: " HIST-W
                      " - RAZAO CONSIDERADO ZERO"
           END-IF.
           ADD 1 TO IND-CTA.

       PESQUISA-PLANO.
           MOVE "N" TO ACHEI.
           MOVE 0 TO CONTA-W.
           MOVE 1 TO IND-PLANO.
           PERFORM TESTA-PLANO UNTIL IND-PLANO GREATER THAN
                   QTD-PLANO OR ACHEI EQUAL "S".

       TESTA-PLANO.
           IF TAB-HIST-PLANO(IND-PLANO) EQUAL HIST-W
              MOVE "S" TO ACHEI
              MOVE TAB-CONTA-PLANO(IND-PLANO) TO CONTA-W
           END-IF.
           ADD 1 TO IND-PLANO.

       APURA-RAZAO.
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
           COMPUTE TAB-RAZAO-ITEM(1) =
                   TAB-CRED-CTA(1) - TAB-DEB-CTA(1) -
                   TAB-DEB-CTA(2) + TAB-CRED-CTA(2).
           MOVE TAB-FECHO-CTA(3)    TO TAB-RAZAO-ITEM(2).
           MOVE TAB-CRED-CTA(4)     TO TAB-RAZAO-ITEM(3).
           MOVE TAB-CRED-CTA(5)     TO TAB-RAZAO-ITEM(4).
           MOVE TAB-CRED-ANO-CTA(6) TO TAB-RAZAO-ITEM(5).
           MOVE TAB-CRED-ANO-CTA(7) TO TAB-RAZAO-ITEM(6).

       LER-SALDO.
           READ SALDOS AT END MOVE "S" TO FIM-ARQ.

       TRATA-SALDO.
           MOVE 1 TO IND-CTA.
           PERFORM ACUMULA-SALDO UNTIL IND-CTA GREATER THAN 7.
           PERFORM LER-SALDO.

       ACUMULA-SALDO.
           IF TAB-ACHOU-CTA(IND-CTA) EQUAL "S" AND
              CONTA-SALDO EQUAL TAB-NR-CTA(IND-CTA) AND
              COMPET-SALDO NOT GREATER THAN COMPET-SEL
              IF COMPET-SALDO EQUAL COMPET-SEL
                 ADD DEBITOS-SALDO  TO TAB-DEB-CTA(IND-CTA)
                 ADD CREDITOS-SALDO TO TAB-CRED-CTA(IND-CTA)
              END-IF
              IF COMPET-SALDO(1:4) EQUAL ANO-PARM
                 ADD CREDITOS-SALDO TO TAB-CRED-ANO-CTA(IND-CTA)
              END-IF
              IF COMPET-SALDO GREATER THAN TAB-MELHOR-CTA(IND-CTA)
                 MOVE COMPET-SALDO TO TAB-MELHOR-CTA(IND-CTA)
                 MOVE FECHO-SALDO  TO TAB-FECHO-CTA(IND-CTA)
              END-IF
           END-IF.
           ADD 1 TO IND-CTA.

       APURA-VENDAS.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA NOT EQUAL "00"
              DISPLAY "ARQVENDA.DAT NAO ENCONTRADO - SEM VENDAS"
           ELSE
              PERFORM LER-VENDA
              PERFORM SOMA-VENDA UNTIL FIM-ARQ EQUAL "S"
              CLOSE ARQVENDA
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-VENDA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.

       SOMA-VENDA.
           MOVE ANO-VENDA-ENT TO COMPET-VENDA-W(1:4).
           MOVE MES-VENDA-ENT TO COMPET-VENDA-W(5:2).
           IF COMPET-VENDA-W EQUAL COMPET-SEL AND
              VAL-VENDA-ENT NUMERIC
              IF VENDA-NORMAL
                 ADD VAL-VENDA-ENT TO TAB-AUX-ITEM(1)
              END-IF
              IF VENDA-DEVOLUCAO
                 SUBTRACT VAL-VENDA-ENT FROM TAB-AUX-ITEM(1)
              END-IF
           END-IF.
           PERFORM LER-VENDA.

       APURA-NOTAS-CANCELADAS.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTA NOT EQUAL "00"
              DISPLAY "NOTAS.DAT NAO ENCONTRADO - SEM CANCELAMENTOS"
           ELSE
              PERFORM LER-NOTA
              PERFORM SOMA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTAS
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-NOTA.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       SOMA-NOTA.
           IF SIT-NOTA EQUAL "C" AND
              DATA-NOTA(1:6) EQUAL COMPET-SEL
              SUBTRACT VALOR-NOTA FROM TAB-AUX-ITEM(1)
           END-IF.
           PERFORM LER-NOTA.

       APURA-RECEBER.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT NAO ENCONTRADO - SEM TITULOS"
           ELSE
              PERFORM LER-TITULO
              PERFORM SOMA-TITULO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRABERTO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       SOMA-TITULO.
           IF SIT-CR EQUAL "A"
              ADD VALOR-CR TO TAB-AUX-ITEM(2)
              SUBTRACT RECEBIDO-CR FROM TAB-AUX-ITEM(2)
           END-IF.
           PERFORM LER-TITULO.

       APURA-FOLHA-LIQUIDA.
           OPEN INPUT FOLHALIQ.
           IF WS-STATUS-LIQ NOT EQUAL "00"
              DISPLAY "FOLHALIQ.DAT NAO ENCONTRADO - SEM FOLHA"
           ELSE
              PERFORM LER-LIQUIDO
              PERFORM SOMA-LIQUIDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE FOLHALIQ
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-LIQUIDO.
           READ FOLHALIQ AT END MOVE "S" TO FIM-ARQ.

       SOMA-LIQUIDO.
           ADD SAL-LIQ-LIQ TO TAB-AUX-ITEM(3).
           PERFORM LER-LIQUIDO.

       APURA-DESCONTOS.
           OPEN INPUT DEDTIPO.
           IF WS-STATUS-DTIP NOT EQUAL "00"
              DISPLAY "DEDTIPO.DAT NAO ENCONTRADO - SEM DESCONTOS"
           ELSE
              PERFORM LER-TIPO-DESCONTO
              PERFORM GUARDA-TIPO-DESCONTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE DEDTIPO
              MOVE "N" TO FIM-ARQ
              OPEN INPUT DEDTRAN
              IF WS-STATUS-DEDT NOT EQUAL "00"
                 DISPLAY "DEDTRAN.DAT NAO ENCONTRADO - SEM DESCONTOS"
              ELSE
                 PERFORM LER-DESCONTO
                 PERFORM GUARDA-DESCONTO UNTIL FIM-ARQ EQUAL "S"
                 CLOSE DEDTRAN
              END-IF
           END-IF.
           MOVE "N" TO FIM-ARQ.
           MOVE 1 TO IND-DED.
           PERFORM SOMA-DESCONTO UNTIL IND-DED GREATER THAN QTD-DED.

       LER-TIPO-DESCONTO.
           READ DEDTIPO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-TIPO-DESCONTO.
           IF QTD-DTIP LESS THAN 99
              ADD 1 TO QTD-DTIP
              MOVE TIPO-DTIP TO TAB-TIPO-DTIP(QTD-DTIP)
              MOVE TETO-DTIP TO TAB-TETO-DTIP(QTD-DTIP)
           END-IF.
           PERFORM LER-TIPO-DESCONTO.

       LER-DESCONTO.
           READ DEDTRAN AT END MOVE "S" TO FIM-ARQ.

       GUARDA-DESCONTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DTIP.
           PERFORM TESTA-TIPO-DESCONTO UNTIL IND-DTIP GREATER THAN
                   QTD-DTIP OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S" AND VALOR-DEDT NUMERIC
              MOVE "N" TO ACHEI
              MOVE 1 TO IND-DED
              PERFORM TESTA-DESCONTO UNTIL IND-DED GREATER THAN
                      QTD-DED OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "S"
                 SUBTRACT 1 FROM IND-DED
                 ADD VALOR-DEDT TO TAB-VALOR-DED(IND-DED)
              ELSE
                 IF QTD-DED NOT LESS THAN 3000
                    DISPLAY "TABELA DE DESCONTOS ESGOTADA - ABORTADO"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO QTD-DED
                 MOVE COD-VEND-DEDT TO TAB-COD-DED(QTD-DED)
                 MOVE TIPO-DEDT     TO TAB-TIPO-DED(QTD-DED)
                 MOVE VALOR-DEDT    TO TAB-VALOR-DED(QTD-DED)
              END-IF
           END-IF.
           PERFORM LER-DESCONTO.

       TESTA-TIPO-DESCONTO.
           IF TAB-TIPO-DTIP(IND-DTIP) EQUAL TIPO-DEDT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DTIP.

       TESTA-DESCONTO.
           IF TAB-COD-DED(IND-DED) EQUAL COD-VEND-DEDT AND
              TAB-TIPO-DED(IND-DED) EQUAL TIPO-DEDT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DED.

       SOMA-DESCONTO.
           MOVE TAB-VALOR-DED(IND-DED) TO VALOR-DED-W.
           MOVE ZEROES TO TETO-W.
           MOVE 1 TO IND-DTIP.
           PERFORM BUSCA-TETO UNTIL IND-DTIP GREATER THAN QTD-DTIP.
           IF TETO-W GREATER THAN 0 AND VALOR-DED-W GREATER THAN
              TETO-W
              MOVE TETO-W TO VALOR-DED-W
           END-IF.
           ADD VALOR-DED-W TO TAB-AUX-ITEM(4).
           ADD 1 TO IND-DED.

       BUSCA-TETO.
           IF TAB-TIPO-DTIP(IND-DTIP) EQUAL TAB-TIPO-DED(IND-DED)
              MOVE TAB-TETO-DTIP(IND-DTIP) TO TETO-W
           END-IF.
           ADD 1 TO IND-DTIP.

       APURA-RETENCOES.
           OPEN INPUT FOLHAYTD.
           IF WS-STATUS-YTD NOT EQUAL "00"
              DISPLAY "FOLHAYTD.DAT NAO ENCONTRADO - SEM RETENCOES"
           ELSE
              PERFORM LER-ACUMULADO
              PERFORM SOMA-ACUMULADO UNTIL FIM-ARQ EQUAL "S"
              CLOSE FOLHAYTD
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ACUMULADO.
           READ FOLHAYTD AT END MOVE "S" TO FIM-ARQ.

       SOMA-ACUMULADO.
           IF ANO-YTD EQUAL ANO-SEL
              ADD INSS-YTD TO TAB-AUX-ITEM(5)
              ADD IRRF-YTD TO TAB-AUX-ITEM(6)
           END-IF.
           PERFORM LER-ACUMULADO.

       CARREGA-JUSTIFICATIVAS.
           OPEN INPUT CONCJUST.
           IF WS-STATUS-JUST EQUAL "00"
              PERFORM LER-JUSTIFICATIVA
              PERFORM SOMA-JUSTIFICATIVA UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONCJUST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-JUSTIFICATIVA.
           READ CONCJUST AT END MOVE "S" TO FIM-ARQ.

       SOMA-JUSTIFICATIVA.
           IF COMPET-JUST EQUAL COMPET-SEL AND
              ITEM-JUST GREATER THAN 0 AND ITEM-JUST LESS THAN 7 AND
              VALOR-JUST NUMERIC
              ADD VALOR-JUST TO TAB-JUST-ITEM(ITEM-JUST)
              ADD 1 TO CT-JUSTIF
           END-IF.
           PERFORM LER-JUSTIFICATIVA.

       GRAVA-CONCILIACAO.
           OPEN EXTEND CONCAUX.
           IF WS-STATUS-CAUX EQUAL "35"
              OPEN OUTPUT CONCAUX
           END-IF.
           MOVE 1 TO IND-ITEM.
           PERFORM GRAVA-ITEM UNTIL IND-ITEM GREATER THAN 6.
           CLOSE CONCAUX.

       GRAVA-ITEM.
           COMPUTE NAO-EXPLICADO = TAB-AUX-ITEM(IND-ITEM) -
                   TAB-RAZAO-ITEM(IND-ITEM) - TAB-JUST-ITEM(IND-ITEM).
           IF NAO-EXPLICADO GREATER THAN TOLERANCIA OR
              NAO-EXPLICADO LESS THAN 0 - TOLERANCIA
              MOVE "D" TO TAB-SIT-ITEM(IND-ITEM)
              ADD 1 TO CT-DIVERGENTES
           END-IF.
           MOVE COMPET-SEL TO COMPET-CAUX.
           MOVE IND-ITEM   TO ITEM-CAUX.
           MOVE TAB-DESCR-ITEM(IND-ITEM) TO DESCR-CAUX.
           MOVE TAB-AUX-ITEM(IND-ITEM)   TO AUXILIAR-CAUX.
           MOVE TAB-RAZAO-ITEM(IND-ITEM) TO RAZAO-CAUX.
           COMPUTE DIFER-CAUX = TAB-AUX-ITEM(IND-ITEM) -
                   TAB-RAZAO-ITEM(IND-ITEM).
           MOVE TAB-JUST-ITEM(IND-ITEM)  TO JUSTIF-CAUX.
           MOVE TAB-SIT-ITEM(IND-ITEM)   TO SIT-CAUX.
           MOVE DATA-HOJE TO DATA-CAUX.
           WRITE REG-CAUX.
           ADD 1 TO IND-ITEM.

       IMPRIME-RELATORIO.
           OPEN OUTPUT REL-CAUX.
           MOVE 1 TO IND-ITEM.
           PERFORM IMPRIME-ITEM UNTIL IND-ITEM GREATER THAN 6.
           PERFORM RODAPE.
           CLOSE REL-CAUX.

       IMPRIME-ITEM.
           IF CT-LIN GREATER THAN 36
              PERFORM CABECALHO
           END-IF.
           MOVE IND-ITEM TO ITEM-REL.
           MOVE TAB-DESCR-ITEM(IND-ITEM) TO DESCR-REL.
           MOVE TAB-AUX-ITEM(IND-ITEM)   TO AUXILIAR-REL.
           MOVE TAB-RAZAO-ITEM(IND-ITEM) TO RAZAO-REL.
           COMPUTE DIFER-REL = TAB-AUX-ITEM(IND-ITEM) -
                   TAB-RAZAO-ITEM(IND-ITEM).
           COMPUTE NAO-EXPL-REL = TAB-AUX-ITEM(IND-ITEM) -
                   TAB-RAZAO-ITEM(IND-ITEM) - TAB-JUST-ITEM(IND-ITEM).
           IF TAB-SIT-ITEM(IND-ITEM) EQUAL "D"
              MOVE "DIVERGENTE" TO SIT-REL
           ELSE
              MOVE "CONCILIADO" TO SIT-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           IF TAB-JUST-ITEM(IND-ITEM) NOT EQUAL 0
              PERFORM IMPRIME-JUSTIFICATIVAS
           END-IF.
           ADD 1 TO IND-ITEM.

       IMPRIME-JUSTIFICATIVAS.
           OPEN INPUT CONCJUST.
           IF WS-STATUS-JUST EQUAL "00"
              PERFORM LER-JUSTIFICATIVA
              PERFORM IMPRIME-JUSTIFICATIVA UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONCJUST
           END-IF.
           MOVE "N" TO FIM-ARQ.

       IMPRIME-JUSTIFICATIVA.
           IF COMPET-JUST EQUAL COMPET-SEL AND
              ITEM-JUST EQUAL IND-ITEM AND VALOR-JUST NUMERIC
              MOVE TEXTO-JUST TO TEXTO-REL
              MOVE VALOR-JUST TO VALOR-JUST-REL
              WRITE REG-ATR FROM DETALHE-JUST AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           PERFORM LER-JUSTIFICATIVA.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-PARM TO MES-REL.
           MOVE ANO-PARM TO ANO-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       RODAPE.
           MOVE TOLERANCIA TO TOLER-REL.
           WRITE REG-ATR FROM DETALHE-TOLER AFTER ADVANCING 3 LINES.
           IF CT-DIVERGENTES GREATER THAN 0
              MOVE "DIFERENCAS NAO EXPLICADAS ACIMA DA TOLERANCIA"
                   TO RODAPE-REL
           ELSE
              MOVE "AUXILIARES CONCILIADOS COM A CONTABILIDADE"
                   TO RODAPE-REL
           END-IF.
           WRITE REG-ATR FROM DETALHE-RODAPE AFTER ADVANCING 2 LINES.

       FIM.
           DISPLAY "CONCILIACAO DA COMPETENCIA " MES-PARM "/"
                   ANO-PARM.
           DISPLAY "JUSTIFICATIVAS APLICADAS : " CT-JUSTIF.
           DISPLAY "CONFRONTOS DIVERGENTES   : " CT-DIVERGENTES.
           IF CT-DIVERGENTES GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.
