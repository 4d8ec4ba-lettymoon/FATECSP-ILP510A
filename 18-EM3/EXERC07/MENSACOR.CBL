       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MENSACOR.
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
           SELECT MENSAB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MENS.
           SELECT ACORDO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ACOR.
           SELECT ACORDPAR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARC.
           SELECT ACORDITE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-ITEM.
           SELECT ACORDTRN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TRN.
           SELECT PARMACOR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT MENSATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACORATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARCATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEMATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACORREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ACORDO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD MENSAB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAB.DAT".
       01 REG-MENS.
           02 TURMA-MENS  PIC 9(03).
           02 CODIGO-MENS PIC 9(07).
           02 NOME-MENS   PIC X(30).
           02 COMPET-MENS PIC 9(06).
           02 VALOR-MENS  PIC 9(05)V99.
           02 PAGO-MENS   PIC 9(05)V99.
           02 SIT-MENS    PIC X(01).
           02 DATA-VENC-MENS PIC 9(08).

       FD ACORDO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDO.DAT".
       01 REG-ACOR.
           02 NUM-ACOR      PIC 9(05).
           02 CODIGO-ACOR   PIC 9(07).
           02 NOME-ACOR     PIC X(30).
           02 TURMA-ACOR    PIC 9(03).
           02 DATA-ACOR     PIC 9(08).
           02 ORIGINAL-ACOR PIC 9(07)V99.
           02 JUROS-ACOR    PIC 9(07)V99.
           02 TOTAL-ACOR    PIC 9(07)V99.
           02 QTD-PARC-ACOR PIC 9(02).
           02 PERDAO-ACOR   PIC X(01).
           02 SIT-ACOR      PIC X(01).
           02 DATA-SIT-ACOR PIC 9(08).

       FD ACORDPAR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDPAR.DAT".
       01 REG-PARC.
           02 NUM-PARC   PIC 9(05).
           02 SEQ-PARC   PIC 9(02).
           02 VENC-PARC  PIC 9(08).
           02 VALOR-PARC PIC 9(07)V99.
           02 PAGO-PARC  PIC 9(07)V99.
           02 SIT-PARC   PIC X(01).

       FD ACORDITE
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDITE.DAT".
       01 REG-ITEM.
           02 NUM-ITEM    PIC 9(05).
           02 CODIGO-ITEM PIC 9(07).
           02 COMPET-ITEM PIC 9(06).
           02 SALDO-ITEM  PIC 9(05)V99.
           02 JUROS-ITEM  PIC 9(05)V99.

       FD ACORDTRN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDTRN.DAT".
       01 REG-TRN.
           02 TIPO-TRN     PIC X(01).
           02 CODIGO-TRN   PIC 9(07).
           02 NUM-TRN      PIC 9(05).
           02 SEQ-TRN      PIC 9(02).
           02 QTD-PARC-TRN PIC 9(02).
           02 PERDAO-TRN   PIC X(01).
           02 DIA-VENC-TRN PIC 9(02).
           02 VALOR-TRN    PIC 9(07)V99.

       FD PARMACOR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMACOR.DAT".
       01 REG-PARM-ACOR.
           02 TAXA-PARM     PIC 9(02)V99.
           02 CARENCIA-PARM PIC 9(03).

       FD MENSATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAB.ATU".
       01 REG-MENS-ATU.
           02 TURMA-ATU  PIC 9(03).
           02 CODIGO-ATU PIC 9(07).
           02 NOME-ATU   PIC X(30).
           02 COMPET-ATU PIC 9(06).
           02 VALOR-ATU  PIC 9(05)V99.
           02 PAGO-ATU   PIC 9(05)V99.
           02 SIT-ATU    PIC X(01).
           02 DATA-VENC-ATU PIC 9(08).

       FD ACORATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDO.ATU".
       01 REG-ACOR-ATU PIC X(92).

       FD PARCATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDPAR.ATU".
       01 REG-PARC-ATU PIC X(34).

       FD ITEMATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORDITE.ATU".
       01 REG-ITEM-ATU PIC X(32).

       FD ACORREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ACORREJ.DAT".
       01 REG-REJ.
           02 TIPO-REJ   PIC X(01).
           02 CODIGO-REJ PIC 9(07).
           02 NUM-REJ    PIC 9(05).
           02 SEQ-REJ    PIC 9(02).
           02 MOTIVO-REJ PIC X(35).

       FD REL-ACORDO
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-MENS  PIC X(02).
           77 WS-STATUS-ACOR  PIC X(02).
           77 WS-STATUS-PARC  PIC X(02).
           77 WS-STATUS-ITEM  PIC X(02).
           77 WS-STATUS-TRN   PIC X(02).
           77 WS-STATUS-PARM  PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 TAXA-JUROS      PIC 9(02)V99 VALUE 1.
           77 CARENCIA        PIC 9(03) VALUE 30.
           77 QTD-MENS        PIC 9(04) VALUE ZEROES.
           77 IND-MENS        PIC 9(04) VALUE ZEROES.
           77 QTD-ACOR        PIC 9(04) VALUE ZEROES.
           77 IND-ACOR        PIC 9(04) VALUE ZEROES.
           77 QTD-PARC        PIC 9(04) VALUE ZEROES.
           77 IND-PARC        PIC 9(04) VALUE ZEROES.
           77 QTD-ITEM        PIC 9(04) VALUE ZEROES.
           77 IND-ITEM        PIC 9(04) VALUE ZEROES.
           77 ULTIMO-ACORDO   PIC 9(05) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 QUEBRA          PIC X(01) VALUE "N".
           77 QUITADO         PIC X(01) VALUE "S".
           77 DIAS-ATRASO     PIC S9(05) VALUE ZEROES.
           77 RESULTADO-DIF   PIC X(02) VALUE SPACES.
           77 SALDO-W         PIC 9(05)V99 VALUE ZEROES.
           77 JUROS-W         PIC 9(05)V99 VALUE ZEROES.
           77 QTD-DEBITOS     PIC 9(03) VALUE ZEROES.
           77 ORIGINAL-W      PIC 9(07)V99 VALUE ZEROES.
           77 JUROS-TOT       PIC 9(07)V99 VALUE ZEROES.
           77 TOTAL-W         PIC 9(07)V99 VALUE ZEROES.
           77 PARCELA-W       PIC 9(07)V99 VALUE ZEROES.
           77 ULTIMA-W        PIC 9(07)V99 VALUE ZEROES.
           77 CREDITO-W       PIC 9(07)V99 VALUE ZEROES.
           77 RESTAB-W        PIC 9(07)V99 VALUE ZEROES.
           77 DIA-VENC-W      PIC 9(02) VALUE 10.
           77 SEQ-W           PIC 9(02) VALUE ZEROES.
           77 VENC-W          PIC 9(08) VALUE ZEROES.
           77 ANO-VENC        PIC 9(04) VALUE ZEROES.
           77 MES-VENC        PIC 9(02) VALUE ZEROES.
           77 CT-TRANS        PIC 9(05) VALUE ZEROES.
           77 CT-ACORDOS      PIC 9(05) VALUE ZEROES.
           77 CT-RENEGOCIADAS PIC 9(05) VALUE ZEROES.
           77 CT-PAGTOS       PIC 9(05) VALUE ZEROES.
           77 CT-LIQUIDADOS   PIC 9(05) VALUE ZEROES.
           77 CT-QUEBRADOS    PIC 9(05) VALUE ZEROES.
           77 CT-REJEITADOS   PIC 9(05) VALUE ZEROES.
           77 TEM-QUEBRA      PIC X(01) VALUE "N".

       01 TABELA-MENSALIDADES.
           02 TAB-MENS OCCURS 2000 TIMES.
               03 TAB-TURMA-M  PIC 9(03).
               03 TAB-CODIGO-M PIC 9(07).
               03 TAB-NOME-M   PIC X(30).
               03 TAB-COMPET-M PIC 9(06).
               03 TAB-VALOR-M  PIC 9(05)V99.
               03 TAB-PAGO-M   PIC 9(05)V99.
               03 TAB-SIT-M    PIC X(01).
               03 TAB-VENC-M   PIC 9(08).

       01 TABELA-ACORDOS.
           02 TAB-ACOR OCCURS 500 TIMES.
               03 TAB-REG-ACOR.
                   04 TAB-NUM-A      PIC 9(05).
                   04 TAB-CODIGO-A   PIC 9(07).
                   04 TAB-NOME-A     PIC X(30).
                   04 TAB-TURMA-A    PIC 9(03).
                   04 TAB-DATA-A     PIC 9(08).
                   04 TAB-ORIGINAL-A PIC 9(07)V99.
                   04 TAB-JUROS-A    PIC 9(07)V99.
                   04 TAB-TOTAL-A    PIC 9(07)V99.
                   04 TAB-QTD-PARC-A PIC 9(02).
                   04 TAB-PERDAO-A   PIC X(01).
                   04 TAB-SIT-A      PIC X(01).
                   04 TAB-DATA-SIT-A PIC 9(08).

       01 TABELA-PARCELAS.
           02 TAB-PARC OCCURS 5000 TIMES.
               03 TAB-REG-PARC.
                   04 TAB-NUM-P   PIC 9(05).
                   04 TAB-SEQ-P   PIC 9(02).
                   04 TAB-VENC-P  PIC 9(08).
                   04 TAB-VALOR-P PIC 9(07)V99.
                   04 TAB-PAGO-P  PIC 9(07)V99.
                   04 TAB-SIT-P   PIC X(01).

       01 TABELA-ITENS.
           02 TAB-ITEM OCCURS 5000 TIMES.
               03 TAB-REG-ITEM.
                   04 TAB-NUM-I    PIC 9(05).
                   04 TAB-CODIGO-I PIC 9(07).
                   04 TAB-COMPET-I PIC 9(06).
                   04 TAB-SALDO-I  PIC 9(05)V99.
                   04 TAB-JUROS-I  PIC 9(05)V99.

       01 TERMO-01.
           02 FILLER PIC X(80) VALUE ALL "*".
       01 TERMO-02.
           02 FILLER   PIC X(18) VALUE SPACES.
           02 FILLER   PIC X(39) VALUE
                       "TERMO DE ACORDO DE RENEGOCIACAO NUMERO ".
           02 NUM-TERMO PIC 9(05).
           02 FILLER   PIC X(18) VALUE SPACES.
       01 TERMO-03.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 FILLER     PIC X(07) VALUE "ALUNO: ".
           02 COD-TERMO  PIC 9(07).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 NOME-TERMO PIC X(30).
           02 FILLER     PIC X(08) VALUE " TURMA: ".
           02 TURMA-TERMO PIC 9(03).
           02 FILLER     PIC X(22) VALUE SPACES.
       01 TERMO-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
                     "MENSALIDADES VENCIDAS RENEGOCIADAS:".
           02 FILLER PIC X(42) VALUE SPACES.
       01 TERMO-05.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "COMPET.".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VENCIMENTO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "DIAS".
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SALDO".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "JUROS".
           02 FILLER PIC X(24) VALUE SPACES.
       01 TERMO-ITEM.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 COMPET-TIT  PIC 9(06).
           02 FILLER      PIC X(04) VALUE SPACES.
           02 DIA-TIT     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-TIT     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-TIT     PIC 9999.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DIAS-TIT    PIC ZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 SALDO-TIT   PIC ZZ.ZZ9,99.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 JUROS-TIT   PIC ZZ.ZZ9,99.
           02 FILLER      PIC X(27) VALUE SPACES.
       01 TERMO-VALOR.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DESCR-TVL   PIC X(30).
           02 FILLER      PIC X(02) VALUE ": ".
           02 VALOR-TVL   PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(34) VALUE SPACES.
       01 TERMO-06.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "PARCELAS DO ACORDO:".
           02 FILLER PIC X(58) VALUE SPACES.
       01 TERMO-PARC.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 SEQ-TPC     PIC Z9.
           02 FILLER      PIC X(04) VALUE "A. ".
           02 FILLER      PIC X(06) VALUE "VENC. ".
           02 DIA-TPC     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 MES-TPC     PIC 99.
           02 FILLER      PIC X(01) VALUE "/".
           02 ANO-TPC     PIC 9999.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 VALOR-TPC   PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(38) VALUE SPACES.
       01 TERMO-07.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
              "O ATRASO DE QUALQUER PARCELA POR MAIS DE ".
           02 CARENCIA-TERMO PIC ZZ9.
           02 FILLER PIC X(06) VALUE " DIAS ".
           02 FILLER PIC X(28) VALUE SPACES.
       01 TERMO-08.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "ROMPE ESTE ACORDO E RESTABELECE O DEBITO ORIGINAL.".
           02 FILLER PIC X(28) VALUE SPACES.
       01 TERMO-09.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE ALL "_".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(30) VALUE ALL "_".
           02 FILLER PIC X(10) VALUE SPACES.
       01 TERMO-10.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "RESPONSAVEL FINANCEIRO".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "SECRETARIA".
           02 FILLER PIC X(10) VALUE SPACES.
       01 TERMO-11.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 FILLER    PIC X(20) VALUE "DATA DO ACORDO: ".
           02 DIA-TERMO PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 MES-TERMO PIC 99.
           02 FILLER    PIC X(01) VALUE "/".
           02 ANO-TERMO PIC 9999.
           02 FILLER    PIC X(48) VALUE SPACES.

       01 QUEBRA-01.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
                     "ACORDOS ROMPIDOS POR ATRASO DE PARCELA".
           02 FILLER PIC X(18) VALUE SPACES.
       01 QUEBRA-02.
           02 FILLER PIC X(06) VALUE "ACORDO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "ALUNO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "RESTABELEC.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "CREDITO".
           02 FILLER PIC X(02) VALUE SPACES.
       01 QUEBRA-DET.
           02 NUM-QDT     PIC 9(05).
           02 FILLER      PIC X(03) VALUE SPACES.
           02 CODIGO-QDT  PIC 9(07).
           02 FILLER      PIC X(02) VALUE SPACES.
           02 NOME-QDT    PIC X(30).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 RESTAB-QDT  PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CREDITO-QDT PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-MENSACOR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-MENSALIDADES.
           PERFORM CARREGA-ACORDOS.
           PERFORM CARREGA-PARCELAS.
           PERFORM CARREGA-ITENS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           MOVE 1 TO IND-ACOR.
           PERFORM VERIFICA-QUEBRA UNTIL IND-ACOR GREATER THAN
                   QTD-ACOR.
           PERFORM GRAVA-ATUALIZADOS.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMACOR.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMACOR
                  NOT AT END
                      IF TAXA-PARM NUMERIC
                         MOVE TAXA-PARM TO TAXA-JUROS
                      END-IF
                      IF CARENCIA-PARM NUMERIC AND
                         CARENCIA-PARM GREATER THAN 0
                         MOVE CARENCIA-PARM TO CARENCIA
                      END-IF
              END-READ
              CLOSE PARMACOR
           END-IF.

       CARREGA-MENSALIDADES.
           OPEN INPUT MENSAB.
           IF WS-STATUS-MENS NOT EQUAL "00"
              DISPLAY "MENSAB.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MENSALIDADE.
           PERFORM GUARDA-MENSALIDADE UNTIL FIM-ARQ EQUAL "S".
           CLOSE MENSAB.
           MOVE "N" TO FIM-ARQ.

       LER-MENSALIDADE.
           READ MENSAB AT END MOVE "S" TO FIM-ARQ.

       GUARDA-MENSALIDADE.
           IF QTD-MENS LESS THAN 2000
              ADD 1 TO QTD-MENS
              MOVE TURMA-MENS  TO TAB-TURMA-M(QTD-MENS)
              MOVE CODIGO-MENS TO TAB-CODIGO-M(QTD-MENS)
              MOVE NOME-MENS   TO TAB-NOME-M(QTD-MENS)
              MOVE COMPET-MENS TO TAB-COMPET-M(QTD-MENS)
              MOVE VALOR-MENS  TO TAB-VALOR-M(QTD-MENS)
              MOVE PAGO-MENS   TO TAB-PAGO-M(QTD-MENS)
              MOVE SIT-MENS    TO TAB-SIT-M(QTD-MENS)
              MOVE DATA-VENC-MENS TO TAB-VENC-M(QTD-MENS)
           ELSE
              DISPLAY "MENSAB.DAT EXCEDE A TABELA DE "
                      "MENSALIDADES - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-MENSALIDADE.

       CARREGA-ACORDOS.
           OPEN INPUT ACORDO.
           IF WS-STATUS-ACOR EQUAL "00"
              PERFORM LER-ACORDO
              PERFORM GUARDA-ACORDO UNTIL FIM-ARQ EQUAL "S"
              CLOSE ACORDO
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ACORDO.
           READ ACORDO AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ACORDO.
           IF QTD-ACOR LESS THAN 500
              ADD 1 TO QTD-ACOR
              MOVE REG-ACOR TO TAB-REG-ACOR(QTD-ACOR)
              IF NUM-ACOR GREATER THAN ULTIMO-ACORDO
                 MOVE NUM-ACOR TO ULTIMO-ACORDO
              END-IF
           ELSE
              DISPLAY "ACORDO.DAT EXCEDE A TABELA DE "
                      "ACORDOS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ACORDO.

       CARREGA-PARCELAS.
           OPEN INPUT ACORDPAR.
           IF WS-STATUS-PARC EQUAL "00"
              PERFORM LER-PARCELA
              PERFORM GUARDA-PARCELA UNTIL FIM-ARQ EQUAL "S"
              CLOSE ACORDPAR
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-PARCELA.
           READ ACORDPAR AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PARCELA.
           IF QTD-PARC LESS THAN 5000
              ADD 1 TO QTD-PARC
              MOVE REG-PARC TO TAB-REG-PARC(QTD-PARC)
           ELSE
              DISPLAY "ACORDPAR.DAT EXCEDE A TABELA DE "
                      "PARCELAS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-PARCELA.

       CARREGA-ITENS.
           OPEN INPUT ACORDITE.
           IF WS-STATUS-ITEM EQUAL "00"
              PERFORM LER-ITEM
              PERFORM GUARDA-ITEM UNTIL FIM-ARQ EQUAL "S"
              CLOSE ACORDITE
           END-IF.
           MOVE "N" TO FIM-ARQ.

       LER-ITEM.
           READ ACORDITE AT END MOVE "S" TO FIM-ARQ.

       GUARDA-ITEM.
           IF QTD-ITEM LESS THAN 5000
              ADD 1 TO QTD-ITEM
              MOVE REG-ITEM TO TAB-REG-ITEM(QTD-ITEM)
           ELSE
              DISPLAY "ACORDITE.DAT EXCEDE A TABELA DE "
                      "ITENS - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LER-ITEM.

       INICIO.
           OPEN INPUT ACORDTRN.
           IF WS-STATUS-TRN NOT EQUAL "00"
              DISPLAY "ACORDTRN.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT ACORREJ.
           OPEN OUTPUT REL-ACORDO.
           PERFORM LEITURA.

       LEITURA.
           READ ACORDTRN AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-TRANS
           END-IF.

       PRINCIPAL.
           IF TIPO-TRN EQUAL "N"
              PERFORM TRATA-NOVO-ACORDO
           ELSE
              IF TIPO-TRN EQUAL "P"
                 PERFORM TRATA-PAGAMENTO
              ELSE
                 MOVE "TIPO DE TRANSACAO INVALIDO" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              END-IF
           END-IF.
           PERFORM LEITURA.

       TRATA-NOVO-ACORDO.
           IF CODIGO-TRN NOT NUMERIC OR QTD-PARC-TRN NOT NUMERIC
              MOVE "TRANSACAO COM CAMPOS INVALIDOS" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              IF QTD-PARC-TRN LESS THAN 1 OR
                 QTD-PARC-TRN GREATER THAN 24
                 MOVE "QUANTIDADE DE PARCELAS INVALIDA" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 PERFORM PESQUISA-ACORDO-ATIVO
                 IF ACHEI EQUAL "S"
                    MOVE "ALUNO JA POSSUI ACORDO ATIVO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 ELSE
                    PERFORM APURA-DEBITO
                    IF QTD-DEBITOS EQUAL 0
                       MOVE "ALUNO SEM MENSALIDADE VENCIDA"
                            TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                    ELSE
                       PERFORM GERA-ACORDO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PESQUISA-ACORDO-ATIVO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ACOR.
           PERFORM TESTA-ACORDO-ATIVO UNTIL IND-ACOR GREATER THAN
                   QTD-ACOR OR ACHEI EQUAL "S".

       TESTA-ACORDO-ATIVO.
           IF TAB-CODIGO-A(IND-ACOR) EQUAL CODIGO-TRN AND
              TAB-SIT-A(IND-ACOR) EQUAL "A"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ACOR.

       APURA-DEBITO.
           MOVE 0 TO QTD-DEBITOS ORIGINAL-W JUROS-TOT.
           MOVE 1 TO IND-MENS.
           PERFORM SOMA-DEBITO UNTIL IND-MENS GREATER THAN QTD-MENS.

       SOMA-DEBITO.
           IF TAB-CODIGO-M(IND-MENS) EQUAL CODIGO-TRN AND
              TAB-SIT-M(IND-MENS) EQUAL "A" AND
              TAB-VENC-M(IND-MENS) LESS THAN DATA-HOJE
              PERFORM CALCULA-JUROS-ITEM
              MOVE TAB-NOME-M(IND-MENS)  TO NOME-TERMO
              MOVE TAB-TURMA-M(IND-MENS) TO TURMA-TERMO
              ADD 1 TO QTD-DEBITOS
              ADD SALDO-W TO ORIGINAL-W
              ADD JUROS-W TO JUROS-TOT
           END-IF.
           ADD 1 TO IND-MENS.

       CALCULA-JUROS-ITEM.
           COMPUTE SALDO-W = TAB-VALOR-M(IND-MENS) -
                   TAB-PAGO-M(IND-MENS).
           CALL "DATADIF" USING TAB-VENC-M(IND-MENS) DATA-HOJE
                                DIAS-ATRASO RESULTADO-DIF.
           IF RESULTADO-DIF NOT EQUAL "00" OR
              DIAS-ATRASO LESS THAN 0
              MOVE 0 TO DIAS-ATRASO
           END-IF.
           COMPUTE JUROS-W ROUNDED = SALDO-W * TAXA-JUROS *
                   DIAS-ATRASO / 3000.

       GERA-ACORDO.
           IF QTD-ACOR NOT LESS THAN 500 OR
              QTD-PARC + QTD-PARC-TRN GREATER THAN 5000 OR
              QTD-ITEM + QTD-DEBITOS GREATER THAN 5000
              MOVE "TABELA DE ACORDOS CHEIA" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              ADD 1 TO ULTIMO-ACORDO
              ADD 1 TO QTD-ACOR
              MOVE ORIGINAL-W TO TOTAL-W
              IF PERDAO-TRN NOT EQUAL "S"
                 ADD JUROS-TOT TO TOTAL-W
              END-IF
              MOVE ULTIMO-ACORDO TO TAB-NUM-A(QTD-ACOR)
              MOVE CODIGO-TRN    TO TAB-CODIGO-A(QTD-ACOR)
              MOVE NOME-TERMO    TO TAB-NOME-A(QTD-ACOR)
              MOVE TURMA-TERMO   TO TAB-TURMA-A(QTD-ACOR)
              MOVE DATA-HOJE     TO TAB-DATA-A(QTD-ACOR)
                                    TAB-DATA-SIT-A(QTD-ACOR)
              MOVE ORIGINAL-W    TO TAB-ORIGINAL-A(QTD-ACOR)
              MOVE JUROS-TOT     TO TAB-JUROS-A(QTD-ACOR)
              MOVE TOTAL-W       TO TAB-TOTAL-A(QTD-ACOR)
              MOVE QTD-PARC-TRN  TO TAB-QTD-PARC-A(QTD-ACOR)
              MOVE "N"           TO TAB-PERDAO-A(QTD-ACOR)
              IF PERDAO-TRN EQUAL "S"
                 MOVE "S" TO TAB-PERDAO-A(QTD-ACOR)
              END-IF
              MOVE "A"           TO TAB-SIT-A(QTD-ACOR)
              PERFORM IMPRIME-CABECALHO-TERMO
              MOVE 1 TO IND-MENS
              PERFORM RENEGOCIA-ITEM UNTIL IND-MENS GREATER THAN
                      QTD-MENS
              PERFORM IMPRIME-VALORES-TERMO
              PERFORM GERA-PARCELAS
              PERFORM IMPRIME-RODAPE-TERMO
              ADD 1 TO CT-ACORDOS
           END-IF.

       RENEGOCIA-ITEM.
           IF TAB-CODIGO-M(IND-MENS) EQUAL CODIGO-TRN AND
              TAB-SIT-M(IND-MENS) EQUAL "A" AND
              TAB-VENC-M(IND-MENS) LESS THAN DATA-HOJE
              PERFORM CALCULA-JUROS-ITEM
              MOVE "R" TO TAB-SIT-M(IND-MENS)
              ADD 1 TO QTD-ITEM
              MOVE ULTIMO-ACORDO          TO TAB-NUM-I(QTD-ITEM)
              MOVE CODIGO-TRN             TO TAB-CODIGO-I(QTD-ITEM)
              MOVE TAB-COMPET-M(IND-MENS) TO TAB-COMPET-I(QTD-ITEM)
              MOVE SALDO-W                TO TAB-SALDO-I(QTD-ITEM)
              MOVE JUROS-W                TO TAB-JUROS-I(QTD-ITEM)
              ADD 1 TO CT-RENEGOCIADAS
              PERFORM IMPRIME-ITEM-TERMO
           END-IF.
           ADD 1 TO IND-MENS.

       GERA-PARCELAS.
           WRITE REG-ATR FROM TERMO-06 AFTER ADVANCING 2 LINES.
           COMPUTE PARCELA-W = TOTAL-W / QTD-PARC-TRN.
           COMPUTE ULTIMA-W = PARCELA-W * QTD-PARC-TRN.
           SUBTRACT PARCELA-W FROM ULTIMA-W.
           COMPUTE ULTIMA-W = TOTAL-W - ULTIMA-W.
           IF DIA-VENC-TRN NUMERIC AND DIA-VENC-TRN GREATER THAN 0
              AND DIA-VENC-TRN LESS THAN 29
              MOVE DIA-VENC-TRN TO DIA-VENC-W
           ELSE
              MOVE 10 TO DIA-VENC-W
           END-IF.
           MOVE DATA-HOJE(1:4) TO ANO-VENC.
           MOVE DATA-HOJE(5:2) TO MES-VENC.
           MOVE 1 TO SEQ-W.
           PERFORM GRAVA-PARCELA UNTIL SEQ-W GREATER THAN
                   QTD-PARC-TRN.

       GRAVA-PARCELA.
           ADD 1 TO MES-VENC.
           IF MES-VENC GREATER THAN 12
              MOVE 1 TO MES-VENC
              ADD 1 TO ANO-VENC
           END-IF.
           MOVE ANO-VENC   TO VENC-W(1:4).
           MOVE MES-VENC   TO VENC-W(5:2).
           MOVE DIA-VENC-W TO VENC-W(7:2).
           ADD 1 TO QTD-PARC.
           MOVE ULTIMO-ACORDO TO TAB-NUM-P(QTD-PARC).
           MOVE SEQ-W         TO TAB-SEQ-P(QTD-PARC).
           MOVE VENC-W        TO TAB-VENC-P(QTD-PARC).
           IF SEQ-W EQUAL QTD-PARC-TRN
              MOVE ULTIMA-W  TO TAB-VALOR-P(QTD-PARC)
           ELSE
              MOVE PARCELA-W TO TAB-VALOR-P(QTD-PARC)
           END-IF.
           MOVE 0   TO TAB-PAGO-P(QTD-PARC).
           MOVE "A" TO TAB-SIT-P(QTD-PARC).
           MOVE SEQ-W                TO SEQ-TPC.
           MOVE VENC-W(7:2)          TO DIA-TPC.
           MOVE VENC-W(5:2)          TO MES-TPC.
           MOVE VENC-W(1:4)          TO ANO-TPC.
           MOVE TAB-VALOR-P(QTD-PARC) TO VALOR-TPC.
           WRITE REG-ATR FROM TERMO-PARC AFTER ADVANCING 1 LINE.
           ADD 1 TO SEQ-W.

       IMPRIME-CABECALHO-TERMO.
           WRITE REG-ATR FROM TERMO-01 AFTER ADVANCING PAGE.
           MOVE ULTIMO-ACORDO TO NUM-TERMO.
           WRITE REG-ATR FROM TERMO-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM TERMO-01 AFTER ADVANCING 2 LINES.
           MOVE CODIGO-TRN TO COD-TERMO.
           WRITE REG-ATR FROM TERMO-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM TERMO-04 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM TERMO-05 AFTER ADVANCING 2 LINES.

       IMPRIME-ITEM-TERMO.
           MOVE TAB-COMPET-M(IND-MENS)    TO COMPET-TIT.
           MOVE TAB-VENC-M(IND-MENS)(7:2) TO DIA-TIT.
           MOVE TAB-VENC-M(IND-MENS)(5:2) TO MES-TIT.
           MOVE TAB-VENC-M(IND-MENS)(1:4) TO ANO-TIT.
           MOVE DIAS-ATRASO TO DIAS-TIT.
           MOVE SALDO-W     TO SALDO-TIT.
           MOVE JUROS-W     TO JUROS-TIT.
           WRITE REG-ATR FROM TERMO-ITEM AFTER ADVANCING 1 LINE.

       IMPRIME-VALORES-TERMO.
           MOVE "VALOR ORIGINAL DO DEBITO" TO DESCR-TVL.
           MOVE ORIGINAL-W TO VALOR-TVL.
           WRITE REG-ATR FROM TERMO-VALOR AFTER ADVANCING 2 LINES.
           IF PERDAO-TRN EQUAL "S"
              MOVE "JUROS DE MORA PERDOADOS" TO DESCR-TVL
           ELSE
              MOVE "JUROS DE MORA" TO DESCR-TVL
           END-IF.
           MOVE JUROS-TOT TO VALOR-TVL.
           WRITE REG-ATR FROM TERMO-VALOR AFTER ADVANCING 1 LINE.
           MOVE "VALOR TOTAL DO ACORDO" TO DESCR-TVL.
           MOVE TOTAL-W TO VALOR-TVL.
           WRITE REG-ATR FROM TERMO-VALOR AFTER ADVANCING 1 LINE.

       IMPRIME-RODAPE-TERMO.
           MOVE CARENCIA TO CARENCIA-TERMO.
           WRITE REG-ATR FROM TERMO-07 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM TERMO-08 AFTER ADVANCING 1 LINE.
           MOVE DATA-HOJE(7:2) TO DIA-TERMO.
           MOVE DATA-HOJE(5:2) TO MES-TERMO.
           MOVE DATA-HOJE(1:4) TO ANO-TERMO.
           WRITE REG-ATR FROM TERMO-11 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM TERMO-09 AFTER ADVANCING 4 LINES.
           WRITE REG-ATR FROM TERMO-10 AFTER ADVANCING 1 LINE.

       TRATA-PAGAMENTO.
           IF NUM-TRN NOT NUMERIC OR SEQ-TRN NOT NUMERIC OR
              VALOR-TRN NOT NUMERIC
              MOVE "TRANSACAO COM CAMPOS INVALIDOS" TO MOTIVO-REJ
              PERFORM GRAVA-REJEITO
           ELSE
              PERFORM PESQUISA-ACORDO
              IF ACHEI EQUAL "N"
                 MOVE "ACORDO NAO ENCONTRADO" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 IF TAB-SIT-A(IND-ACOR) NOT EQUAL "A"
                    MOVE "ACORDO NAO ESTA ATIVO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 ELSE
                    PERFORM PESQUISA-PARCELA
                    IF ACHEI EQUAL "N"
                       MOVE "PARCELA NAO ENCONTRADA" TO MOTIVO-REJ
                       PERFORM GRAVA-REJEITO
                    ELSE
                       IF TAB-SIT-P(IND-PARC) NOT EQUAL "A"
                          MOVE "PARCELA JA QUITADA" TO MOTIVO-REJ
                          PERFORM GRAVA-REJEITO
                       ELSE
                          PERFORM APLICA-PAGAMENTO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PESQUISA-ACORDO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-ACOR.
           PERFORM TESTA-ACORDO UNTIL IND-ACOR GREATER THAN
                   QTD-ACOR OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-ACOR
           END-IF.

       TESTA-ACORDO.
           IF TAB-NUM-A(IND-ACOR) EQUAL NUM-TRN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-ACOR.

       PESQUISA-PARCELA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PARC.
           PERFORM TESTA-PARCELA UNTIL IND-PARC GREATER THAN
                   QTD-PARC OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PARC
           END-IF.

       TESTA-PARCELA.
           IF TAB-NUM-P(IND-PARC) EQUAL NUM-TRN AND
              TAB-SEQ-P(IND-PARC) EQUAL SEQ-TRN
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PARC.

       APLICA-PAGAMENTO.
           ADD VALOR-TRN TO TAB-PAGO-P(IND-PARC).
           ADD 1 TO CT-PAGTOS.
           IF TAB-PAGO-P(IND-PARC) NOT LESS THAN
              TAB-VALOR-P(IND-PARC)
              MOVE "P" TO TAB-SIT-P(IND-PARC)
              MOVE "S" TO QUITADO
              MOVE 1 TO IND-PARC
              PERFORM TESTA-QUITACAO UNTIL IND-PARC GREATER THAN
                      QTD-PARC
              IF QUITADO EQUAL "S"
                 MOVE "L" TO TAB-SIT-A(IND-ACOR)
                 MOVE DATA-HOJE TO TAB-DATA-SIT-A(IND-ACOR)
                 ADD 1 TO CT-LIQUIDADOS
              END-IF
           END-IF.

       TESTA-QUITACAO.
           IF TAB-NUM-P(IND-PARC) EQUAL TAB-NUM-A(IND-ACOR) AND
              TAB-SIT-P(IND-PARC) NOT EQUAL "P"
              MOVE "N" TO QUITADO
           END-IF.
           ADD 1 TO IND-PARC.

       GRAVA-REJEITO.
           MOVE TIPO-TRN   TO TIPO-REJ.
           MOVE CODIGO-TRN TO CODIGO-REJ.
           MOVE NUM-TRN    TO NUM-REJ.
           MOVE SEQ-TRN    TO SEQ-REJ.
           WRITE REG-REJ.
           ADD 1 TO CT-REJEITADOS.

       VERIFICA-QUEBRA.
           IF TAB-SIT-A(IND-ACOR) EQUAL "A"
              MOVE "N" TO QUEBRA
              MOVE 1 TO IND-PARC
              PERFORM TESTA-ATRASO UNTIL IND-PARC GREATER THAN
                      QTD-PARC OR QUEBRA EQUAL "S"
              IF QUEBRA EQUAL "S"
                 PERFORM ROMPE-ACORDO
              END-IF
           END-IF.
           ADD 1 TO IND-ACOR.

       TESTA-ATRASO.
           IF TAB-NUM-P(IND-PARC) EQUAL TAB-NUM-A(IND-ACOR) AND
              TAB-SIT-P(IND-PARC) EQUAL "A" AND
              TAB-VENC-P(IND-PARC) LESS THAN DATA-HOJE
              CALL "DATADIF" USING TAB-VENC-P(IND-PARC) DATA-HOJE
                                   DIAS-ATRASO RESULTADO-DIF
              IF RESULTADO-DIF EQUAL "00" AND
                 DIAS-ATRASO GREATER THAN CARENCIA
                 MOVE "S" TO QUEBRA
              END-IF
           END-IF.
           ADD 1 TO IND-PARC.

       ROMPE-ACORDO.
           MOVE "Q" TO TAB-SIT-A(IND-ACOR).
           MOVE DATA-HOJE TO TAB-DATA-SIT-A(IND-ACOR).
           MOVE 0 TO CREDITO-W RESTAB-W.
           MOVE 1 TO IND-PARC.
           PERFORM CANCELA-PARCELA UNTIL IND-PARC GREATER THAN
                   QTD-PARC.
           MOVE CREDITO-W TO CREDITO-QDT.
           MOVE 1 TO IND-ITEM.
           PERFORM RESTABELECE-ITEM UNTIL IND-ITEM GREATER THAN
                   QTD-ITEM.
           ADD 1 TO CT-QUEBRADOS.
           IF TEM-QUEBRA EQUAL "N"
              WRITE REG-ATR FROM TERMO-01 AFTER ADVANCING PAGE
              WRITE REG-ATR FROM QUEBRA-01 AFTER ADVANCING 2 LINES
              WRITE REG-ATR FROM TERMO-01 AFTER ADVANCING 2 LINES
              WRITE REG-ATR FROM QUEBRA-02 AFTER ADVANCING 2 LINES
              MOVE "S" TO TEM-QUEBRA
           END-IF.
           MOVE TAB-NUM-A(IND-ACOR)    TO NUM-QDT.
           MOVE TAB-CODIGO-A(IND-ACOR) TO CODIGO-QDT.
           MOVE TAB-NOME-A(IND-ACOR)   TO NOME-QDT.
           MOVE RESTAB-W               TO RESTAB-QDT.
           WRITE REG-ATR FROM QUEBRA-DET AFTER ADVANCING 1 LINE.

       CANCELA-PARCELA.
           IF TAB-NUM-P(IND-PARC) EQUAL TAB-NUM-A(IND-ACOR)
              ADD TAB-PAGO-P(IND-PARC) TO CREDITO-W
              IF TAB-SIT-P(IND-PARC) EQUAL "A"
                 MOVE "C" TO TAB-SIT-P(IND-PARC)
              END-IF
           END-IF.
           ADD 1 TO IND-PARC.

       RESTABELECE-ITEM.
           IF TAB-NUM-I(IND-ITEM) EQUAL TAB-NUM-A(IND-ACOR)
              MOVE 1 TO IND-MENS
              MOVE "N" TO ACHEI
              PERFORM TESTA-ITEM-MENS UNTIL IND-MENS GREATER THAN
                      QTD-MENS OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "S"
                 SUBTRACT 1 FROM IND-MENS
                 MOVE "A" TO TAB-SIT-M(IND-MENS)
                 COMPUTE SALDO-W = TAB-VALOR-M(IND-MENS) -
                         TAB-PAGO-M(IND-MENS)
                 ADD SALDO-W TO RESTAB-W
                 PERFORM APLICA-CREDITO
              END-IF
           END-IF.
           ADD 1 TO IND-ITEM.

       TESTA-ITEM-MENS.
           IF TAB-CODIGO-M(IND-MENS) EQUAL TAB-CODIGO-I(IND-ITEM) AND
              TAB-COMPET-M(IND-MENS) EQUAL TAB-COMPET-I(IND-ITEM) AND
              TAB-SIT-M(IND-MENS) EQUAL "R"
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-MENS.

       APLICA-CREDITO.
           IF CREDITO-W GREATER THAN 0
              IF CREDITO-W NOT LESS THAN SALDO-W
                 ADD SALDO-W TO TAB-PAGO-M(IND-MENS)
                 SUBTRACT SALDO-W FROM CREDITO-W
                 MOVE "P" TO TAB-SIT-M(IND-MENS)
              ELSE
                 ADD CREDITO-W TO TAB-PAGO-M(IND-MENS)
                 MOVE 0 TO CREDITO-W
              END-IF
           END-IF.

       GRAVA-ATUALIZADOS.
           OPEN OUTPUT MENSATU.
           MOVE 1 TO IND-MENS.
           PERFORM GRAVA-MENS-ITEM UNTIL IND-MENS GREATER THAN
                   QTD-MENS.
           CLOSE MENSATU.
           OPEN OUTPUT ACORATU.
           MOVE 1 TO IND-ACOR.
           PERFORM GRAVA-ACORDO UNTIL IND-ACOR GREATER THAN
                   QTD-ACOR.
           CLOSE ACORATU.
           OPEN OUTPUT PARCATU.
           MOVE 1 TO IND-PARC.
           PERFORM GRAVA-PARCELA-ATU UNTIL IND-PARC GREATER THAN
                   QTD-PARC.
           CLOSE PARCATU.
           OPEN OUTPUT ITEMATU.
           MOVE 1 TO IND-ITEM.
           PERFORM GRAVA-ITEM UNTIL IND-ITEM GREATER THAN
                   QTD-ITEM.
           CLOSE ITEMATU.

       GRAVA-MENS-ITEM.
           MOVE TAB-TURMA-M(IND-MENS)  TO TURMA-ATU.
           MOVE TAB-CODIGO-M(IND-MENS) TO CODIGO-ATU.
           MOVE TAB-NOME-M(IND-MENS)   TO NOME-ATU.
           MOVE TAB-COMPET-M(IND-MENS) TO COMPET-ATU.
           MOVE TAB-VALOR-M(IND-MENS)  TO VALOR-ATU.
           MOVE TAB-PAGO-M(IND-MENS)   TO PAGO-ATU.
           MOVE TAB-SIT-M(IND-MENS)    TO SIT-ATU.
           MOVE TAB-VENC-M(IND-MENS)   TO DATA-VENC-ATU.
           WRITE REG-MENS-ATU.
           ADD 1 TO IND-MENS.

       GRAVA-ACORDO.
           WRITE REG-ACOR-ATU FROM TAB-REG-ACOR(IND-ACOR).
           ADD 1 TO IND-ACOR.

       GRAVA-PARCELA-ATU.
           WRITE REG-PARC-ATU FROM TAB-REG-PARC(IND-PARC).
           ADD 1 TO IND-PARC.

       GRAVA-ITEM.
           WRITE REG-ITEM-ATU FROM TAB-REG-ITEM(IND-ITEM).
           ADD 1 TO IND-ITEM.

       FIM.
           DISPLAY "TRANSACOES LIDAS        : " CT-TRANS.
           DISPLAY "ACORDOS FIRMADOS        : " CT-ACORDOS.
           DISPLAY "MENSALIDADES RENEGOC.   : " CT-RENEGOCIADAS.
           DISPLAY "PARCELAS PAGAS          : " CT-PAGTOS.
           DISPLAY "ACORDOS LIQUIDADOS      : " CT-LIQUIDADOS.
           DISPLAY "ACORDOS ROMPIDOS        : " CT-QUEBRADOS.
           DISPLAY "TRANSACOES REJEITADAS   : " CT-REJEITADOS.
           CLOSE ACORDTRN ACORREJ REL-ACORDO.
