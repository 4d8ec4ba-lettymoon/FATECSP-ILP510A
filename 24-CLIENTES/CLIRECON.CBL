           02 TELEFONE-OK   PIC 9(10).
           02 RUN-NR-OK     PIC 9(04).
           02 RUN-DATA-OK   PIC 9(08).
           02 LOGRAD-OK     PIC X(40).
           02 NUMERO-OK     PIC X(06).
           02 COMPL-OK      PIC X(20).
           02 BAIRRO-OK     PIC X(25).
           02 CEP-OK        PIC 9(08).
           02 TIPO-PESSOA-OK PIC X(01).
               88 OK-JURIDICA VALUE "J".
           02 CNPJ-OK       PIC 9(14).
           02 RAZAO-OK      PIC X(40).
           02 FANTASIA-OK   PIC X(30).

       FD CAD-CLI
           LABEL RECORD ARE STANDARD
           77 IND-CLI      PIC 9(05) VALUE ZEROES.
           77 ACHEI        PIC X(01) VALUE "N".
           77 CT-CADOK     PIC 9(05) VALUE ZEROES.
           77 CT-CADOK-PF  PIC 9(05) VALUE ZEROES.
           77 CT-CADOK-PJ  PIC 9(05) VALUE ZEROES.
           77 CT-CADCLI    PIC 9(05) VALUE ZEROES.
           77 CT-NOME-DIV  PIC 9(05) VALUE ZEROES.
           77 CT-UF-DIV    PIC 9(05) VALUE ZEROES.
           END-IF.

       PRINCIPAL.
           IF OK-JURIDICA
              ADD 1 TO CT-CADOK-PJ
              PERFORM LEITURA
           ELSE
              ADD 1 TO CT-CADOK-PF
              PERFORM CONCILIA-PF
           END-IF.

       CONCILIA-PF.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              MOVE "S" TO TAB-CASADO(IND-CLI)
           MOVE ZEROES TO CT-LIN.

       TOTAIS.
           IF CT-LIN GREATER THAN 33
              PERFORM CABECALHO
           END-IF.
           MOVE "REGISTROS LIDOS DE CADOK" TO DESCR-TOT.
           MOVE CT-CADOK TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 2 LINES.
           MOVE "  PESSOAS FISICAS" TO DESCR-TOT.
           MOVE CT-CADOK-PF TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "  PESSOAS JURIDICAS NAO CONCIL" TO DESCR-TOT.
           MOVE CT-CADOK-PJ TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS LIDOS DE CAD-CLI" TO DESCR-TOT.
           MOVE CT-CADCLI TO VALOR-TOT.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM DETALHE-FINAL AFTER ADVANCING 1 LINE.

       FIM.
           DISPLAY "CADOK PESSOA FISICA: " CT-CADOK-PF.
           DISPLAY "CADOK PJ NAO CONCIL: " CT-CADOK-PJ.
           DISPLAY "NOMES DIVERGENTES  : " CT-NOME-DIV.
           DISPLAY "UF DIVERGENTES     : " CT-UF-DIV.
           DISPLAY "SOMENTE EM CADOK   : " CT-SO-CADOK.
