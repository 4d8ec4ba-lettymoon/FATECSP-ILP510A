           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIVREJ ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIVATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDCOMP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PED.
           SELECT RECEBLIV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
           SELECT PEDATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 TIT-LIV-REJ  PIC X(40).
           02 MOTIVO-REJ   PIC X(30).

       FD LIVATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LIVENT.ATU".
       01 REG-LIV-ATU      PIC X(78).

       FD PEDCOMP
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REG-PED.
           02 NR-PED       PIC 9(06).
           02 COD-LIV-PED  PIC 9(05).
           02 TIT-LIV-PED  PIC X(40).
           02 AUT-LIV-PED  PIC X(30).
           02 CLASSE-PED   PIC X(01).
           02 QTD-PED      PIC 9(02).
           02 QTD-RECEB-PED PIC 9(02).
           02 DATA-PED     PIC 9(08).
           02 DATA-FECH-PED PIC 9(08).
           02 SIT-PED      PIC X(01).

       FD RECEBLIV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECEBLIV.DAT".
       01 REG-REC.
           02 NR-PED-REC   PIC 9(06).
           02 QTD-REC      PIC 9(02).
           02 DATA-REC     PIC 9(08).
           02 SIT-REC      PIC X(01).

       FD PEDATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCOMP.ATU".
       01 REG-PED-ATU      PIC X(103).

       FD RECATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECEBLIV.ATU".
       01 REG-REC-ATU      PIC X(17).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ      PIC X(01) VALUE "N".
           77 CH-ERRO      PIC X(01) VALUE "N".
           77 IND-LIVRO    PIC 9(04) VALUE ZEROES.
           77 ACHEI        PIC X(01) VALUE "N".
           77 CHAVE-ANT    PIC X(07) VALUE LOW-VALUES.
           77 WS-STATUS-PED PIC X(02).
           77 WS-STATUS-REC PIC X(02).
           77 FIM-AUX      PIC X(01) VALUE "N".
           77 QTD-PEDIDOS  PIC 9(04) VALUE ZEROES.
           77 IND-PED      PIC 9(04) VALUE ZEROES.
           77 QTD-CHEG     PIC 9(04) VALUE ZEROES.
           77 IND-CHEG     PIC 9(04) VALUE ZEROES.
           77 IND-EXE      PIC 9(02) VALUE ZEROES.
           77 COD-ANT-GRAV PIC 9(05) VALUE ZEROES.
           77 ULT-EXE      PIC 9(02) VALUE ZEROES.
           77 SALDO-PED    PIC 9(03) VALUE ZEROES.
           77 LIMITE-EXE   PIC 9(03) VALUE ZEROES.
           77 CT-REC-LIDOS PIC 9(05) VALUE ZEROES.
           77 CT-REC-REJ   PIC 9(05) VALUE ZEROES.
           77 CT-NOVOS-EXE PIC 9(05) VALUE ZEROES.
           77 CT-PED-FECH  PIC 9(05) VALUE ZEROES.
           77 CT-REC-JA-APL PIC 9(05) VALUE ZEROES.
           77 QTD-RECEB    PIC 9(04) VALUE ZEROES.
           77 IND-RECEB    PIC 9(04) VALUE ZEROES.
           77 TEM-RECEBLIV PIC X(01) VALUE "N".

       01 CHAVE-LIV-W.
           02 COD-LIV-W PIC 9(05).
               03 TAB-COD-LIVRO PIC 9(05).
               03 TAB-EXE-LIVRO PIC 9(02).

       01 TABELA-PEDIDOS.
           02 TAB-PED OCCURS 1000 TIMES.
               03 TAB-REG-PED.
                   04 TAB-NR-PED     PIC 9(06).
                   04 TAB-COD-PED    PIC 9(05).
                   04 TAB-TIT-PED    PIC X(40).
                   04 TAB-AUT-PED    PIC X(30).
                   04 TAB-CLASSE-PED PIC X(01).
                   04 TAB-QTD-PED    PIC 9(02).
                   04 TAB-RECEB-PED  PIC 9(02).
                   04 TAB-DATA-PED   PIC 9(08).
                   04 TAB-FECH-PED   PIC 9(08).
                   04 TAB-SIT-PED    PIC X(01).

       01 TABELA-CHEGADAS.
           02 TAB-CHEG OCCURS 200 TIMES.
               03 TAB-COD-CHEG  PIC 9(05).
               03 TAB-PED-CHEG  PIC 9(04).
               03 TAB-QTD-CHEG  PIC 9(02).
               03 TAB-DATA-CHEG PIC 9(08).
               03 TAB-SIT-CHEG  PIC X(01).

       01 TABELA-RECEBIMENTOS.
           02 TAB-RECEB OCCURS 1000 TIMES.
               03 TAB-REG-REC.
                   04 FILLER         PIC X(16).
                   04 TAB-SIT-REC    PIC X(01).
               03 TAB-CHEG-REC  PIC 9(04).

       PROCEDURE DIVISION.
       PGM-LIVCARGA.
           PERFORM INICIO.

       INICIO.
           OPEN INPUT LIVENT
                OUTPUT CADLIV LIVREJ LIVATU.
           PERFORM CARREGA-PEDIDOS.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM LEITURA.

       LEITURA.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF COD-LIV-ENT NOT EQUAL COD-ANT-GRAV
              PERFORM DESCARREGA-CHEGADAS
           END-IF.
           ADD 1 TO QTD-LIVROS.
           MOVE COD-LIV-ENT TO TAB-COD-LIVRO(QTD-LIVROS).
           MOVE NR-EXE-ENT  TO TAB-EXE-LIVRO(QTD-LIVROS).
           MOVE AUT-LIV-ENT TO AUT-LIV.
           MOVE CLASSE-ENT  TO CLASSE-LIV.
           WRITE REG-LIV.
           WRITE REG-LIV-ATU FROM REG-LIV.
           ADD 1 TO CT-GRAVADOS.
           MOVE COD-LIV-ENT TO COD-ANT-GRAV.
           MOVE NR-EXE-ENT  TO ULT-EXE.

       GRAVA-REJEITO.
           MOVE COD-LIV-ENT TO COD-LIV-REJ.
           WRITE REG-LIV-REJ.
           ADD 1 TO CT-REJEIT.

       CARREGA-PEDIDOS.
           OPEN INPUT PEDCOMP.
           IF WS-STATUS-PED EQUAL "00"
              PERFORM LER-PEDIDO
              PERFORM GUARDA-PEDIDO UNTIL FIM-AUX EQUAL "S"
              CLOSE PEDCOMP
           END-IF.
           MOVE "N" TO FIM-AUX.

       LER-PEDIDO.
           READ PEDCOMP AT END MOVE "S" TO FIM-AUX.

       GUARDA-PEDIDO.
           IF QTD-PEDIDOS NOT LESS THAN 1000
              DISPLAY "PEDCOMP.DAT EXCEDE A TABELA DE PEDIDOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-PEDIDOS.
           MOVE REG-PED TO TAB-REG-PED(QTD-PEDIDOS).
           PERFORM LER-PEDIDO.

       CARREGA-RECEBIMENTOS.
           OPEN INPUT RECEBLIV.
           IF WS-STATUS-REC EQUAL "00"
              MOVE "S" TO TEM-RECEBLIV
              PERFORM LER-RECEBIMENTO
              PERFORM GUARDA-RECEBIMENTO UNTIL FIM-AUX EQUAL "S"
              CLOSE RECEBLIV
           END-IF.
           MOVE "N" TO FIM-AUX.

       LER-RECEBIMENTO.
           READ RECEBLIV AT END MOVE "S" TO FIM-AUX.

       GUARDA-RECEBIMENTO.
           IF QTD-RECEB NOT LESS THAN 1000
              DISPLAY "RECEBLIV.DAT EXCEDE A TABELA DE RECEBIMENTOS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO QTD-RECEB.
           MOVE REG-REC TO TAB-REG-REC(QTD-RECEB).
           MOVE 0 TO TAB-CHEG-REC(QTD-RECEB).
           IF SIT-REC EQUAL "A" OR SIT-REC EQUAL "R"
              ADD 1 TO CT-REC-JA-APL
           ELSE
              ADD 1 TO CT-REC-LIDOS
              PERFORM VALIDA-RECEBIMENTO
           END-IF.
           PERFORM LER-RECEBIMENTO.

       VALIDA-RECEBIMENTO.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           MOVE 0 TO IND-PED.
           IF NR-PED-REC NOT NUMERIC OR QTD-REC NOT NUMERIC OR
              DATA-REC NOT NUMERIC OR QTD-REC EQUAL ZEROES
              MOVE "S" TO CH-ERRO
              MOVE "RECEBIMENTO INVALIDO" TO MOTIVO-ERRO
           ELSE
              PERFORM PESQUISA-PEDIDO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 MOVE "PEDIDO NAO ENCONTRADO" TO MOTIVO-ERRO
              ELSE
                 IF TAB-SIT-PED(IND-PED) NOT EQUAL "A"
                    MOVE "S" TO CH-ERRO
                    MOVE "PEDIDO JA ENCERRADO" TO MOTIVO-ERRO
                 ELSE
                    COMPUTE SALDO-PED = TAB-QTD-PED(IND-PED) -
                                        TAB-RECEB-PED(IND-PED)
                    IF QTD-REC GREATER THAN SALDO-PED
                       MOVE "S" TO CH-ERRO
                       MOVE "QUANTIDADE EXCEDE O PEDIDO"
                         TO MOTIVO-ERRO
                    ELSE
                       IF QTD-CHEG NOT LESS THAN 200
                          MOVE "S" TO CH-ERRO
                          MOVE "EXCESSO DE RECEBIMENTOS"
                            TO MOTIVO-ERRO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              ADD 1 TO QTD-CHEG
              MOVE TAB-COD-PED(IND-PED) TO TAB-COD-CHEG(QTD-CHEG)
              MOVE IND-PED  TO TAB-PED-CHEG(QTD-CHEG)
              MOVE QTD-REC  TO TAB-QTD-CHEG(QTD-CHEG)
              MOVE DATA-REC TO TAB-DATA-CHEG(QTD-CHEG)
              MOVE "P"      TO TAB-SIT-CHEG(QTD-CHEG)
              ADD QTD-REC TO TAB-RECEB-PED(IND-PED)
              MOVE QTD-CHEG TO TAB-CHEG-REC(QTD-RECEB)
           ELSE
              IF MOTIVO-ERRO NOT EQUAL "EXCESSO DE RECEBIMENTOS"
                 MOVE "R" TO TAB-SIT-REC(QTD-RECEB)
              END-IF
              MOVE SPACES TO REG-LIV-REJ
              IF IND-PED GREATER THAN 0
                 MOVE TAB-COD-PED(IND-PED) TO COD-LIV-REJ
                 MOVE TAB-TIT-PED(IND-PED) TO TIT-LIV-REJ
              ELSE
                 MOVE ZEROES TO COD-LIV-REJ
              END-IF
              MOVE ZEROES TO NR-EXE-REJ
              MOVE MOTIVO-ERRO TO MOTIVO-REJ
              WRITE REG-LIV-REJ
              ADD 1 TO CT-REC-REJ
           END-IF.

       PESQUISA-PEDIDO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PED.
           PERFORM TESTA-PEDIDO UNTIL IND-PED GREATER THAN QTD-PEDIDOS
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PED
           ELSE
              MOVE 0 TO IND-PED
           END-IF.

       TESTA-PEDIDO.
           IF TAB-NR-PED(IND-PED) EQUAL NR-PED-REC
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PED.

       DESCARREGA-CHEGADAS.
           IF COD-ANT-GRAV GREATER THAN 0
              MOVE 1 TO IND-CHEG
              PERFORM TESTA-CHEGADA UNTIL IND-CHEG GREATER THAN
                      QTD-CHEG
           END-IF.

       TESTA-CHEGADA.
           IF TAB-COD-CHEG(IND-CHEG) EQUAL COD-ANT-GRAV AND
              TAB-SIT-CHEG(IND-CHEG) EQUAL "P"
              COMPUTE LIMITE-EXE = 99 - ULT-EXE
              IF TAB-QTD-CHEG(IND-CHEG) GREATER THAN LIMITE-EXE
                 MOVE "LIMITE DE EXEMPLARES EXCEDIDO" TO MOTIVO-ERRO
                 PERFORM REJEITA-CHEGADA
              ELSE
                 PERFORM INCLUI-CHEGADA
              END-IF
           END-IF.
           ADD 1 TO IND-CHEG.

       INCLUI-CHEGADA.
           MOVE TAB-PED-CHEG(IND-CHEG) TO IND-PED.
           MOVE 1 TO IND-EXE.
           PERFORM GRAVA-EXEMPLAR UNTIL IND-EXE GREATER THAN
                   TAB-QTD-CHEG(IND-CHEG).
           MOVE "G" TO TAB-SIT-CHEG(IND-CHEG).
           IF TAB-RECEB-PED(IND-PED) NOT LESS THAN TAB-QTD-PED(IND-PED)
              AND TAB-SIT-PED(IND-PED) EQUAL "A"
              MOVE "F" TO TAB-SIT-PED(IND-PED)
              MOVE TAB-DATA-CHEG(IND-CHEG) TO TAB-FECH-PED(IND-PED)
              ADD 1 TO CT-PED-FECH
           END-IF.

       GRAVA-EXEMPLAR.
           IF QTD-LIVROS NOT LESS THAN 500
              DISPLAY "LIVENT.DAT EXCEDE A TABELA DE LIVROS - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO ULT-EXE.
           ADD 1 TO QTD-LIVROS.
           MOVE COD-ANT-GRAV TO TAB-COD-LIVRO(QTD-LIVROS).
           MOVE ULT-EXE      TO TAB-EXE-LIVRO(QTD-LIVROS).
           MOVE COD-ANT-GRAV TO COD-LIV COD-LIV-W.
           MOVE ULT-EXE      TO NR-EXE NR-EXE-W.
           MOVE TAB-TIT-PED(IND-PED)    TO TIT-LIV.
           MOVE TAB-AUT-PED(IND-PED)    TO AUT-LIV.
           MOVE TAB-CLASSE-PED(IND-PED) TO CLASSE-LIV.
           WRITE REG-LIV.
           WRITE REG-LIV-ATU FROM REG-LIV.
           MOVE CHAVE-LIV-W TO CHAVE-ANT.
           ADD 1 TO CT-GRAVADOS.
           ADD 1 TO CT-NOVOS-EXE.
           ADD 1 TO IND-EXE.

       REJEITA-CHEGADA.
           MOVE TAB-PED-CHEG(IND-CHEG) TO IND-PED.
           SUBTRACT TAB-QTD-CHEG(IND-CHEG) FROM TAB-RECEB-PED(IND-PED).
           MOVE "R" TO TAB-SIT-CHEG(IND-CHEG).
           MOVE SPACES TO REG-LIV-REJ.
           MOVE TAB-COD-CHEG(IND-CHEG) TO COD-LIV-REJ.
           MOVE ZEROES                 TO NR-EXE-REJ.
           MOVE TAB-TIT-PED(IND-PED)   TO TIT-LIV-REJ.
           MOVE MOTIVO-ERRO            TO MOTIVO-REJ.
           WRITE REG-LIV-REJ.
           ADD 1 TO CT-REC-REJ.

       REJEITA-PENDENTES.
           MOVE 1 TO IND-CHEG.
           PERFORM TESTA-PENDENTE UNTIL IND-CHEG GREATER THAN QTD-CHEG.

       TESTA-PENDENTE.
           IF TAB-SIT-CHEG(IND-CHEG) EQUAL "P"
              MOVE "TITULO FORA DO ACERVO" TO MOTIVO-ERRO
              PERFORM REJEITA-CHEGADA
           END-IF.
           ADD 1 TO IND-CHEG.

       GRAVA-PEDIDOS.
           OPEN OUTPUT PEDATU.
           MOVE 1 TO IND-PED.
           PERFORM GRAVA-PEDIDO UNTIL IND-PED GREATER THAN QTD-PEDIDOS.
           CLOSE PEDATU.

       GRAVA-PEDIDO.
           WRITE REG-PED-ATU FROM TAB-REG-PED(IND-PED).
           ADD 1 TO IND-PED.

       GRAVA-RECEBIMENTOS.
           OPEN OUTPUT RECATU.
           MOVE 1 TO IND-RECEB.
           PERFORM GRAVA-RECEBIMENTO UNTIL IND-RECEB GREATER THAN
                   QTD-RECEB.
           CLOSE RECATU.

       GRAVA-RECEBIMENTO.
           IF TAB-CHEG-REC(IND-RECEB) GREATER THAN 0
              MOVE TAB-CHEG-REC(IND-RECEB) TO IND-CHEG
              IF TAB-SIT-CHEG(IND-CHEG) EQUAL "G"
                 MOVE "A" TO TAB-SIT-REC(IND-RECEB)
              ELSE
                 MOVE "R" TO TAB-SIT-REC(IND-RECEB)
              END-IF
           END-IF.
           WRITE REG-REC-ATU FROM TAB-REG-REC(IND-RECEB).
           ADD 1 TO IND-RECEB.

       FIM.
           PERFORM DESCARREGA-CHEGADAS.
           PERFORM REJEITA-PENDENTES.
           IF QTD-PEDIDOS GREATER THAN 0
              PERFORM GRAVA-PEDIDOS
           END-IF.
           IF TEM-RECEBLIV EQUAL "S"
              PERFORM GRAVA-RECEBIMENTOS
           END-IF.
           DISPLAY "TOTAL LIDO DE LIVENT    : " CT-LIDOS.
           DISPLAY "TOTAL GRAVADO EM CADLIV : " CT-GRAVADOS.
           DISPLAY "TOTAL REJEITADO (LIVREJ): " CT-REJEIT.
           IF CT-REC-LIDOS GREATER THAN 0
              DISPLAY "RECEBIMENTOS LIDOS      : " CT-REC-LIDOS
              DISPLAY "EXEMPLARES INCLUIDOS    : " CT-NOVOS-EXE
              DISPLAY "RECEBIMENTOS REJEITADOS : " CT-REC-REJ
              DISPLAY "PEDIDOS ENCERRADOS      : " CT-PED-FECH
           END-IF.
           IF CT-REC-JA-APL GREATER THAN 0
              DISPLAY "RECEBIMENTOS JA BAIXADOS: " CT-REC-JA-APL
           END-IF.
           CLOSE LIVENT CADLIV LIVREJ LIVATU.
