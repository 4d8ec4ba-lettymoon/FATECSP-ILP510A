           02 CPF-DENY    PIC 9(11).
           02 MOTIVO-DENY PIC X(02).
           02 DATA-DENY   PIC 9(08).
           02 TIPO-DENY   PIC X(01).
           02 CNPJ-DENY   PIC 9(14).

       FD DENYTRAN
           LABEL RECORD ARE STANDARD
           02 CPF-TRAN-9 REDEFINES CPF-TRAN-X PIC 9(11).
           02 MOTIVO-TRAN PIC X(02).
           02 SOLICITANTE-TRAN PIC X(20).
           02 TIPO-TRAN   PIC X(01).
               88 TRAN-FISICA   VALUE "F", " ".
               88 TRAN-JURIDICA VALUE "J".
           02 CNPJ-TRAN-X PIC X(14).

       FD DENYATU
           LABEL RECORD ARE STANDARD
           02 CPF-DATU    PIC 9(11).
           02 MOTIVO-DATU PIC X(02).
           02 DATA-DATU   PIC 9(08).
           02 TIPO-DATU   PIC X(01).
           02 CNPJ-DATU   PIC 9(14).

       FD DENYAUD
           LABEL RECORD ARE STANDARD
           02 CPF-AUD         PIC 9(11).
           02 MOTIVO-AUD      PIC X(02).
           02 SOLICITANTE-AUD PIC X(20).
           02 TIPO-AUD        PIC X(01).
           02 CNPJ-AUD        PIC 9(14).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 CT-DELISTADOS  PIC 9(04) VALUE ZEROES.
           77 CT-REJEITADOS  PIC 9(04) VALUE ZEROES.
           77 CT-GRAVADOS    PIC 9(04) VALUE ZEROES.
           77 TIPO-DOC       PIC X(01) VALUE SPACES.
           77 RESULTADO-DOC  PIC X(02) VALUE SPACES.

       01 NUMERO-DOC        PIC X(14) VALUE SPACES.
       01 NUMERO-DOC-9 REDEFINES NUMERO-DOC PIC 9(14).
       01 NUMERO-DOC-R REDEFINES NUMERO-DOC.
           02 FILLER        PIC X(03).
           02 CPF-DOC       PIC X(11).

       01 TABELA-DENYLIST.
           02 TAB-DENY OCCURS 1000 TIMES.
               03 TAB-CPF-DENY    PIC 9(11).
               03 TAB-MOTIVO-DENY PIC X(02).
               03 TAB-DATA-DENY   PIC 9(08).
               03 TAB-TIPO-DENY   PIC X(01).
               03 TAB-CNPJ-DENY   PIC 9(14).
               03 TAB-ATIVO-DENY  PIC X(01).

       PROCEDURE DIVISION.
              MOVE CPF-DENY    TO TAB-CPF-DENY(QTD-DENY)
              MOVE MOTIVO-DENY TO TAB-MOTIVO-DENY(QTD-DENY)
              MOVE DATA-DENY   TO TAB-DATA-DENY(QTD-DENY)
              IF TIPO-DENY EQUAL "J"
                 MOVE "J"       TO TAB-TIPO-DENY(QTD-DENY)
                 MOVE CNPJ-DENY TO TAB-CNPJ-DENY(QTD-DENY)
              ELSE
                 MOVE "F"       TO TAB-TIPO-DENY(QTD-DENY)
                 MOVE ZEROES    TO TAB-CNPJ-DENY(QTD-DENY)
              END-IF
              MOVE "S"         TO TAB-ATIVO-DENY(QTD-DENY)
           END-IF.
           PERFORM LER-DENYLIST.
           END-IF.

       PRINCIPAL.
           PERFORM VALIDA-DOCUMENTO.
           IF RESULTADO-DOC NOT EQUAL "00"
              IF TRAN-JURIDICA
                 DISPLAY "CNPJ INVALIDO NA TRANSACAO: " CNPJ-TRAN-X
              ELSE
                 DISPLAY "CPF INVALIDO NA TRANSACAO: " CPF-TRAN-X
              END-IF
              ADD 1 TO CT-REJEITADOS
           ELSE
              PERFORM PESQUISA-CPF
                 WHEN ACAO-DELISTAR PERFORM TRATA-DELISTA
                 WHEN OTHER
                    DISPLAY "ACAO INVALIDA: " ACAO-TRAN " "
                            NUMERO-DOC
                    ADD 1 TO CT-REJEITADOS
              END-EVALUATE
           END-IF.
           PERFORM LEITURA.

       VALIDA-DOCUMENTO.
           IF TRAN-JURIDICA
              MOVE "J"         TO TIPO-DOC
              MOVE CNPJ-TRAN-X TO NUMERO-DOC
           ELSE
              MOVE "F"         TO TIPO-DOC
              MOVE ZEROES      TO NUMERO-DOC-9
              MOVE CPF-TRAN-X  TO CPF-DOC
           END-IF.
           IF NOT TRAN-FISICA AND NOT TRAN-JURIDICA
              MOVE "01" TO RESULTADO-DOC
           ELSE
              CALL "DOCVAL" USING TIPO-DOC NUMERO-DOC RESULTADO-DOC
           END-IF.

       PESQUISA-CPF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-DENY.
           END-IF.

       TESTA-CPF.
           IF TAB-TIPO-DENY(IND-DENY) EQUAL TIPO-DOC AND
              TAB-ATIVO-DENY(IND-DENY) EQUAL "S" AND
              ((TIPO-DOC EQUAL "J" AND
                TAB-CNPJ-DENY(IND-DENY) EQUAL NUMERO-DOC-9) OR
               (TIPO-DOC EQUAL "F" AND
                TAB-CPF-DENY(IND-DENY) EQUAL NUMERO-DOC-9))
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-DENY.

       TRATA-INCLUSAO.
           IF ACHEI EQUAL "S"
              DISPLAY "DOCUMENTO JA LISTADO: " NUMERO-DOC
              ADD 1 TO CT-REJEITADOS
           ELSE
              IF QTD-DENY LESS THAN 1000
                 ADD 1 TO QTD-DENY
                 IF TIPO-DOC EQUAL "J"
                    MOVE ZEROES       TO TAB-CPF-DENY(QTD-DENY)
                    MOVE NUMERO-DOC-9 TO TAB-CNPJ-DENY(QTD-DENY)
                 ELSE
                    MOVE NUMERO-DOC-9 TO TAB-CPF-DENY(QTD-DENY)
                    MOVE ZEROES       TO TAB-CNPJ-DENY(QTD-DENY)
                 END-IF
                 MOVE TIPO-DOC    TO TAB-TIPO-DENY(QTD-DENY)
                 MOVE MOTIVO-TRAN TO TAB-MOTIVO-DENY(QTD-DENY)
                 MOVE DATA-HOJE   TO TAB-DATA-DENY(QTD-DENY)
                 MOVE "S"         TO TAB-ATIVO-DENY(QTD-DENY)
                 PERFORM GRAVA-AUDITORIA
              ELSE
                 DISPLAY "LISTA DE BLOQUEIO CHEIA - IGNORADO: "
                         NUMERO-DOC
                 ADD 1 TO CT-REJEITADOS
              END-IF
           END-IF.

       TRATA-DELISTA.
           IF ACHEI EQUAL "N"
              DISPLAY "DOCUMENTO NAO LISTADO: " NUMERO-DOC
              ADD 1 TO CT-REJEITADOS
           ELSE
              MOVE "N" TO TAB-ATIVO-DENY(IND-DENY)
           MOVE DATA-HOJE  TO DATA-AUD.
           MOVE HORA-AGORA TO HORA-AUD.
           MOVE ACAO-TRAN  TO ACAO-AUD.
           MOVE TIPO-DOC   TO TIPO-AUD.
           IF TIPO-DOC EQUAL "J"
              MOVE ZEROES       TO CPF-AUD
              MOVE NUMERO-DOC-9 TO CNPJ-AUD
           ELSE
              MOVE NUMERO-DOC-9 TO CPF-AUD
              MOVE ZEROES       TO CNPJ-AUD
           END-IF.
           MOVE MOTIVO-TRAN TO MOTIVO-AUD.
           MOVE SOLICITANTE-TRAN TO SOLICITANTE-AUD.
           WRITE REG-AUD.
              MOVE TAB-CPF-DENY(IND-DENY)    TO CPF-DATU
              MOVE TAB-MOTIVO-DENY(IND-DENY) TO MOTIVO-DATU
              MOVE TAB-DATA-DENY(IND-DENY)   TO DATA-DATU
              MOVE TAB-TIPO-DENY(IND-DENY)   TO TIPO-DATU
              MOVE TAB-CNPJ-DENY(IND-DENY)   TO CNPJ-DATU
              WRITE REG-DENY-ATU
              ADD 1 TO CT-GRAVADOS
           END-IF.

       FIM.
           DISPLAY "TRANSACOES LIDAS      : " CT-TRANS.
           DISPLAY "DOCUMENTOS INCLUIDOS  : " CT-INCLUIDOS.
           DISPLAY "DOCUMENTOS DELISTADOS : " CT-DELISTADOS.
           DISPLAY "TRANSACOES REJEITADAS : " CT-REJEITADOS.
           DISPLAY "GRAVADOS EM DENYLIST.ATU: " CT-GRAVADOS.
           CLOSE DENYTRAN DENYAUD.
