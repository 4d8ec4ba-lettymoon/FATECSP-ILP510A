           02 CIDADE-VAL PIC X(30).
           02 EMAIL-VAL  PIC X(30).
           02 TEL-VAL    PIC 9(10).
           02 LOGRAD-VAL PIC X(40).
           02 NUMERO-VAL PIC X(06).
           02 COMPL-VAL  PIC X(20).
           02 BAIRRO-VAL PIC X(25).
           02 CEP-VAL    PIC X(08).
           02 TIPO-PESSOA-VAL PIC X(01).
           02 CNPJ-VAL   PIC X(14).
           02 RAZAO-VAL  PIC X(40).
           02 FANTASIA-VAL PIC X(30).

       FD CLILOC
           LABEL RECORD ARE STANDARD
           02 DATA-CLI   PIC 9(08).
           02 EMAIL-CLI  PIC X(30).
           02 ORIGEM-CLI PIC X(04).
           02 LIMITE-CLI PIC 9(07)V99.
           02 COND-CLI   PIC 9(02).
           02 CLASSE-CLI PIC X(01).
           02 LOGRAD-CLI PIC X(40).
           02 NUMERO-CLI PIC X(06).
           02 COMPL-CLI  PIC X(20).
           02 BAIRRO-CLI PIC X(25).
           02 CEP-CLI    PIC 9(08).
           02 RECENCIA-CLI   PIC 9(01).
           02 FREQUENCIA-CLI PIC 9(01).
           02 MONETARIO-CLI  PIC 9(01).
           02 SEGMENTO-CLI   PIC X(12).
           02 DATA-RFM-CLI   PIC 9(08).
           02 TIPO-PESSOA-CLI PIC X(01).
           02 DOC-CLI        PIC 9(14).
           02 RAZAO-CLI      PIC X(40).
           02 FANTASIA-CLI   PIC X(30).

       FD CLIREJ
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIREJ.DAT".
       01 REG-CLI-REJ.
           02 ORIGEM-REJ PIC X(04).
           02 DOC-REJ    PIC X(14).
           02 NOME-REJ   PIC X(30).
           02 MOTIVO-REJ PIC X(30).

           02 CPF-DENY    PIC 9(11).
           02 MOTIVO-DENY PIC X(02).
           02 DATA-DENY   PIC 9(08).
           02 TIPO-DENY   PIC X(01).
           02 CNPJ-DENY   PIC 9(14).

       FD RELDENY
           LABEL RECORD IS OMITTED.
           77 ACHEI-DENY    PIC X(01) VALUE "N".
           77 CT-DENY       PIC 9(04) VALUE ZEROES.
           77 TEM-CAB-DENY  PIC X(01) VALUE "N".
           77 RESULTADO-DOC PIC X(02) VALUE SPACES.

       01 ENTRADA-COMUM.
           02 TIPO-ENT     PIC X(01).
               88 ENT-JURIDICA VALUE "J".
           02 DOC-ENT-X    PIC X(14).
           02 DOC-ENT-9 REDEFINES DOC-ENT-X PIC 9(14).
           02 DOC-ENT-R REDEFINES DOC-ENT-X.
               03 FILLER    PIC X(03).
               03 CPF-ENT-X PIC X(11).
           02 NOME-ENT     PIC X(30).
           02 ESTADO-ENT   PIC X(02).
           02 CIDADE-ENT   PIC X(30).
           02 DATA-ENT     PIC 9(08).
           02 EMAIL-ENT    PIC X(30).
           02 ORIGEM-ENT   PIC X(04).
           02 LOGRAD-ENT   PIC X(40).
           02 NUMERO-ENT   PIC X(06).
           02 COMPL-ENT    PIC X(20).
           02 BAIRRO-ENT   PIC X(25).
           02 CEP-ENT      PIC 9(08).
           02 RAZAO-ENT    PIC X(40).
           02 FANTASIA-ENT PIC X(30).

       01 TRAILER-MEST.
           02 FILLER        PIC 9(05) VALUE 99999.
           02 QTD-TRL-MEST  PIC 9(06).
           02 SOMA-TRL-MEST PIC 9(15).
           02 FILLER        PIC X(323) VALUE SPACES.

       01 TABELA-DOC.
           02 TAB-DOC OCCURS 2000 TIMES.
               03 TAB-TIPO-DOC PIC X(01).
               03 TAB-NR-DOC   PIC 9(14).

       01 TABELA-DENYLIST.
           02 TAB-DENY OCCURS 1000 TIMES.
               03 TAB-CPF-DENY    PIC 9(11).
               03 TAB-MOTIVO-DENY PIC X(02).
               03 TAB-DATA-DENY   PIC 9(08).
               03 TAB-TIPO-DENY   PIC X(01).
               03 TAB-CNPJ-DENY   PIC 9(14).

       01 CAB-DENY-1.
           02 FILLER PIC X(18) VALUE SPACES.

       01 DETALHE-DENY.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DOC-DENY-REL  PIC 9(14).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOME-DENY-REL PIC X(30).
           02 FILLER        PIC X(09) VALUE " MOTIVO: ".
           02 MOT-DENY-REL  PIC X(02).
           02 FILLER        PIC X(10) VALUE " LISTADO: ".
           02 DATA-DENY-REL PIC 9(08).
           02 FILLER        PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CLIUNIF.
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
           END-IF.
           PERFORM LER-DENYLIST.


       TRATA-TURISMO.
           MOVE SPACES     TO ENTRADA-COMUM.
           MOVE ZEROES     TO CEP-ENT.
           MOVE "EX2 "     TO ORIGEM-ENT.
           MOVE "F"        TO TIPO-ENT.
           MOVE "000"      TO DOC-ENT-X(1:3).
           MOVE REG-TUR(1:11) TO CPF-ENT-X.
           MOVE NOME-TUR   TO NOME-ENT.
           MOVE ESTADO-TUR TO ESTADO-ENT.

       TRATA-VALIDADOS.
           MOVE SPACES     TO ENTRADA-COMUM.
           MOVE ZEROES     TO CEP-ENT.
           MOVE "EX6 "     TO ORIGEM-ENT.
           MOVE "F"        TO TIPO-ENT.
           MOVE "000"      TO DOC-ENT-X(1:3).
           MOVE REG-VAL(4:11) TO CPF-ENT-X.
           MOVE NOME-VAL   TO NOME-ENT.
           MOVE ESTADO-VAL TO ESTADO-ENT.
           END-IF.
           MOVE ZEROES     TO DATA-ENT.
           MOVE EMAIL-VAL  TO EMAIL-ENT.
           MOVE LOGRAD-VAL TO LOGRAD-ENT.
           MOVE NUMERO-VAL TO NUMERO-ENT.
           MOVE COMPL-VAL  TO COMPL-ENT.
           MOVE BAIRRO-VAL TO BAIRRO-ENT.
           IF CEP-VAL NUMERIC
              MOVE CEP-VAL TO CEP-ENT
           END-IF.
           IF TIPO-PESSOA-VAL EQUAL "J"
              MOVE "J"          TO TIPO-ENT
              MOVE CNPJ-VAL     TO DOC-ENT-X
              MOVE RAZAO-VAL    TO RAZAO-ENT
              MOVE FANTASIA-VAL TO FANTASIA-ENT
              IF NOME-VAL EQUAL SPACES
                 MOVE RAZAO-VAL TO NOME-ENT
              END-IF
           END-IF.
           PERFORM UNIFICA.
           PERFORM LER-VALIDADOS.


       TRATA-LOCADORA.
           MOVE SPACES     TO ENTRADA-COMUM.
           MOVE ZEROES     TO CEP-ENT.
           MOVE "EX04"     TO ORIGEM-ENT.
           MOVE "F"        TO TIPO-ENT.
           MOVE "000"      TO DOC-ENT-X(1:3).
           MOVE REG-LOC(4:11) TO CPF-ENT-X.
           MOVE NOME-LOC   TO NOME-ENT.
           MOVE ESTADO-LOC TO ESTADO-ENT.
       VALIDA-ENTRADA.
           MOVE "N" TO CH-ERRO.
           MOVE SPACES TO MOTIVO-ERRO.
           IF ENT-JURIDICA
              PERFORM VALIDA-CNPJ
           ELSE
              IF CPF-ENT-X NOT NUMERIC
                 MOVE "S" TO CH-ERRO
                 MOVE "CPF NAO NUMERICO" TO MOTIVO-ERRO
              ELSE
                 IF DOC-ENT-9 EQUAL ZEROES
                    MOVE "S" TO CH-ERRO
                    MOVE "CPF NAO INFORMADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND NOME-ENT EQUAL SPACES
              MOVE "NOME NAO INFORMADO" TO MOTIVO-ERRO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-DOC
              IF ACHEI EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 IF ENT-JURIDICA
                    MOVE "CNPJ JA CARREGADO" TO MOTIVO-ERRO
                 ELSE
                    MOVE "CPF JA CARREGADO" TO MOTIVO-ERRO
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PESQUISA-DENYLIST
              IF ACHEI-DENY EQUAL "S"
                 MOVE "S" TO CH-ERRO
                 IF ENT-JURIDICA
                    MOVE "CNPJ EM LISTA DE BLOQUEIO" TO MOTIVO-ERRO
                 ELSE
                    MOVE "CPF EM LISTA DE BLOQUEIO" TO MOTIVO-ERRO
                 END-IF
                 ADD 1 TO CT-DENY
                 PERFORM IMPRIME-DENY
              END-IF
           END-IF.

       VALIDA-CNPJ.
           CALL "DOCVAL" USING TIPO-ENT DOC-ENT-X RESULTADO-DOC.
           IF RESULTADO-DOC NOT EQUAL "00"
              MOVE "S" TO CH-ERRO
              EVALUATE RESULTADO-DOC
                 WHEN "02"
                    MOVE "CNPJ NAO NUMERICO" TO MOTIVO-ERRO
                 WHEN "03"
                    MOVE "CNPJ COM DIGITOS REPETIDOS" TO MOTIVO-ERRO
                 WHEN OTHER
                    MOVE "CNPJ INVALIDO" TO MOTIVO-ERRO
              END-EVALUATE
           END-IF.
           IF CH-ERRO EQUAL "N" AND RAZAO-ENT EQUAL SPACES
              MOVE "S" TO CH-ERRO
              MOVE "RAZAO SOCIAL NAO INFORMADA" TO MOTIVO-ERRO
           END-IF.

       PESQUISA-DENYLIST.
           MOVE "N" TO ACHEI-DENY.
           MOVE 1 TO IND-DENY.
           END-IF.

       TESTA-DENYLIST.
           IF ENT-JURIDICA
              IF TAB-TIPO-DENY(IND-DENY) EQUAL "J" AND
                 TAB-CNPJ-DENY(IND-DENY) EQUAL DOC-ENT-9
                 MOVE "S" TO ACHEI-DENY
              END-IF
           ELSE
              IF TAB-TIPO-DENY(IND-DENY) EQUAL "F" AND
                 TAB-CPF-DENY(IND-DENY) EQUAL DOC-ENT-9
                 MOVE "S" TO ACHEI-DENY
              END-IF
           END-IF.
           ADD 1 TO IND-DENY.

              MOVE SPACES TO REG-DENY-REL
              WRITE REG-DENY-REL AFTER ADVANCING 1 LINE
           END-IF.
           MOVE DOC-ENT-9 TO DOC-DENY-REL.
           MOVE NOME-ENT  TO NOME-DENY-REL.
           MOVE TAB-MOTIVO-DENY(IND-DENY) TO MOT-DENY-REL.
           MOVE TAB-DATA-DENY(IND-DENY)   TO DATA-DENY-REL.
           WRITE REG-DENY-REL FROM DETALHE-DENY
                 AFTER ADVANCING 1 LINE.

       PESQUISA-DOC.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CPF.
           PERFORM TESTA-DOC UNTIL IND-CPF GREATER THAN QTD-CPF
                   OR ACHEI EQUAL "S".

       TESTA-DOC.
           IF TAB-TIPO-DOC(IND-CPF) EQUAL TIPO-ENT AND
              TAB-NR-DOC(IND-CPF) EQUAL DOC-ENT-9
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CPF.
       GRAVA-MESTRE.
           ADD 1 TO PROX-COD.
           ADD 1 TO QTD-CPF.
           MOVE TIPO-ENT   TO TAB-TIPO-DOC(QTD-CPF).
           MOVE DOC-ENT-9  TO TAB-NR-DOC(QTD-CPF).
           MOVE PROX-COD   TO COD-CLI.
           IF ENT-JURIDICA
              MOVE ZEROES  TO CPF-CLI
           ELSE
              MOVE DOC-ENT-9 TO CPF-CLI
           END-IF.
           MOVE NOME-ENT   TO NOME-CLI.
           MOVE ESTADO-ENT TO ESTADO-CLI.
           MOVE CIDADE-ENT TO CIDADE-CLI.
           MOVE DATA-ENT   TO DATA-CLI.
           MOVE EMAIL-ENT  TO EMAIL-CLI.
           MOVE ORIGEM-ENT TO ORIGEM-CLI.
           MOVE ZEROES     TO LIMITE-CLI.
           MOVE ZEROES     TO COND-CLI.
           MOVE SPACES     TO CLASSE-CLI.
           MOVE LOGRAD-ENT TO LOGRAD-CLI.
           MOVE NUMERO-ENT TO NUMERO-CLI.
           MOVE COMPL-ENT  TO COMPL-CLI.
           MOVE BAIRRO-ENT TO BAIRRO-CLI.
           MOVE CEP-ENT    TO CEP-CLI.
           MOVE ZEROES     TO RECENCIA-CLI FREQUENCIA-CLI MONETARIO-CLI.
           MOVE SPACES     TO SEGMENTO-CLI.
           MOVE ZEROES     TO DATA-RFM-CLI.
           MOVE TIPO-ENT   TO TIPO-PESSOA-CLI.
           MOVE DOC-ENT-9  TO DOC-CLI.
           MOVE RAZAO-ENT  TO RAZAO-CLI.
           MOVE FANTASIA-ENT TO FANTASIA-CLI.
           WRITE REG-MEST.
           ADD 1 TO CT-GRAVADOS.
           ADD PROX-COD TO SOMA-CHAVES.

       GRAVA-REJEITO.
           MOVE ORIGEM-ENT TO ORIGEM-REJ.
           IF ENT-JURIDICA
              MOVE DOC-ENT-X TO DOC-REJ
           ELSE
              MOVE CPF-ENT-X TO DOC-REJ
           END-IF.
           MOVE NOME-ENT   TO NOME-REJ.
           MOVE MOTIVO-ERRO TO MOTIVO-REJ.
           WRITE REG-CLI-REJ.
