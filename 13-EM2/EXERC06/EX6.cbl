           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DENY.
           SELECT RELDENY ASSIGN TO DISK.
           SELECT CEPREF  ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CEP.

       DATA DIVISION.
       FILE SECTION.
           02 TELEFONE   PIC 9(10).
           02 TELEFONE-R REDEFINES TELEFONE.
               03 TEL-DIG PIC 9(01) OCCURS 10 TIMES.
           02 LOGRADOURO PIC X(40).
           02 NUMERO     PIC X(06).
           02 COMPLEMENTO PIC X(20).
           02 BAIRRO     PIC X(25).
           02 CEP-X      PIC X(08).
           02 CEP REDEFINES CEP-X PIC 9(08).
           02 TIPO-PESSOA PIC X(01).
               88 PESSOA-FISICA   VALUE "F", " ".
               88 PESSOA-JURIDICA VALUE "J".
           02 CNPJ-X     PIC X(14).
           02 CNPJ REDEFINES CNPJ-X PIC 9(14).
           02 RAZAO-SOCIAL  PIC X(40).
           02 NOME-FANTASIA PIC X(30).

       FD CADOK
          LABEL RECORD ARE STANDARD
          02 TELEFONE-OK   PIC 9(10).
          02 RUN-NR-OK     PIC 9(04).
          02 RUN-DATA-OK   PIC 9(08).
          02 LOGRAD-OK     PIC X(40).
          02 NUMERO-OK     PIC X(06).
          02 COMPL-OK      PIC X(20).
          02 BAIRRO-OK     PIC X(25).
          02 CEP-OK        PIC 9(08).
          02 TIPO-PESSOA-OK PIC X(01).
          02 CNPJ-OK       PIC 9(14).
          02 RAZAO-OK      PIC X(40).
          02 FANTASIA-OK   PIC X(30).
          
       FD  RELOCOR
           LABEL RECORD IS OMITTED.
           02 CPF-DENY    PIC 9(11).
           02 MOTIVO-DENY PIC X(02).
           02 DATA-DENY   PIC 9(08).
           02 TIPO-DENY   PIC X(01).
           02 CNPJ-DENY   PIC 9(14).

       FD  RELDENY
           LABEL RECORD IS OMITTED.

       01  REG-DENY-REL PIC X(80).

       FD  CEPREF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPREF.DAT".

       01  REG-CEP.
           02 UF-CEP      PIC X(02).
           02 MUN-CEP     PIC X(30).
           02 CEP-INI-CEP PIC 9(08).
           02 CEP-FIM-CEP PIC 9(08).

       WORKING-STORAGE SECTION.

              77 FIM-ARQ       PIC X(03) VALUE "NAO".
           77 ARQUIVO-ABEND  PIC X(12) VALUE SPACES.
           77 OPERACAO-ABEND PIC X(08) VALUE SPACES.
           77 STATUS-ABEND   PIC X(02) VALUE SPACES.
           77 WS-STATUS-CEP  PIC X(02).
           77 QTD-CEP        PIC 9(04) VALUE ZEROES.
           77 IND-CEP        PIC 9(04) VALUE ZEROES.
           77 FIM-CEP        PIC X(01) VALUE "N".
           77 ACHEI-CEP      PIC X(01) VALUE "N".
           77 ERRO-CEP       PIC 9(01) VALUE 0.
           77 TIPO-DOC       PIC X(01) VALUE SPACES.
           77 NUMERO-DOC     PIC X(14) VALUE SPACES.
           77 RESULTADO-DOC  PIC X(02) VALUE SPACES.

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

       01 TABELA-MUNICIPIOS.
           02 TAB-MUN OCCURS 6000 TIMES.
               03 TAB-UF-MUN   PIC X(02).
               03 TAB-NOME-MUN PIC X(30).

       01 TABELA-CEP.
           02 TAB-CEP OCCURS 5000 TIMES.
               03 TAB-UF-CEP  PIC X(02).
               03 TAB-MUN-CEP PIC X(30).
               03 TAB-CEP-INI PIC 9(08).
               03 TAB-CEP-FIM PIC 9(08).

       01 TABELA-ESTADOS.
           02 TAB-UF PIC X(02) OCCURS 27 TIMES
                     INDEXED BY IDX-ESTADO.
       01 CAB-14.
           02 FILLER    PIC X(24)
                        VALUE "CPF EM LISTA DE BLOQUEIO".
       01 CAB-15.
           02 FILLER    PIC X(28)
                        VALUE "CEP NAO PERTENCE A UF/CIDADE".
       01 CAB-16.
           02 FILLER    PIC X(12)  VALUE "CEP INVALIDO".
       01 CAB-17.
           02 FILLER    PIC X(13)  VALUE "CNPJ INVALIDO".
       01 CAB-18.
           02 FILLER    PIC X(23)  VALUE "TIPO DE PESSOA INVALIDO".
       01 CAB-19.
           02 FILLER    PIC X(26)
                        VALUE "RAZAO SOCIAL NAO INFORMADA".
       01 CAB-20.
           02 FILLER    PIC X(25)
                        VALUE "CNPJ EM LISTA DE BLOQUEIO".

       01 DETALHE.
           02 FILLER         PIC X(05)  VALUE SPACES.
           PERFORM CARREGA-ESTADOS.
           PERFORM CARREGA-MUNICIPIOS.
           PERFORM CARREGA-DENYLIST.
           PERFORM CARREGA-CEP.
           CALL "RUNCTL" USING JOB-RUN NR-RUN DATA-RUN
                               RESULTADO-RUN.
           PERFORM INICIO.
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

       CARREGA-CEP.
           OPEN INPUT CEPREF.
           IF WS-STATUS-CEP EQUAL "00"
              PERFORM LER-CEPREF
              PERFORM GUARDA-CEPREF UNTIL FIM-CEP EQUAL "S"
              CLOSE CEPREF
           ELSE
              DISPLAY "CEPREF.DAT AUSENTE - CEP NAO CONFERIDO COM "
                      "UF/CIDADE"
           END-IF.

       LER-CEPREF.
           READ CEPREF AT END MOVE "S" TO FIM-CEP.

       GUARDA-CEPREF.
           IF QTD-CEP LESS THAN 5000
              ADD 1 TO QTD-CEP
              MOVE UF-CEP      TO TAB-UF-CEP(QTD-CEP)
              MOVE MUN-CEP     TO TAB-MUN-CEP(QTD-CEP)
              MOVE CEP-INI-CEP TO TAB-CEP-INI(QTD-CEP)
              MOVE CEP-FIM-CEP TO TAB-CEP-FIM(QTD-CEP)
           ELSE
              DISPLAY "CEPREF.DAT EXCEDE A TABELA DE CEP - "
                      "ABORTADO"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LER-CEPREF.

       INICIO.
           OPEN INPUT CADCLI OUTPUT CADOK RELOCOR RELDENY.
           IF STATUS-CLI NOT EQUAL "00"
           PERFORM VERIFICA-FIM.

       GRAVA-REGOK.
           IF PESSOA-JURIDICA
              MOVE ZEROES   TO CPF-OK
              MOVE "J"      TO TIPO-PESSOA-OK
              MOVE CNPJ     TO CNPJ-OK
              MOVE RAZAO-SOCIAL  TO RAZAO-OK
              MOVE NOME-FANTASIA TO FANTASIA-OK
              IF NOME EQUAL SPACES
                 MOVE RAZAO-SOCIAL TO NOME-OK
              ELSE
                 MOVE NOME TO NOME-OK
              END-IF
           ELSE
              MOVE CPF      TO CPF-OK
              MOVE "F"      TO TIPO-PESSOA-OK
              MOVE ZEROES   TO CNPJ-OK
              MOVE SPACES   TO RAZAO-OK FANTASIA-OK
              MOVE NOME     TO NOME-OK
           END-IF.
           MOVE ESTADO   TO ESTADO-OK.
           MOVE CIDADE   TO CIDADE-OK.
           MOVE EMAIL    TO EMAIL-OK.
           MOVE TELEFONE TO TELEFONE-OK.
           MOVE NR-RUN   TO RUN-NR-OK.
           MOVE DATA-RUN TO RUN-DATA-OK.
           MOVE LOGRADOURO  TO LOGRAD-OK.
           MOVE NUMERO      TO NUMERO-OK.
           MOVE COMPLEMENTO TO COMPL-OK.
           MOVE BAIRRO      TO BAIRRO-OK.
           IF CEP-X EQUAL SPACES
              MOVE ZEROES TO CEP-OK
           ELSE
              MOVE CEP TO CEP-OK
           END-IF.
           WRITE REGOK.
           ADD 1 TO CT-CADOK.

           MOVE 0 TO ERRO-TELEFONE.
           MOVE 0 TO ERRO-CID-UF.
           MOVE 0 TO ERRO-DENY.
           MOVE 0 TO ERRO-CEP.

           PERFORM VALIDAR-ESTADO.
           PERFORM VALIDAR-NOME.
           PERFORM VALIDAR-DOCUMENTO.
           PERFORM VALIDAR-CIDADE.
           PERFORM VALIDAR-CIDADE-UF.
           PERFORM VALIDAR-CEP.
           PERFORM VALIDAR-EMAIL.
           PERFORM VALIDAR-TELEFONE.
           PERFORM VALIDAR-DENYLIST.
              MOVE CAB-06 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-CPF EQUAL 2
              MOVE CAB-17 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-CPF EQUAL 3
              MOVE CAB-18 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-NOME EQUAL 1
              MOVE CAB-07 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-NOME EQUAL 2
              MOVE CAB-19 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-ESTADO EQUAL 1
              MOVE CAB-08 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
              MOVE CAB-13 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-CEP EQUAL 1
              MOVE CAB-16 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-CEP EQUAL 2
              MOVE CAB-15 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-EMAIL EQUAL 1
              MOVE CAB-10 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
              MOVE CAB-14 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.
           IF ERRO-DENY EQUAL 2
              MOVE CAB-20 TO MENSAGEM-ERRO
              PERFORM IMPDET-LINHA
           END-IF.

       IMPDET-LINHA.
           IF CT-LIN GREATER THAN 40
           MOVE 1 TO CT-LIN.

       VALIDAR-NOME.
           IF PESSOA-JURIDICA
              IF RAZAO-SOCIAL EQUAL SPACES
                 MOVE 1 TO ERRO
                 MOVE 2 TO ERRO-NOME
              END-IF
           ELSE
              IF NOME EQUAL SPACES
                 MOVE 1 TO ERRO
                 MOVE 1 TO ERRO-NOME
              END-IF
           END-IF.
       VALIDAR-ESTADO.
           SET IDX-ESTADO TO 1.
           END-IF.
           ADD 1 TO IND-MUNICIPIO.

       VALIDAR-CEP.
           IF CEP-X NOT EQUAL SPACES
              IF CEP-X NOT NUMERIC OR CEP EQUAL ZEROES
                 MOVE 1 TO ERRO
                 MOVE 1 TO ERRO-CEP
              ELSE
                 IF QTD-CEP GREATER THAN ZEROES AND
                    ERRO-CID-UF EQUAL 0 AND ERRO-CIDADE EQUAL 0 AND
                    ERRO-ESTADO EQUAL 0
                    MOVE "N" TO ACHEI-CEP
                    MOVE 1 TO IND-CEP
                    PERFORM TESTA-CEP UNTIL IND-CEP GREATER THAN
                            QTD-CEP OR ACHEI-CEP EQUAL "S"
                    IF ACHEI-CEP EQUAL "N"
                       MOVE 1 TO ERRO
                       MOVE 2 TO ERRO-CEP
                    END-IF
                 END-IF
              END-IF
           END-IF.

       TESTA-CEP.
           IF TAB-UF-CEP(IND-CEP) EQUAL ESTADO AND
              TAB-MUN-CEP(IND-CEP) EQUAL CIDADE AND
              CEP NOT LESS THAN TAB-CEP-INI(IND-CEP) AND
              CEP NOT GREATER THAN TAB-CEP-FIM(IND-CEP)
              MOVE "S" TO ACHEI-CEP
           END-IF.
           ADD 1 TO IND-CEP.

       VALIDAR-EMAIL.
           IF EMAIL EQUAL SPACES
              MOVE 1 TO ERRO
           IF ACHEI-MUN EQUAL "S"
              SUBTRACT 1 FROM IND-DENY
              MOVE 1 TO ERRO
              IF PESSOA-JURIDICA
                 MOVE 2 TO ERRO-DENY
              ELSE
                 MOVE 1 TO ERRO-DENY
              END-IF
              ADD 1 TO CT-DENY
              PERFORM IMPRIME-DENY
           END-IF.

       TESTA-DENYLIST.
           IF PESSOA-JURIDICA
              IF TAB-TIPO-DENY(IND-DENY) EQUAL "J" AND
                 TAB-CNPJ-DENY(IND-DENY) EQUAL CNPJ
                 MOVE "S" TO ACHEI-MUN
              END-IF
           ELSE
              IF TAB-TIPO-DENY(IND-DENY) EQUAL "F" AND
                 TAB-CPF-DENY(IND-DENY) EQUAL CPF
                 MOVE "S" TO ACHEI-MUN
              END-IF
           END-IF.
           ADD 1 TO IND-DENY.

              MOVE SPACES TO REG-DENY-REL
              WRITE REG-DENY-REL AFTER ADVANCING 1 LINE
           END-IF.
           IF PESSOA-JURIDICA
              MOVE CNPJ TO DOC-DENY-REL
              MOVE RAZAO-SOCIAL TO NOME-DENY-REL
           ELSE
              MOVE CPF  TO DOC-DENY-REL
              MOVE NOME TO NOME-DENY-REL
           END-IF.
           MOVE TAB-MOTIVO-DENY(IND-DENY) TO MOT-DENY-REL.
           MOVE TAB-DATA-DENY(IND-DENY)   TO DATA-DENY-REL.
           WRITE REG-DENY-REL FROM DETALHE-DENY
                 AFTER ADVANCING 1 LINE.

       VALIDAR-DOCUMENTO.
           IF PESSOA-FISICA
              PERFORM VALIDAR-CPF
           ELSE
              IF PESSOA-JURIDICA
                 PERFORM VALIDAR-CNPJ
              ELSE
                 MOVE 1 TO ERRO
                 MOVE 3 TO ERRO-CPF
              END-IF
           END-IF.

       VALIDAR-CNPJ.
           MOVE "J"    TO TIPO-DOC.
           MOVE CNPJ-X TO NUMERO-DOC.
           CALL "DOCVAL" USING TIPO-DOC NUMERO-DOC RESULTADO-DOC.
           IF RESULTADO-DOC NOT EQUAL "00"
              MOVE 1 TO ERRO
              MOVE 2 TO ERRO-CPF
           END-IF.

       VALIDAR-CPF.
           MULTIPLY 10 BY DIG-1 GIVING DIG-1-MULT.
           MULTIPLY 09 BY DIG-2 GIVING DIG-2-MULT.
