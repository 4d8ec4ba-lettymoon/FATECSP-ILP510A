           SELECT CONSENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONS.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.

       DATA DIVISION.
       FILE SECTION.
           02 SOLICITANTE-CONS PIC X(20).
           02 DATA-SOL-CONS PIC 9(08).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-MEST.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 CIDADE-CLI PIC X(30).
           02 TEL-CLI    PIC 9(10).
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
           02 CEP-CLI-X  PIC X(08).
           02 CEP-CLI REDEFINES CEP-CLI-X PIC 9(08).
           02 FILLER     PIC X(108).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(03) VALUE "NAO".
           77 WS-STATUS-PARM PIC X(02).
           77 FIM-CONSENT    PIC X(01) VALUE "N".
           77 ACHEI-SEM-MKT  PIC X(01) VALUE "N".
           77 CT-SEM-MKT     PIC 9(04) VALUE ZEROES.
           77 WS-STATUS-MEST PIC X(02).
           77 FIM-MEST       PIC X(01) VALUE "N".
           77 QTD-END        PIC 9(04) VALUE ZEROES.
           77 IND-END        PIC 9(04) VALUE ZEROES.
           77 ACHEI-END      PIC X(01) VALUE "N".
           77 CT-SEM-END     PIC 9(05) VALUE ZEROES.
           77 PONTEIRO       PIC 9(02) VALUE ZEROES.

       01 TABELA-ENDERECOS.
           02 TAB-END OCCURS 2000 TIMES.
               03 TAB-CPF-END    PIC 9(11).
               03 TAB-LOGRAD-END PIC X(40).
               03 TAB-NUMERO-END PIC X(06).
               03 TAB-COMPL-END  PIC X(20).
               03 TAB-BAIRRO-END PIC X(25).
               03 TAB-CEP-END    PIC 9(08).

       01 CEP-EDITADO.
           02 CEP-ED-1    PIC 9(05).
           02 FILLER      PIC X(01) VALUE "-".
           02 CEP-ED-2    PIC 9(03).
       01 CEP-PARTES.
           02 CEP-PARTE-1 PIC 9(05).
           02 CEP-PARTE-2 PIC 9(03).
       01 CEP-NUMERICO REDEFINES CEP-PARTES PIC 9(08).

       01 TABELA-SEM-MKT.
           02 TAB-CPF-SEM-MKT PIC 9(11) OCCURS 1000 TIMES.
               03 TAB-QTD-CONTA PIC 9(04).

       01 LINHA-NOME.
           02 NOME-COL    PIC X(50) OCCURS 2 TIMES.
       01 LINHA-LOGRAD.
           02 LOGRAD-COL  PIC X(50) OCCURS 2 TIMES.
       01 LINHA-BAIRRO.
           02 BAIRRO-COL  PIC X(50) OCCURS 2 TIMES.
       01 LINHA-CIDADE.
           02 CIDADE-COL  PIC X(50) OCCURS 2 TIMES.


       PROCEDURE DIVISION.
       PGM-ETIQCLI.
           PERFORM CARREGA-CONSENTIMENTO.
           PERFORM CARREGA-ENDERECOS.
           PERFORM CARREGA-PARAMETROS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
       INICIO.
           OPEN INPUT CADCLI
                OUTPUT ETIQ.
           MOVE SPACES TO LINHA-NOME LINHA-LOGRAD LINHA-BAIRRO
                          LINHA-CIDADE.
           PERFORM LEITURA.

       LEITURA.
           END-IF.
           PERFORM LER-CONSENTIMENTO.

       CARREGA-ENDERECOS.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST EQUAL "00"
              PERFORM LER-MESTRE
              PERFORM GUARDA-ENDERECO UNTIL FIM-MEST EQUAL "S"
              CLOSE CLIMEST
           ELSE
              DISPLAY "CLIMEST.DAT AUSENTE - ETIQUETAS SEM ENDERECO"
           END-IF.

       LER-MESTRE.
           READ CLIMEST AT END MOVE "S" TO FIM-MEST.

       GUARDA-ENDERECO.
           IF COD-CLI NOT EQUAL 99999 AND LOGRAD-CLI NOT EQUAL SPACES
              IF QTD-END LESS THAN 2000
                 ADD 1 TO QTD-END
                 MOVE CPF-CLI    TO TAB-CPF-END(QTD-END)
                 MOVE LOGRAD-CLI TO TAB-LOGRAD-END(QTD-END)
                 MOVE NUMERO-CLI TO TAB-NUMERO-END(QTD-END)
                 MOVE COMPL-CLI  TO TAB-COMPL-END(QTD-END)
                 MOVE BAIRRO-CLI TO TAB-BAIRRO-END(QTD-END)
                 IF CEP-CLI-X NUMERIC
                    MOVE CEP-CLI TO TAB-CEP-END(QTD-END)
                 ELSE
                    MOVE ZEROES TO TAB-CEP-END(QTD-END)
                 END-IF
              ELSE
                 DISPLAY "CLIMEST.DAT EXCEDE A TABELA DE ENDERECOS - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-MESTRE.

       PESQUISA-ENDERECO.
           MOVE "N" TO ACHEI-END.
           MOVE 1 TO IND-END.
           PERFORM TESTA-ENDERECO UNTIL IND-END GREATER THAN QTD-END
                   OR ACHEI-END EQUAL "S".
           IF ACHEI-END EQUAL "S"
              SUBTRACT 1 FROM IND-END
           END-IF.

       TESTA-ENDERECO.
           IF TAB-CPF-END(IND-END) EQUAL CPF-ENT
              MOVE "S" TO ACHEI-END
           END-IF.
           ADD 1 TO IND-END.

       PESQUISA-SEM-MKT.
           MOVE "N" TO ACHEI-SEM-MKT.
           MOVE 1 TO IND-SEM-MKT.
       MONTA-ETIQUETA.
           ADD 1 TO QTD-COLUNA.
           MOVE NOME-ENT   TO NOME-COL(QTD-COLUNA).
           PERFORM PESQUISA-ENDERECO.
           MOVE 1 TO PONTEIRO.
           IF ACHEI-END EQUAL "S"
              STRING TAB-LOGRAD-END(IND-END) DELIMITED BY "  "
                     ", " DELIMITED BY SIZE
                     TAB-NUMERO-END(IND-END) DELIMITED BY "  "
                     " " DELIMITED BY SIZE
                     TAB-COMPL-END(IND-END) DELIMITED BY "  "
                     INTO LOGRAD-COL(QTD-COLUNA)
              END-STRING
              MOVE TAB-BAIRRO-END(IND-END) TO BAIRRO-COL(QTD-COLUNA)
              IF TAB-CEP-END(IND-END) NOT EQUAL ZEROES
                 MOVE TAB-CEP-END(IND-END) TO CEP-NUMERICO
                 MOVE CEP-PARTE-1 TO CEP-ED-1
                 MOVE CEP-PARTE-2 TO CEP-ED-2
                 STRING "CEP " DELIMITED BY SIZE
                        CEP-EDITADO DELIMITED BY SIZE
                        "  " DELIMITED BY SIZE
                        INTO CIDADE-COL(QTD-COLUNA)
                        WITH POINTER PONTEIRO
                 END-STRING
              END-IF
           ELSE
              ADD 1 TO CT-SEM-END
           END-IF.
           STRING CIDADE-ENT DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  ESTADO-ENT DELIMITED BY SIZE
                  INTO CIDADE-COL(QTD-COLUNA)
                  WITH POINTER PONTEIRO
           END-STRING.
           ADD 1 TO CT-ETIQUETAS.
           IF QTD-COLUNA EQUAL 2
              PERFORM EMITE-LINHA
           END-IF.

       EMITE-LINHA.
           WRITE REG-ETIQ FROM LINHA-NOME AFTER ADVANCING 1 LINE.
           WRITE REG-ETIQ FROM LINHA-LOGRAD AFTER ADVANCING 1 LINE.
           WRITE REG-ETIQ FROM LINHA-BAIRRO AFTER ADVANCING 1 LINE.
           WRITE REG-ETIQ FROM LINHA-CIDADE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-ETIQ.
           WRITE REG-ETIQ AFTER ADVANCING 1 LINE.
           WRITE REG-ETIQ AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LINHA-NOME LINHA-LOGRAD LINHA-BAIRRO
                          LINHA-CIDADE.
           MOVE 0 TO QTD-COLUNA.

       FIM.
           DISPLAY "ETIQUETAS EMITIDAS: " CT-ETIQUETAS.
           DISPLAY "PULADOS SEM MARKETING: " CT-SEM-MKT.
           DISPLAY "ETIQUETAS SEM ENDERECO: " CT-SEM-END.
           CLOSE CADCLI ETIQ.
