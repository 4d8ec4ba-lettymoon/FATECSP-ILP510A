               88 CAMP-ETIQUETA VALUE "E".
               88 CAMP-CSV      VALUE "C".
           02 SELECIONAR-CAMP PIC X(01).
           02 CLASSE-CAMP     PIC X(01).
           02 SEGMENTO-CAMP   PIC X(12).

       FD CLIMEST
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
           02 CEP-CLI-X  PIC X(08).
           02 CEP-CLI REDEFINES CEP-CLI-X PIC 9(08).
           02 RECENCIA-CLI   PIC 9(01).
           02 FREQUENCIA-CLI PIC 9(01).
           02 MONETARIO-CLI  PIC 9(01).
           02 SEGMENTO-CLI   PIC X(12).
           02 DATA-RFM-CLI   PIC 9(08).
           02 FILLER         PIC X(85).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           02 TEL-ETIQ    PIC 9(08).
           02 DATA-ETIQ   PIC 9(08).
           02 EMAIL-ETIQ  PIC X(30).
           02 LOGRAD-ETIQ PIC X(40).
           02 NUMERO-ETIQ PIC X(06).
           02 COMPL-ETIQ  PIC X(20).
           02 BAIRRO-ETIQ PIC X(25).
           02 CEP-ETIQ    PIC 9(08).

       FD CAMPCSV
           LABEL RECORD IS OMITTED.
           02 CIDADE-CSV    PIC X(30).
           02 FILLER        PIC X(01) VALUE ";".
           02 EMAIL-CSV     PIC X(30).
           02 FILLER        PIC X(01) VALUE ";".
           02 LOGRAD-CSV    PIC X(40).
           02 FILLER        PIC X(01) VALUE ";".
           02 NUMERO-CSV    PIC X(06).
           02 FILLER        PIC X(01) VALUE ";".
           02 COMPL-CSV     PIC X(20).
           02 FILLER        PIC X(01) VALUE ";".
           02 BAIRRO-CSV    PIC X(25).
           02 FILLER        PIC X(01) VALUE ";".
           02 CEP-CSV       PIC 9(08).

       FD CAMPHIST
           LABEL RECORD ARE STANDARD
               03 TAB-ATE-CAMP    PIC 9(08).
               03 TAB-ATIV-CAMP   PIC X(01).
               03 TAB-SAIDA-CAMP  PIC X(01).
               03 TAB-CLASSE-CAMP PIC X(01).
               03 TAB-SEGMENTO-CAMP PIC X(12).

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-DATA-CLI   PIC 9(08).
               03 TAB-EMAIL-CLI  PIC X(30).
               03 TAB-ULT-MVTO   PIC 9(08).
               03 TAB-CLASSE-CLI PIC X(01).
               03 TAB-LOGRAD-CLI PIC X(40).
               03 TAB-NUMERO-CLI PIC X(06).
               03 TAB-COMPL-CLI  PIC X(20).
               03 TAB-BAIRRO-CLI PIC X(25).
               03 TAB-CEP-CLI    PIC 9(08).
               03 TAB-SEGMENTO-CLI PIC X(12).

       01 TABELA-SEM-MKT.
           02 TAB-CPF-SEM-MKT PIC 9(11) OCCURS 1000 TIMES.
              MOVE DATA-ATE-CAMP  TO TAB-ATE-CAMP(QTD-CAMP)
              MOVE ATIVIDADE-CAMP TO TAB-ATIV-CAMP(QTD-CAMP)
              MOVE SAIDA-CAMP     TO TAB-SAIDA-CAMP(QTD-CAMP)
              MOVE CLASSE-CAMP    TO TAB-CLASSE-CAMP(QTD-CAMP)
              MOVE SEGMENTO-CAMP  TO TAB-SEGMENTO-CAMP(QTD-CAMP)
           END-IF.
           PERFORM LER-CAMPANHA.

              MOVE DATA-CLI   TO TAB-DATA-CLI(QTD-CLI)
              MOVE EMAIL-CLI  TO TAB-EMAIL-CLI(QTD-CLI)
              MOVE DATA-CLI   TO TAB-ULT-MVTO(QTD-CLI)
              MOVE CLASSE-CLI TO TAB-CLASSE-CLI(QTD-CLI)
              MOVE LOGRAD-CLI TO TAB-LOGRAD-CLI(QTD-CLI)
              MOVE NUMERO-CLI TO TAB-NUMERO-CLI(QTD-CLI)
              MOVE COMPL-CLI  TO TAB-COMPL-CLI(QTD-CLI)
              MOVE BAIRRO-CLI TO TAB-BAIRRO-CLI(QTD-CLI)
              IF CEP-CLI-X NUMERIC
                 MOVE CEP-CLI TO TAB-CEP-CLI(QTD-CLI)
              ELSE
                 MOVE ZEROES TO TAB-CEP-CLI(QTD-CLI)
              END-IF
              MOVE SEGMENTO-CLI TO TAB-SEGMENTO-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

              TAB-ATE-CAMP(IND-CAMP)
              MOVE "N" TO CLIENTE-OK
           END-IF.
           IF TAB-CLASSE-CAMP(IND-CAMP) NOT EQUAL SPACES AND
              TAB-CLASSE-CLI(IND-CLI) NOT EQUAL
              TAB-CLASSE-CAMP(IND-CAMP)
              MOVE "N" TO CLIENTE-OK
           END-IF.
           IF TAB-SEGMENTO-CAMP(IND-CAMP) NOT EQUAL SPACES AND
              TAB-SEGMENTO-CLI(IND-CLI) NOT EQUAL
              TAB-SEGMENTO-CAMP(IND-CAMP)
              MOVE "N" TO CLIENTE-OK
           END-IF.
           IF CLIENTE-OK EQUAL "S" AND
              TAB-ATIV-CAMP(IND-CAMP) NOT EQUAL SPACES
              PERFORM TESTA-ATIVIDADE
              MOVE TAB-ESTADO-CLI(IND-CLI)  TO ESTADO-CSV
              MOVE TAB-CIDADE-CLI(IND-CLI)  TO CIDADE-CSV
              MOVE TAB-EMAIL-CLI(IND-CLI)   TO EMAIL-CSV
              MOVE TAB-LOGRAD-CLI(IND-CLI)  TO LOGRAD-CSV
              MOVE TAB-NUMERO-CLI(IND-CLI)  TO NUMERO-CSV
              MOVE TAB-COMPL-CLI(IND-CLI)   TO COMPL-CSV
              MOVE TAB-BAIRRO-CLI(IND-CLI)  TO BAIRRO-CSV
              MOVE TAB-CEP-CLI(IND-CLI)     TO CEP-CSV
              WRITE LINHA-CSV
           ELSE
              MOVE TAB-CPF-CLI(IND-CLI)    TO CPF-ETIQ
              MOVE TAB-TEL-CLI(IND-CLI)(3:8) TO TEL-ETIQ
              MOVE TAB-DATA-CLI(IND-CLI)   TO DATA-ETIQ
              MOVE TAB-EMAIL-CLI(IND-CLI)  TO EMAIL-ETIQ
              MOVE TAB-LOGRAD-CLI(IND-CLI) TO LOGRAD-ETIQ
              MOVE TAB-NUMERO-CLI(IND-CLI) TO NUMERO-ETIQ
              MOVE TAB-COMPL-CLI(IND-CLI)  TO COMPL-ETIQ
              MOVE TAB-BAIRRO-CLI(IND-CLI) TO BAIRRO-ETIQ
              MOVE TAB-CEP-CLI(IND-CLI)    TO CEP-ETIQ
              WRITE REG-ETIQ
           END-IF.
           MOVE TAB-COD-CAMP(IND-CAMP) TO COD-CAMP-HIST.
