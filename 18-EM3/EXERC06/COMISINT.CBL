           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT RELVARIA ASSIGN TO DISK.
           SELECT CRRECEB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REC.
           SELECT PARMCOMIS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-COMIS.
           SELECT RELCOMIS ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
           02 MES-PARM          PIC 9(02).
           02 ANO-PARM          PIC 9(04).
           02 EXPORTA-CSV-PARM  PIC X(01).
           02 BASE-COMIS-PARM   PIC X(01).
           02 TOL-PRECO-PARM    PIC 9(03)V99.

       FD RELVARIA
           LABEL RECORD IS OMITTED.
       01 REG-REL PIC X(90).

       FD CRRECEB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRRECEB.DAT".
       01 REG-REC.
           02 NR-NOTA-REC   PIC 9(04).
           02 PARCELA-REC   PIC 9(02).
           02 NR-VEND-REC   PIC 9(05).
           02 DATA-REC.
               03 ANO-REC   PIC 9(04).
               03 MES-REC   PIC 9(02).
               03 DIA-REC   PIC 9(02).
           02 PRINCIPAL-REC PIC 9(07)V99.
           02 ENCARGOS-REC  PIC 9(07)V99.
           02 TIPO-REC      PIC X(01).

       FD PARMCOMIS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMCOMIS".
       01 REG-PARM-COMIS.
           02 QTD-FAIXAS-PARM  PIC 9(02).
           02 FAIXA-PARM OCCURS 5 TIMES
                         INDEXED BY IDX-FAIXA.
               03 LIMITE-FAIXA-PARM PIC 9(07)V99.
               03 TAXA-FAIXA-PARM   PIC 9V9999.

       FD RELCOMIS
           LABEL RECORD IS OMITTED.
       01 REG-COMIS PIC X(100).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC 9(01) VALUE 0.
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-REC  PIC X(02).
           77 WS-STATUS-COMIS PIC X(02).
           77 BASE-COMIS     PIC X(01) VALUE "V".
           77 VEND-PESQ      PIC 9(05) VALUE ZEROES.
           77 CT-RECEBIMENTOS PIC 9(05) VALUE ZEROES.
           77 VALOR-VENDAS   PIC S9(09)V99 VALUE ZEROES.
           77 VALOR-RECEB    PIC S9(09)V99 VALUE ZEROES.
           77 BASE-CALC      PIC S9(09)V99 VALUE ZEROES.
           77 COMISSAO-CALC  PIC 9(07)V99 VALUE ZEROES.
           77 COMIS-VENDAS   PIC 9(07)V99 VALUE ZEROES.
           77 COMIS-RECEB    PIC 9(07)V99 VALUE ZEROES.
           77 DIF-COMIS      PIC S9(07)V99 VALUE ZEROES.
           77 TOT-VENDAS     PIC S9(11)V99 VALUE ZEROES.
           77 TOT-RECEB      PIC S9(11)V99 VALUE ZEROES.
           77 TOT-COMIS-VEN  PIC 9(09)V99 VALUE ZEROES.
           77 TOT-COMIS-REC  PIC 9(09)V99 VALUE ZEROES.
           77 TOT-DIF-COMIS  PIC S9(09)V99 VALUE ZEROES.
           77 CT-LIN-COM     PIC 9(02) VALUE 41.
           77 CT-PAG-COM     PIC 9(03) VALUE ZEROES.
           77 MES-SEL        PIC 9(02) VALUE ZEROES.
           77 ANO-SEL        PIC 9(04) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           02 TAB-APUR OCCURS 500 TIMES.
               03 TAB-NR-VEND  PIC 9(05).
               03 TAB-VALOR    PIC S9(09)V99.
               03 TAB-RECEBIDO PIC S9(09)V99.
               03 TAB-CASADO   PIC X(01).

       01 CAB-01.
           02 APUR-SV-REL PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(35) VALUE SPACES.

       01 CAB-COM-01.
           02 FILLER      PIC X(90) VALUE SPACES.
           02 FILLER      PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-COM PIC ZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
       01 CAB-COM-02.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "COMISSAO SOBRE VENDAS X SOBRE RECEBIMENTOS - MES ".
           02 MES-REL-COM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-REL-COM PIC 9(04).
           02 FILLER PIC X(28) VALUE SPACES.
       01 CAB-COM-03.
           02 FILLER PIC X(06) VALUE "CODIGO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "NOME".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "VENDAS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "COM.VEND".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "RECEBID".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "COM.REC.".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DIFERENCA".
       01 CAB-COM-04.
           02 FILLER PIC X(16) VALUE "BASE DE CALCULO:".
           02 DESCR-BASE-COM PIC X(30).
           02 FILLER PIC X(54) VALUE SPACES.

       01 DETALHE-COM.
           02 COD-COM      PIC 9(05).
           02 FILLER       PIC X(03) VALUE SPACES.
           02 NOME-COM     PIC X(20).
           02 FILLER       PIC X(01) VALUE SPACES.
           02 VENDAS-COM   PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 COMIS-V-COM  PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 RECEB-COM    PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 COMIS-R-COM  PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 DIF-COM      PIC -ZZZ.ZZ9,99.
           02 FILLER       PIC X(09) VALUE SPACES.

       01 TOTAL-COM.
           02 FILLER       PIC X(08) VALUE SPACES.
           02 FILLER       PIC X(20) VALUE "TOTAL GERAL".
           02 FILLER       PIC X(01) VALUE SPACES.
           02 T-VENDAS-COM PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 T-COMIS-V-COM PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 T-RECEB-COM  PIC -ZZ.ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 T-COMIS-R-COM PIC ZZZ.ZZ9,99.
           02 FILLER       PIC X(01) VALUE SPACES.
           02 T-DIF-COM    PIC -ZZZ.ZZ9,99.
           02 FILLER       PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-COMISINT.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FAIXAS.
           PERFORM APURA-VENDAS.
           PERFORM APURA-RECEBIMENTOS.
           PERFORM ATUALIZA-CADVEND.
           PERFORM VARRE-SEM-CADASTRO.
           PERFORM FIM.
                  NOT AT END
                      MOVE MES-PARM TO MES-SEL
                      MOVE ANO-PARM TO ANO-SEL
                      IF BASE-COMIS-PARM EQUAL "R"
                         MOVE "R" TO BASE-COMIS
                      END-IF
              END-READ
              CLOSE PARMVENDA
           END-IF.

       CARREGA-FAIXAS.
           MOVE 3               TO QTD-FAIXAS-PARM.
           MOVE 0001000,00      TO LIMITE-FAIXA-PARM(1).
           MOVE 0,0500          TO TAXA-FAIXA-PARM(1).
           MOVE 0003000,00      TO LIMITE-FAIXA-PARM(2).
           MOVE 0,1000          TO TAXA-FAIXA-PARM(2).
           MOVE 9999999,99      TO LIMITE-FAIXA-PARM(3).
           MOVE 0,1500          TO TAXA-FAIXA-PARM(3).
           OPEN INPUT PARMCOMIS.
           IF WS-STATUS-COMIS EQUAL "00"
              READ PARMCOMIS
                  AT END
                      MOVE 3               TO QTD-FAIXAS-PARM
                      MOVE 0001000,00      TO LIMITE-FAIXA-PARM(1)
                      MOVE 0,0500          TO TAXA-FAIXA-PARM(1)
                      MOVE 0003000,00      TO LIMITE-FAIXA-PARM(2)
                      MOVE 0,1000          TO TAXA-FAIXA-PARM(2)
                      MOVE 9999999,99      TO LIMITE-FAIXA-PARM(3)
                      MOVE 0,1500          TO TAXA-FAIXA-PARM(3)
              END-READ
              CLOSE PARMCOMIS
           END-IF.

       APURA-VENDAS.
           OPEN INPUT ARQVENDA.
           PERFORM LER-VENDA.
       ACUMULA-VENDA.
           IF (MES-SEL EQUAL 0 OR MES-VENDA-ENT EQUAL MES-SEL) AND
              (ANO-SEL EQUAL 0 OR ANO-VENDA-ENT EQUAL ANO-SEL)
              MOVE NR-VENDEDOR-ENT TO VEND-PESQ
              PERFORM PESQUISA-APURADO
              IF ACHEI EQUAL "N" AND QTD-VEND NOT LESS THAN 500
                 DISPLAY "TABELA DE APURACAO CHEIA - IGNORADO: "
           END-IF.
           PERFORM LER-VENDA.

       APURA-RECEBIMENTOS.
           OPEN INPUT CRRECEB.
           IF WS-STATUS-REC NOT EQUAL "00"
              IF BASE-COMIS EQUAL "R"
                 DISPLAY "CRRECEB.DAT NAO ENCONTRADO - ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              PERFORM LER-RECEBIMENTO
              PERFORM ACUMULA-RECEBIMENTO UNTIL FIM-ARQ EQUAL 1
              CLOSE CRRECEB
           END-IF.
           MOVE 0 TO FIM-ARQ.

       LER-RECEBIMENTO.
           READ CRRECEB AT END MOVE 1 TO FIM-ARQ.

       ACUMULA-RECEBIMENTO.
           IF (MES-SEL EQUAL 0 OR MES-REC EQUAL MES-SEL) AND
              (ANO-SEL EQUAL 0 OR ANO-REC EQUAL ANO-SEL) AND
              TIPO-REC NOT EQUAL "E"
              ADD 1 TO CT-RECEBIMENTOS
              MOVE NR-VEND-REC TO VEND-PESQ
              PERFORM PESQUISA-APURADO
              IF ACHEI EQUAL "N" AND QTD-VEND NOT LESS THAN 500
                 DISPLAY "TABELA DE APURACAO CHEIA - IGNORADO: "
                         NR-VEND-REC
              ELSE
                 IF ACHEI EQUAL "N"
                    PERFORM INCLUI-APURADO
                 END-IF
                 ADD PRINCIPAL-REC TO TAB-RECEBIDO(IND-VEND)
              END-IF
           END-IF.
           PERFORM LER-RECEBIMENTO.

       PESQUISA-APURADO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           END-IF.

       TESTA-APURADO.
           IF TAB-NR-VEND(IND-VEND) EQUAL VEND-PESQ
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.
       INCLUI-APURADO.
           ADD 1 TO QTD-VEND.
           MOVE QTD-VEND TO IND-VEND.
           MOVE VEND-PESQ TO TAB-NR-VEND(IND-VEND).
           MOVE 0 TO TAB-VALOR(IND-VEND).
           MOVE 0 TO TAB-RECEBIDO(IND-VEND).
           MOVE "N" TO TAB-CASADO(IND-VEND).

       ATUALIZA-CADVEND.
           OPEN INPUT CADVEND
                OUTPUT CADVATU RELVARIA RELCOMIS.
           PERFORM LER-CADVEND.
           PERFORM TRATA-CADVEND UNTIL FIM-ARQ EQUAL 1.
           MOVE CT-GRAVADOS-ATU TO QTD-TRL-CADV.
           PERFORM PESQUISA-CADASTRO.
           IF ACHEI EQUAL "S"
              MOVE "S" TO TAB-CASADO(IND-VEND)
              MOVE TAB-VALOR(IND-VEND)    TO VALOR-VENDAS
              MOVE TAB-RECEBIDO(IND-VEND) TO VALOR-RECEB
           ELSE
              MOVE 0 TO VALOR-VENDAS VALOR-RECEB
           END-IF.
           IF BASE-COMIS EQUAL "R"
              MOVE VALOR-RECEB TO VALOR-APURADO
           ELSE
              MOVE VALOR-VENDAS TO VALOR-APURADO
           END-IF.
           PERFORM IMPRIME-CONCILIACAO.
           SUBTRACT VAL-VEND-ENT FROM VALOR-APURADO
                    GIVING DIFERENCA.
           IF DIFERENCA NOT EQUAL 0
           ADD COD-VEND-ATU TO SOMA-GRAVADA.
           PERFORM LER-CADVEND.

       IMPRIME-CONCILIACAO.
           MOVE VALOR-VENDAS TO BASE-CALC.
           PERFORM CALCULA-COMISSAO.
           MOVE COMISSAO-CALC TO COMIS-VENDAS.
           MOVE VALOR-RECEB TO BASE-CALC.
           PERFORM CALCULA-COMISSAO.
           MOVE COMISSAO-CALC TO COMIS-RECEB.
           COMPUTE DIF-COMIS = COMIS-RECEB - COMIS-VENDAS.
           IF CT-LIN-COM GREATER THAN 40
              PERFORM CABECALHO-COM
           END-IF.
           MOVE COD-VEND-ENT TO COD-COM.
           MOVE NOME-ENT     TO NOME-COM.
           MOVE VALOR-VENDAS TO VENDAS-COM.
           MOVE COMIS-VENDAS TO COMIS-V-COM.
           MOVE VALOR-RECEB  TO RECEB-COM.
           MOVE COMIS-RECEB  TO COMIS-R-COM.
           MOVE DIF-COMIS    TO DIF-COM.
           WRITE REG-COMIS FROM DETALHE-COM AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN-COM.
           ADD VALOR-VENDAS TO TOT-VENDAS.
           ADD VALOR-RECEB  TO TOT-RECEB.
           ADD COMIS-VENDAS TO TOT-COMIS-VEN.
           ADD COMIS-RECEB  TO TOT-COMIS-REC.
           ADD DIF-COMIS    TO TOT-DIF-COMIS.

       CALCULA-COMISSAO.
           MOVE 0 TO COMISSAO-CALC.
           IF BASE-CALC GREATER THAN 0
              PERFORM PESQUISA-FAIXA
              MULTIPLY BASE-CALC BY TAXA-FAIXA-PARM(IDX-FAIXA)
                       GIVING COMISSAO-CALC
           END-IF.

       PESQUISA-FAIXA.
           SET IDX-FAIXA TO 1.
           PERFORM TESTA-FAIXA UNTIL
                   BASE-CALC NOT GREATER THAN
                   LIMITE-FAIXA-PARM(IDX-FAIXA)
                   OR IDX-FAIXA EQUAL QTD-FAIXAS-PARM.

       TESTA-FAIXA.
           IF BASE-CALC GREATER THAN LIMITE-FAIXA-PARM(IDX-FAIXA)
              SET IDX-FAIXA UP BY 1
           END-IF.

       CABECALHO-COM.
           ADD 1 TO CT-PAG-COM.
           MOVE CT-PAG-COM TO VAR-PAG-COM.
           MOVE MES-SEL TO MES-REL-COM.
           MOVE ANO-SEL TO ANO-REL-COM.
           IF BASE-COMIS EQUAL "R"
              MOVE " RECEBIMENTOS (CRBAIXA)" TO DESCR-BASE-COM
           ELSE
              MOVE " VENDAS (ARQVENDA)" TO DESCR-BASE-COM
           END-IF.
           MOVE SPACES TO REG-COMIS.
           WRITE REG-COMIS AFTER ADVANCING PAGE.
           WRITE REG-COMIS FROM CAB-COM-01 AFTER ADVANCING 1 LINE.
           WRITE REG-COMIS FROM CAB-COM-02 AFTER ADVANCING 2 LINES.
           WRITE REG-COMIS FROM CAB-COM-04 AFTER ADVANCING 1 LINE.
           WRITE REG-COMIS FROM CAB-COM-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN-COM.

       TOTAL-CONCILIACAO.
           IF CT-LIN-COM GREATER THAN 38
              PERFORM CABECALHO-COM
           END-IF.
           MOVE TOT-VENDAS    TO T-VENDAS-COM.
           MOVE TOT-COMIS-VEN TO T-COMIS-V-COM.
           MOVE TOT-RECEB     TO T-RECEB-COM.
           MOVE TOT-COMIS-REC TO T-COMIS-R-COM.
           MOVE TOT-DIF-COMIS TO T-DIF-COM.
           WRITE REG-COMIS FROM TOTAL-COM AFTER ADVANCING 2 LINES.

       PESQUISA-CADASTRO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
                 PERFORM CABECALHO
              END-IF
              MOVE TAB-NR-VEND(IND-VEND) TO COD-SV-REL
              IF BASE-COMIS EQUAL "R"
                 MOVE TAB-RECEBIDO(IND-VEND) TO APUR-SV-REL
              ELSE
                 MOVE TAB-VALOR(IND-VEND)    TO APUR-SV-REL
              END-IF
              WRITE REG-REL FROM DETALHE-SO-VENDA
                    AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           DISPLAY "VENDAS LIDAS DE ARQVENDA : " CT-VENDAS.
           DISPLAY "VENDEDORES EM CADVEND    : " CT-VENDEDORES.
           DISPLAY "VENDEDORES DIVERGENTES   : " CT-DIVERGENTES.
           DISPLAY "RECEBIMENTOS NO PERIODO  : " CT-RECEBIMENTOS.
           IF BASE-COMIS EQUAL "R"
              DISPLAY "BASE DE COMISSAO         : RECEBIMENTOS"
           ELSE
              DISPLAY "BASE DE COMISSAO         : VENDAS"
           END-IF.
           PERFORM TOTAL-CONCILIACAO.
           CLOSE RELVARIA RELCOMIS.
