       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDPREV.
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
           SELECT PARMPREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT VENDHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT VENDPREV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PREV.
           SELECT PREVATU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT METAPRO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-PREV ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMPREV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMPREV.DAT".
       01 REG-PARM.
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD VENDHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 REG-HIST-VENDA.
           02 NR-VEND-HIST   PIC 9(05).
           02 COD-CLI-HIST   PIC 9(05).
           02 COD-PROD-HIST  PIC 9(04).
           02 DATA-HIST.
               03 ANO-HIST   PIC 9(04).
               03 MES-HIST   PIC 9(02).
               03 DIA-HIST   PIC 9(02).
           02 VALOR-HIST     PIC 9(07)V99.
           02 DEVOLVIDO-HIST PIC 9(07)V99.

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 FILLER     PIC X(301).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).

       FD VENDPREV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDPREV.DAT".
       01 REG-PREV.
           02 TIPO-PREV    PIC X(01).
               88 PREV-VENDEDOR VALUE "V".
               88 PREV-UF       VALUE "U".
           02 NR-VEND-PREV PIC 9(05).
           02 UF-PREV      PIC X(02).
           02 BASE-PREV    PIC 9(06).
           02 ALVO-PREV    PIC 9(06).
           02 VALOR-PREV   PIC 9(09)V99.
           02 MEDIA-PREV   PIC S9(09)V99.
           02 FATOR-PREV   PIC 9(01)V9999.

       FD PREVATU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDPREV.ATU".
       01 REG-PREV-ATU PIC X(47).

       FD METAPRO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMETA.PRO".
       01 REG-META.
           02 NR-VEND-META PIC 9(05).
           02 MES-META     PIC 9(02).
           02 ANO-META     PIC 9(04).
           02 VALOR-META   PIC 9(09)V99.

       FD REL-PREV
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-HIST PIC X(02).
           77 WS-STATUS-CLI  PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-PREV PIC X(02).
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 MES-BASE       PIC 9(02) VALUE ZEROES.
           77 ANO-BASE       PIC 9(04) VALUE ZEROES.
           77 COMPET-BASE    PIC 9(06) VALUE ZEROES.
           77 COMPET-ANT     PIC 9(06) VALUE ZEROES.
           77 NUM-BASE       PIC 9(06) VALUE ZEROES.
           77 NUM-CALC       PIC 9(06) VALUE ZEROES.
           77 NUM-AUX        PIC 9(06) VALUE ZEROES.
           77 ANO-CALC       PIC 9(04) VALUE ZEROES.
           77 MES-CALC       PIC 9(02) VALUE ZEROES.
           77 DIF-MESES      PIC S9(06) VALUE ZEROES.
           77 IND-MES        PIC 9(02) VALUE ZEROES.
           77 IND-ZERA       PIC 9(02) VALUE ZEROES.
           77 IND-HOR        PIC 9(01) VALUE ZEROES.
           77 QTD-CHAVES     PIC 9(04) VALUE ZEROES.
           77 IND-CHAVE      PIC 9(04) VALUE ZEROES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 QTD-VEND       PIC 9(04) VALUE ZEROES.
           77 IND-VEND       PIC 9(04) VALUE ZEROES.
           77 TIPO-PROCURA   PIC X(01) VALUE SPACES.
           77 NR-PROCURA     PIC 9(05) VALUE ZEROES.
           77 UF-PROCURA     PIC X(02) VALUE SPACES.
           77 VALOR-LIQUIDO  PIC S9(07)V99 VALUE ZEROES.
           77 MEDIA-ATUAL    PIC S9(09)V99 VALUE ZEROES.
           77 MEDIA-ANTERIOR PIC S9(09)V99 VALUE ZEROES.
           77 FATOR-CALC     PIC 9(01)V9999 VALUE ZEROES.
           77 FATOR-MINIMO   PIC 9(01)V9999 VALUE 0,5.
           77 FATOR-MAXIMO   PIC 9(01)V9999 VALUE 2.
           77 PREVISTO-CALC  PIC S9(09)V99 VALUE ZEROES.
           77 DESVIO-CALC    PIC S9(09)V99 VALUE ZEROES.
           77 DESVIO-PERC    PIC S9(05)V99 VALUE ZEROES.
           77 TOT-PREVISTO   PIC S9(11)V99 VALUE ZEROES.
           77 TOT-REALIZADO  PIC S9(11)V99 VALUE ZEROES.
           77 TOT-DESVIO-ABS PIC 9(11)V99 VALUE ZEROES.
           77 CT-HIST        PIC 9(06) VALUE ZEROES.
           77 CT-HIST-USADO  PIC 9(06) VALUE ZEROES.
           77 CT-PREV-LIDAS  PIC 9(06) VALUE ZEROES.
           77 CT-PREV-GRAV   PIC 9(06) VALUE ZEROES.
           77 CT-METAS       PIC 9(05) VALUE ZEROES.
           77 CT-COMPARADAS  PIC 9(05) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-CHAVES.
           02 TAB-CHAVE OCCURS 600 TIMES.
               03 TAB-TIPO       PIC X(01).
               03 TAB-NR-VEND    PIC 9(05).
               03 TAB-UF         PIC X(02).
               03 TAB-VALOR-MES  PIC S9(09)V99 OCCURS 15 TIMES.
               03 TAB-MEDIA      PIC S9(09)V99.
               03 TAB-PREVISAO   PIC 9(09)V99 OCCURS 3 TIMES.
               03 TAB-FATOR      PIC 9(01)V9999 OCCURS 3 TIMES.
               03 TAB-PREV-ANT   PIC 9(09)V99.
               03 TAB-TEM-ANT    PIC X(01).

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI    PIC 9(05).
               03 TAB-ESTADO-CLI PIC X(02).

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND-M  PIC 9(05).
               03 TAB-NOME-VEND  PIC X(20).

       01 TABELA-ALVOS.
           02 TAB-ALVO PIC 9(06) OCCURS 3 TIMES.

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER   PIC X(16) VALUE SPACES.
           02 TITULO-REL PIC X(40).
           02 FILLER   PIC X(06) VALUE "BASE: ".
           02 MES-BASE-REL PIC 99.
           02 FILLER   PIC X(01) VALUE "/".
           02 ANO-BASE-REL PIC 9999.
           02 FILLER   PIC X(11) VALUE SPACES.
       01 CAB-03.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(20) VALUE "VENDEDOR / UF".
           02 FILLER  PIC X(14) VALUE "      MEDIA 3M".
           02 ALVO-REL OCCURS 3 TIMES.
               03 FILLER      PIC X(07) VALUE SPACES.
               03 MES-ALVO-REL PIC 99.
               03 FILLER      PIC X(01) VALUE "/".
               03 ANO-ALVO-REL PIC 9999.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-04.
           02 FILLER  PIC X(02) VALUE SPACES.
           02 FILLER  PIC X(20) VALUE "VENDEDOR / UF".
           02 FILLER  PIC X(15) VALUE "       PREVISTO".
           02 FILLER  PIC X(16) VALUE "      REALIZADO ".
           02 FILLER  PIC X(16) VALUE "         DESVIO ".
           02 FILLER  PIC X(10) VALUE "   DESV % ".
           02 FILLER  PIC X(01) VALUE SPACES.

       01 DETALHE-PREV.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 CHAVE-REL  PIC X(05).
           02 FILLER     PIC X(01) VALUE SPACES.
           02 NOME-REL   PIC X(14).
           02 MEDIA-REL  PIC ZZ.ZZZ.ZZ9,99-.
           02 PREV-REL   PIC ZZZ.ZZZ.ZZ9,99 OCCURS 3 TIMES.
           02 FILLER     PIC X(02) VALUE SPACES.

       01 DETALHE-DESVIO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 CHAVE-DREL  PIC X(05).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 NOME-DREL   PIC X(14).
           02 FILLER      PIC X(01) VALUE SPACES.
           02 PREVISTO-REL  PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 REALIZADO-REL PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER      PIC X(01) VALUE SPACES.
           02 DESVIO-REL    PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 PERC-REL      PIC ZZZ9,99-.
           02 FILLER      PIC X(01) VALUE SPACES.

       01 DETALHE-RESUMO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 DESCR-RES   PIC X(40).
           02 FILLER      PIC X(02) VALUE ": ".
           02 VALOR-RES   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER      PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-VENDPREV.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-VENDEDORES.
           PERFORM ACUMULA-HISTORICO.
           PERFORM CALCULA-PREVISOES.
           PERFORM CARREGA-PREVISOES-ANT.
           PERFORM GRAVA-PREVISOES.
           OPEN OUTPUT REL-PREV.
           PERFORM IMPRIME-PREVISOES.
           PERFORM IMPRIME-ACURACIA.
           CLOSE REL-PREV.
           PERFORM FIM.
           STOP RUN.

       LER-PARAMETRO.
           MOVE DATA-HOJE(5:2) TO MES-BASE.
           MOVE DATA-HOJE(1:4) TO ANO-BASE.
           IF MES-BASE EQUAL 1
              MOVE 12 TO MES-BASE
              SUBTRACT 1 FROM ANO-BASE
           ELSE
              SUBTRACT 1 FROM MES-BASE
           END-IF.
           OPEN INPUT PARMPREV.
           IF WS-STATUS-PARM EQUAL "00"
              READ PARMPREV
                  NOT AT END
                      IF MES-PARM GREATER THAN ZEROES AND
                         MES-PARM LESS THAN 13 AND
                         ANO-PARM GREATER THAN ZEROES
                         MOVE MES-PARM TO MES-BASE
                         MOVE ANO-PARM TO ANO-BASE
                      ELSE
                         DISPLAY "PARMPREV.DAT INVALIDO - "
                                 "USANDO O MES ANTERIOR"
                      END-IF
              END-READ
              CLOSE PARMPREV
           END-IF.
           COMPUTE NUM-BASE = ANO-BASE * 12 + MES-BASE.
           COMPUTE COMPET-BASE = ANO-BASE * 100 + MES-BASE.
           SUBTRACT 1 FROM NUM-BASE GIVING NUM-CALC.
           PERFORM CONVERTE-MES.
           COMPUTE COMPET-ANT = ANO-CALC * 100 + MES-CALC.
           MOVE 1 TO IND-HOR.
           PERFORM MONTA-ALVO UNTIL IND-HOR GREATER THAN 3.

       MONTA-ALVO.
           ADD NUM-BASE IND-HOR GIVING NUM-CALC.
           PERFORM CONVERTE-MES.
           COMPUTE TAB-ALVO(IND-HOR) = ANO-CALC * 100 + MES-CALC.
           MOVE MES-CALC TO MES-ALVO-REL(IND-HOR).
           MOVE ANO-CALC TO ANO-ALVO-REL(IND-HOR).
           ADD 1 TO IND-HOR.

       CONVERTE-MES.
           SUBTRACT 1 FROM NUM-CALC GIVING NUM-AUX.
           DIVIDE NUM-AUX BY 12 GIVING ANO-CALC REMAINDER MES-CALC.
           ADD 1 TO MES-CALC.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-CLIENTE.
           PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S".
           CLOSE CLIMEST.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI    TO TAB-COD-CLI(QTD-CLI)
              MOVE ESTADO-CLI TO TAB-ESTADO-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-VENDEDORES.
           OPEN INPUT VENDMEST.
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "VENDMEST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-VENDEDOR.
           PERFORM GUARDA-VENDEDOR UNTIL FIM-ARQ EQUAL "S".
           CLOSE VENDMEST.

       LER-VENDEDOR.
           READ VENDMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-VENDEDOR.
           IF NR-VEND-MEST NOT EQUAL 99999 AND
              QTD-VEND LESS THAN 500
              ADD 1 TO QTD-VEND
              MOVE NR-VEND-MEST   TO TAB-NR-VEND-M(QTD-VEND)
              MOVE NOME-VEND-MEST TO TAB-NOME-VEND(QTD-VEND)
           END-IF.
           PERFORM LER-VENDEDOR.

       ACUMULA-HISTORICO.
           OPEN INPUT VENDHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
              DISPLAY "VENDHIST.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-HISTORICO.
           PERFORM SOMA-HISTORICO UNTIL FIM-ARQ EQUAL "S".
           CLOSE VENDHIST.

       LER-HISTORICO.
           READ VENDHIST AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-HIST
           END-IF.

       SOMA-HISTORICO.
           COMPUTE DIF-MESES = NUM-BASE - (ANO-HIST * 12 + MES-HIST).
           IF DIF-MESES NOT LESS THAN ZEROES AND
              DIF-MESES LESS THAN 15
              COMPUTE IND-MES = 15 - DIF-MESES
              SUBTRACT DEVOLVIDO-HIST FROM VALOR-HIST
                       GIVING VALOR-LIQUIDO
              ADD 1 TO CT-HIST-USADO
              MOVE "V" TO TIPO-PROCURA
              MOVE NR-VEND-HIST TO NR-PROCURA
              MOVE SPACES TO UF-PROCURA
              PERFORM LOCALIZA-CHAVE
              IF ACHEI EQUAL "S"
                 ADD VALOR-LIQUIDO TO TAB-VALOR-MES(IND-CHAVE, IND-MES)
              END-IF
              PERFORM PESQUISA-CLIENTE
              MOVE "U" TO TIPO-PROCURA
              MOVE ZEROES TO NR-PROCURA
              IF ACHEI EQUAL "S"
                 MOVE TAB-ESTADO-CLI(IND-CLI) TO UF-PROCURA
              ELSE
                 MOVE "??" TO UF-PROCURA
              END-IF
              PERFORM LOCALIZA-CHAVE
              IF ACHEI EQUAL "S"
                 ADD VALOR-LIQUIDO TO TAB-VALOR-MES(IND-CHAVE, IND-MES)
              END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       LOCALIZA-CHAVE.
           PERFORM PESQUISA-CHAVE.
           IF ACHEI EQUAL "N" AND QTD-CHAVES LESS THAN 600
              ADD 1 TO QTD-CHAVES
              MOVE QTD-CHAVES TO IND-CHAVE
              MOVE 1 TO IND-ZERA
              PERFORM ZERA-MES UNTIL IND-ZERA GREATER THAN 15
              MOVE ZEROES       TO TAB-PREV-ANT(IND-CHAVE)
              MOVE TIPO-PROCURA TO TAB-TIPO(IND-CHAVE)
              MOVE NR-PROCURA   TO TAB-NR-VEND(IND-CHAVE)
              MOVE UF-PROCURA   TO TAB-UF(IND-CHAVE)
              MOVE "N"          TO TAB-TEM-ANT(IND-CHAVE)
              MOVE "S" TO ACHEI
           END-IF.

       ZERA-MES.
           MOVE ZEROES TO TAB-VALOR-MES(IND-CHAVE, IND-ZERA).
           ADD 1 TO IND-ZERA.

       PESQUISA-CHAVE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CHAVE.
           PERFORM TESTA-CHAVE UNTIL IND-CHAVE GREATER THAN
                   QTD-CHAVES OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CHAVE
           END-IF.

       TESTA-CHAVE.
           IF TAB-TIPO(IND-CHAVE) EQUAL TIPO-PROCURA AND
              TAB-NR-VEND(IND-CHAVE) EQUAL NR-PROCURA AND
              TAB-UF(IND-CHAVE) EQUAL UF-PROCURA
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CHAVE.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL COD-CLI-HIST
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN
                   QTD-VEND OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-VEND
           END-IF.

       TESTA-VENDEDOR.
           IF TAB-NR-VEND-M(IND-VEND) EQUAL TAB-NR-VEND(IND-CHAVE)
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       CALCULA-PREVISOES.
           MOVE 1 TO IND-CHAVE.
           PERFORM CALCULA-CHAVE UNTIL IND-CHAVE GREATER THAN
                   QTD-CHAVES.

       CALCULA-CHAVE.
           COMPUTE MEDIA-ATUAL ROUNDED =
                   (TAB-VALOR-MES(IND-CHAVE, 13) +
                    TAB-VALOR-MES(IND-CHAVE, 14) +
                    TAB-VALOR-MES(IND-CHAVE, 15)) / 3.
           COMPUTE MEDIA-ANTERIOR ROUNDED =
                   (TAB-VALOR-MES(IND-CHAVE, 1) +
                    TAB-VALOR-MES(IND-CHAVE, 2) +
                    TAB-VALOR-MES(IND-CHAVE, 3)) / 3.
           MOVE MEDIA-ATUAL TO TAB-MEDIA(IND-CHAVE).
           MOVE 1 TO IND-HOR.
           PERFORM CALCULA-HORIZONTE UNTIL IND-HOR GREATER THAN 3.
           ADD 1 TO IND-CHAVE.

       CALCULA-HORIZONTE.
           ADD 3 IND-HOR GIVING IND-MES.
           MOVE 1 TO FATOR-CALC.
           IF MEDIA-ANTERIOR GREATER THAN ZEROES AND
              TAB-VALOR-MES(IND-CHAVE, IND-MES) GREATER THAN ZEROES
              COMPUTE FATOR-CALC ROUNDED =
                      TAB-VALOR-MES(IND-CHAVE, IND-MES) /
                      MEDIA-ANTERIOR
                  ON SIZE ERROR
                     MOVE FATOR-MAXIMO TO FATOR-CALC
              END-COMPUTE
              IF FATOR-CALC LESS THAN FATOR-MINIMO
                 MOVE FATOR-MINIMO TO FATOR-CALC
              END-IF
              IF FATOR-CALC GREATER THAN FATOR-MAXIMO
                 MOVE FATOR-MAXIMO TO FATOR-CALC
              END-IF
           END-IF.
           MOVE FATOR-CALC TO TAB-FATOR(IND-CHAVE, IND-HOR).
           COMPUTE PREVISTO-CALC ROUNDED = MEDIA-ATUAL * FATOR-CALC.
           IF PREVISTO-CALC LESS THAN ZEROES
              MOVE ZEROES TO PREVISTO-CALC
           END-IF.
           MOVE PREVISTO-CALC TO TAB-PREVISAO(IND-CHAVE, IND-HOR).
           ADD 1 TO IND-HOR.

       CARREGA-PREVISOES-ANT.
           OPEN OUTPUT PREVATU.
           OPEN INPUT VENDPREV.
           IF WS-STATUS-PREV EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-PREVISAO
              PERFORM TRATA-PREVISAO-ANT UNTIL FIM-ARQ EQUAL "S"
              CLOSE VENDPREV
           ELSE
              DISPLAY "VENDPREV.DAT NAO ENCONTRADO - "
                      "SEM PREVISAO ANTERIOR PARA COMPARAR"
           END-IF.

       LER-PREVISAO.
           READ VENDPREV AT END MOVE "S" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "S"
              ADD 1 TO CT-PREV-LIDAS
           END-IF.

       TRATA-PREVISAO-ANT.
           IF BASE-PREV NOT EQUAL COMPET-BASE
              WRITE REG-PREV-ATU FROM REG-PREV
              ADD 1 TO CT-PREV-GRAV
           END-IF.
           IF BASE-PREV EQUAL COMPET-ANT AND
              ALVO-PREV EQUAL COMPET-BASE
              MOVE TIPO-PREV    TO TIPO-PROCURA
              MOVE NR-VEND-PREV TO NR-PROCURA
              MOVE UF-PREV      TO UF-PROCURA
              PERFORM LOCALIZA-CHAVE
              IF ACHEI EQUAL "S"
                 MOVE VALOR-PREV TO TAB-PREV-ANT(IND-CHAVE)
                 MOVE "S"        TO TAB-TEM-ANT(IND-CHAVE)
              END-IF
           END-IF.
           PERFORM LER-PREVISAO.

       GRAVA-PREVISOES.
           OPEN OUTPUT METAPRO.
           MOVE 1 TO IND-CHAVE.
           PERFORM GRAVA-CHAVE UNTIL IND-CHAVE GREATER THAN
                   QTD-CHAVES.
           CLOSE PREVATU METAPRO.

       GRAVA-CHAVE.
           MOVE 1 TO IND-HOR.
           PERFORM GRAVA-HORIZONTE UNTIL IND-HOR GREATER THAN 3.
           ADD 1 TO IND-CHAVE.

       GRAVA-HORIZONTE.
           MOVE TAB-TIPO(IND-CHAVE)    TO TIPO-PREV.
           MOVE TAB-NR-VEND(IND-CHAVE) TO NR-VEND-PREV.
           MOVE TAB-UF(IND-CHAVE)      TO UF-PREV.
           MOVE COMPET-BASE            TO BASE-PREV.
           MOVE TAB-ALVO(IND-HOR)      TO ALVO-PREV.
           MOVE TAB-PREVISAO(IND-CHAVE, IND-HOR) TO VALOR-PREV.
           MOVE TAB-MEDIA(IND-CHAVE)   TO MEDIA-PREV.
           MOVE TAB-FATOR(IND-CHAVE, IND-HOR) TO FATOR-PREV.
           WRITE REG-PREV-ATU FROM REG-PREV.
           ADD 1 TO CT-PREV-GRAV.
           IF TAB-TIPO(IND-CHAVE) EQUAL "V"
              MOVE TAB-NR-VEND(IND-CHAVE) TO NR-VEND-META
              MOVE TAB-ALVO(IND-HOR)(5:2) TO MES-META
              MOVE TAB-ALVO(IND-HOR)(1:4) TO ANO-META
              MOVE TAB-PREVISAO(IND-CHAVE, IND-HOR) TO VALOR-META
              WRITE REG-META
              ADD 1 TO CT-METAS
           END-IF.
           ADD 1 TO IND-HOR.

       IMPRIME-PREVISOES.
           MOVE "PREVISAO DE VENDAS - PROXIMOS 3 MESES" TO TITULO-REL.
           MOVE 41 TO CT-LIN.
           MOVE 1 TO IND-CHAVE.
           PERFORM IMPRIME-CHAVE UNTIL IND-CHAVE GREATER THAN
                   QTD-CHAVES.

       IMPRIME-CHAVE.
           IF CT-LIN GREATER THAN 40
              PERFORM CABECALHO
              WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES
              MOVE SPACES TO REG-ATR
              WRITE REG-ATR AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM MONTA-CHAVE-REL.
           MOVE CHAVE-DREL TO CHAVE-REL.
           MOVE NOME-DREL  TO NOME-REL.
           MOVE TAB-MEDIA(IND-CHAVE) TO MEDIA-REL.
           MOVE TAB-PREVISAO(IND-CHAVE, 1) TO PREV-REL(1).
           MOVE TAB-PREVISAO(IND-CHAVE, 2) TO PREV-REL(2).
           MOVE TAB-PREVISAO(IND-CHAVE, 3) TO PREV-REL(3).
           WRITE REG-ATR FROM DETALHE-PREV AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO IND-CHAVE.

       MONTA-CHAVE-REL.
           IF TAB-TIPO(IND-CHAVE) EQUAL "V"
              MOVE TAB-NR-VEND(IND-CHAVE) TO CHAVE-DREL
              PERFORM PESQUISA-VENDEDOR
              IF ACHEI EQUAL "S"
                 MOVE TAB-NOME-VEND(IND-VEND) TO NOME-DREL
              ELSE
                 MOVE "NAO CADASTRADO" TO NOME-DREL
              END-IF
           ELSE
              MOVE SPACES TO CHAVE-DREL
              MOVE "UF" TO CHAVE-DREL(1:2)
              MOVE TAB-UF(IND-CHAVE) TO CHAVE-DREL(4:2)
              MOVE "TOTAL DA UF" TO NOME-DREL
           END-IF.

       IMPRIME-ACURACIA.
           MOVE "PREVISTO X REALIZADO DO MES BASE" TO TITULO-REL.
           MOVE 41 TO CT-LIN.
           MOVE 1 TO IND-CHAVE.
           PERFORM COMPARA-CHAVE UNTIL IND-CHAVE GREATER THAN
                   QTD-CHAVES.
           IF CT-COMPARADAS EQUAL ZEROES
              PERFORM CABECALHO
              MOVE "NENHUMA PREVISAO ANTERIOR PARA O MES BASE"
                   TO DESCR-RES
              MOVE ZEROES TO VALOR-RES
              WRITE REG-ATR FROM DETALHE-RESUMO
                    AFTER ADVANCING 2 LINES
           ELSE
              MOVE "TOTAL PREVISTO (VENDEDORES)" TO DESCR-RES
              MOVE TOT-PREVISTO TO VALOR-RES
              WRITE REG-ATR FROM DETALHE-RESUMO
                    AFTER ADVANCING 2 LINES
              MOVE "TOTAL REALIZADO (VENDEDORES)" TO DESCR-RES
              MOVE TOT-REALIZADO TO VALOR-RES
              WRITE REG-ATR FROM DETALHE-RESUMO
                    AFTER ADVANCING 1 LINE
              MOVE "ERRO PERCENTUAL PONDERADO (%)" TO DESCR-RES
              IF TOT-REALIZADO GREATER THAN ZEROES
                 COMPUTE VALOR-RES ROUNDED =
                         TOT-DESVIO-ABS * 100 / TOT-REALIZADO
              ELSE
                 MOVE ZEROES TO VALOR-RES
              END-IF
              WRITE REG-ATR FROM DETALHE-RESUMO
                    AFTER ADVANCING 1 LINE
           END-IF.

       COMPARA-CHAVE.
           IF TAB-TEM-ANT(IND-CHAVE) EQUAL "S"
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
                 WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 2 LINES
                 MOVE SPACES TO REG-ATR
                 WRITE REG-ATR AFTER ADVANCING 1 LINE
              END-IF
              PERFORM MONTA-CHAVE-REL
              MOVE TAB-PREV-ANT(IND-CHAVE) TO PREVISTO-REL
              MOVE TAB-VALOR-MES(IND-CHAVE, 15) TO REALIZADO-REL
              COMPUTE DESVIO-CALC = TAB-VALOR-MES(IND-CHAVE, 15) -
                      TAB-PREV-ANT(IND-CHAVE)
              MOVE DESVIO-CALC TO DESVIO-REL
              IF TAB-PREV-ANT(IND-CHAVE) GREATER THAN ZEROES
                 COMPUTE DESVIO-PERC ROUNDED =
                         DESVIO-CALC * 100 / TAB-PREV-ANT(IND-CHAVE)
                     ON SIZE ERROR
                        MOVE 9999,99 TO DESVIO-PERC
                 END-COMPUTE
              ELSE
                 MOVE ZEROES TO DESVIO-PERC
              END-IF
              MOVE DESVIO-PERC TO PERC-REL
              WRITE REG-ATR FROM DETALHE-DESVIO
                    AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
              ADD 1 TO CT-COMPARADAS
              IF TAB-TIPO(IND-CHAVE) EQUAL "V"
                 ADD TAB-PREV-ANT(IND-CHAVE) TO TOT-PREVISTO
                 ADD TAB-VALOR-MES(IND-CHAVE, 15) TO TOT-REALIZADO
                 IF DESVIO-CALC LESS THAN ZEROES
                    SUBTRACT DESVIO-CALC FROM TOT-DESVIO-ABS
                 ELSE
                    ADD DESVIO-CALC TO TOT-DESVIO-ABS
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO IND-CHAVE.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE MES-BASE TO MES-BASE-REL.
           MOVE ANO-BASE TO ANO-BASE-REL.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       FIM.
           DISPLAY "HISTORICO LIDO       : " CT-HIST.
           DISPLAY "HISTORICO NO PERIODO : " CT-HIST-USADO.
           DISPLAY "CHAVES PROJETADAS    : " QTD-CHAVES.
           DISPLAY "PREVISOES ANTERIORES : " CT-PREV-LIDAS.
           DISPLAY "PREVISOES GRAVADAS   : " CT-PREV-GRAV.
           DISPLAY "METAS PROPOSTAS      : " CT-METAS.
           DISPLAY "CHAVES COMPARADAS    : " CT-COMPARADAS.
