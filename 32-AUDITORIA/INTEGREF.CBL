       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTEGREF.
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
           SELECT REGRAINT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-REGRA.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT DEDTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DEDT.
           SELECT CADVEND ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CADV.
           SELECT EMPABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-EMP.
           SELECT CAD-USU ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-USU.
           SELECT CADCLITER ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TER.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT RUNLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOG.
           SELECT REL-INTEG ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD REGRAINT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REGRAINT.DAT".
       01 REG-REGRA.
           02 COD-REGRA-PARM     PIC X(04).
           02 CRITICA-REGRA-PARM PIC X(01).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-VENDA.
           02 ESTADO-ENT        PIC X(02).
           02 NR-VENDEDOR-ENT   PIC 9(05).
           02 NOME-VENDEDOR-ENT PIC X(20).
           02 VAL-VENDA-ENT     PIC 9(07)V99.
           02 DATA-VENDA-ENT.
               03 DIA-VENDA-ENT PIC 9(02).
               03 MES-VENDA-ENT PIC 9(02).
               03 ANO-VENDA-ENT PIC 9(04).
           02 TIPO-VENDA-ENT    PIC X(01).
           02 COD-PROD-ENT      PIC 9(04).
           02 QTD-PROD-ENT      PIC 9(04).
           02 COD-CLI-ENT       PIC 9(05).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 FILLER     PIC X(303).

       FD PRODMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMEST.DAT".
       01 REG-PROD.
           02 COD-PROD   PIC 9(04).
           02 DESCR-PROD PIC X(30).
           02 FILLER     PIC X(41).

       FD CRABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CRABERTO.DAT".
       01 REG-CR.
           02 NR-NOTA-CR   PIC 9(04).
           02 NR-VEND-CR   PIC 9(05).
           02 UF-CR        PIC X(02).
           02 DATA-EMIS-CR PIC 9(08).
           02 DATA-VENC-CR PIC 9(08).
           02 VALOR-CR     PIC 9(07)V99.
           02 RECEBIDO-CR  PIC 9(07)V99.
           02 SIT-CR       PIC X(01).
           02 COD-CLI-CR   PIC 9(05).
           02 PARCELA-CR   PIC 9(02).
           02 TIPO-CR      PIC X(01).
           02 DATA-ENC-CR  PIC 9(08).

       FD NOTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTA.
           02 NR-NOTA       PIC 9(04).
           02 NR-VEND-NOTA  PIC 9(05).
           02 FILLER        PIC X(36).

       FD DEDTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEDTRAN.DAT".
       01 REG-DEDTRAN.
           02 COD-VEND-DEDT PIC 9(05).
           02 TIPO-DEDT     PIC 9(02).
           02 VALOR-DEDT    PIC 9(05)V99.
           02 REFER-DEDT    PIC X(20).

       FD CADVEND
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-CADV.
           02 COD-DEP-ENT   PIC X(01).
           02 COD-SEC-ENT   PIC X(01).
           02 COD-VEND-ENT  PIC 9(05).
           02 NOME-ENT      PIC X(20).
           02 FILLER        PIC X(28).

       FD EMPABERTO
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EMPABERTO.DAT".
       01 REG-EMP.
           02 COD-USU-EMP  PIC 9(04).
           02 COD-LIV-EMP  PIC 9(05).
           02 NR-EXE-EMP   PIC 9(02).
           02 DATA-EMP     PIC 9(08).
           02 DATA-PREV-EMP PIC 9(08).
           02 NR-RENOV-EMP PIC 9(02).

       FD CAD-USU
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.DAT".
       01 REG-USU.
           02 COD-USU PIC 9(04).
           02 NOM-USU PIC X(30).
           02 REG-DATA.
               03 DIA PIC 9(02).
               03 MES PIC 9(02).
               03 ANO PIC 9(04).
           02 SIT-USU PIC 9(01).
               88 SIT-ATIVO     VALUE 1.
               88 SIT-SUSPENSO  VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 FILLER  PIC X(08).

       FD CADCLITER
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-CLI.TER".
       01 REG-TER.
           02 CODIGO-TER    PIC 9(03).
           02 CPF-TER       PIC 9(11).
           02 NOME-TER      PIC X(30).
           02 ESTADO-TER    PIC X(02).
           02 CIDADE-TER    PIC X(30).
           02 EMAIL-TER     PIC X(30).
           02 NR-VEND-TER   PIC 9(05).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).
               88 VEND-DESLIGADO VALUE "D".

       FD RUNLOG
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RUNLOG.DAT".
       01 REG-LOG.
           02 DATA-LOG   PIC 9(08).
           02 HORA-LOG   PIC 9(08).
           02 JOB-LOG    PIC X(08).
           02 EVENTO-LOG PIC X(10).
           02 DETALHE-LOG PIC X(20).

       FD REL-INTEG
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-REGRA PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-MEST  PIC X(02).
           77 WS-STATUS-PROD  PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 WS-STATUS-DEDT  PIC X(02).
           77 WS-STATUS-CADV  PIC X(02).
           77 WS-STATUS-EMP   PIC X(02).
           77 WS-STATUS-USU   PIC X(02).
           77 WS-STATUS-TER   PIC X(02).
           77 WS-STATUS-VEND  PIC X(02).
           77 WS-STATUS-LOG   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA      PIC 9(08) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 QTD-REGRA       PIC 9(02) VALUE ZEROES.
           77 IND-REGRA       PIC 9(02) VALUE ZEROES.
           77 IND-CAT         PIC 9(02) VALUE ZEROES.
           77 COD-W           PIC X(04) VALUE SPACES.
           77 DESCR-W         PIC X(36) VALUE SPACES.
           77 CRITICA-W       PIC X(01) VALUE SPACES.
           77 SIT-W           PIC X(01) VALUE SPACES.
           77 LIDOS-W         PIC 9(07) VALUE ZEROES.
           77 EXCEC-W         PIC 9(07) VALUE ZEROES.
           77 TOT-EXCEC       PIC 9(07) VALUE ZEROES.
           77 QTD-FALHA-CRIT  PIC 9(02) VALUE ZEROES.
           77 ARQUIVO-W       PIC X(12) VALUE SPACES.
           77 CHAVE-W         PIC X(24) VALUE SPACES.
           77 REFER-W         PIC X(16) VALUE SPACES.
           77 MOTIVO-W        PIC X(40) VALUE SPACES.
           77 MENSAGEM-W      PIC X(60) VALUE SPACES.
           77 EVENTO-WS       PIC X(10) VALUE SPACES.
           77 DETALHE-WS      PIC X(20) VALUE SPACES.
           77 CLI-CARREGADO   PIC X(01) VALUE "N".
           77 CLI-OK          PIC X(01) VALUE "N".
           77 PROD-CARREGADO  PIC X(01) VALUE "N".
           77 PROD-OK         PIC X(01) VALUE "N".
           77 NOTA-CARREGADO  PIC X(01) VALUE "N".
           77 NOTA-OK         PIC X(01) VALUE "N".
           77 CADV-CARREGADO  PIC X(01) VALUE "N".
           77 CADV-OK         PIC X(01) VALUE "N".
           77 USU-CARREGADO   PIC X(01) VALUE "N".
           77 USU-OK          PIC X(01) VALUE "N".
           77 VEND-CARREGADO  PIC X(01) VALUE "N".
           77 VEND-OK         PIC X(01) VALUE "N".
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 QTD-PROD        PIC 9(04) VALUE ZEROES.
           77 IND-PROD        PIC 9(04) VALUE ZEROES.
           77 QTD-NOTA        PIC 9(04) VALUE ZEROES.
           77 IND-NOTA        PIC 9(04) VALUE ZEROES.
           77 QTD-CADV        PIC 9(03) VALUE ZEROES.
           77 IND-CADV        PIC 9(03) VALUE ZEROES.
           77 QTD-USU         PIC 9(04) VALUE ZEROES.
           77 IND-USU         PIC 9(04) VALUE ZEROES.
           77 QTD-VEND        PIC 9(03) VALUE ZEROES.
           77 IND-VEND        PIC 9(03) VALUE ZEROES.
           77 CLI-INF         PIC 9(05) VALUE ZEROES.
           77 PROD-INF        PIC 9(04) VALUE ZEROES.
           77 NOTA-INF        PIC 9(04) VALUE ZEROES.
           77 VEND-INF        PIC 9(05) VALUE ZEROES.
           77 USU-INF         PIC 9(04) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 TABELA-CATALOGO.
           02 FILLER PIC X(41) VALUE
              "VDCLVENDAS SEM CLIENTE NO CLIMEST       S".
           02 FILLER PIC X(41) VALUE
              "VDPRVENDAS SEM PRODUTO NO PRODMEST      S".
           02 FILLER PIC X(41) VALUE
              "CRNFTITULOS A RECEBER SEM NOTA FISCAL   S".
           02 FILLER PIC X(41) VALUE
              "DTVDDESCONTOS SEM VENDEDOR NO CADVEND   S".
           02 FILLER PIC X(41) VALUE
              "EMUSEMPRESTIMOS SEM USUARIO ATIVO       N".
           02 FILLER PIC X(41) VALUE
              "TRVDCARTEIRA COM VENDEDOR DESLIGADO     N".
       01 TABELA-CATALOGO-RED REDEFINES TABELA-CATALOGO.
           02 TAB-CAT OCCURS 6 TIMES.
               03 TAB-COD-CAT     PIC X(04).
               03 TAB-DESCR-CAT   PIC X(36).
               03 TAB-CRITICA-CAT PIC X(01).

       01 TABELA-REGRAS.
           02 TAB-REGRA OCCURS 20 TIMES.
               03 TAB-COD-REGRA     PIC X(04).
               03 TAB-CRITICA-REGRA PIC X(01).
               03 TAB-DESCR-REGRA   PIC X(36).
               03 TAB-LIDOS-REGRA   PIC 9(07).
               03 TAB-EXCEC-REGRA   PIC 9(07).
               03 TAB-SIT-REGRA     PIC X(01).

       01 TABELA-CLIENTES.
           02 TAB-COD-CLI PIC 9(05) OCCURS 2000 TIMES.

       01 TABELA-PRODUTOS.
           02 TAB-COD-PROD PIC 9(04) OCCURS 2000 TIMES.

       01 TABELA-NOTAS.
           02 TAB-NR-NOTA PIC 9(04) OCCURS 2000 TIMES.

       01 TABELA-CADVEND.
           02 TAB-COD-CADV PIC 9(05) OCCURS 500 TIMES.

       01 TABELA-USUARIOS.
           02 TAB-USU OCCURS 2000 TIMES.
               03 TAB-COD-USU PIC 9(04).
               03 TAB-SIT-USU PIC 9(01).

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND  PIC 9(05).
               03 TAB-SIT-VEND PIC X(01).

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(35) VALUE SPACES.
           02 FILLER  PIC X(40) VALUE
              "EXCECOES DE INTEGRIDADE REFERENCIAL EM ".
           02 DATA-CAB PIC X(10) VALUE "  /  /    ".
           02 FILLER  PIC X(25) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(04) VALUE "REGR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "REGISTR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "REGISTRO DE MOVIMENTO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "REFERENCIA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(40) VALUE "MOTIVO".
           02 FILLER PIC X(11) VALUE SPACES.
       01 CAB-02-RES.
           02 FILLER  PIC X(40) VALUE SPACES.
           02 FILLER  PIC X(31) VALUE
              "RESUMO DA VERIFICACAO POR REGRA".
           02 FILLER  PIC X(39) VALUE SPACES.
       01 CAB-03-RES.
           02 FILLER PIC X(04) VALUE "REGR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(36) VALUE "DESCRICAO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CRITICA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "    LIDOS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE " EXCECOES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "SITUACAO".
           02 FILLER PIC X(21) VALUE SPACES.

       01 TITULO-REGRA.
           02 FILLER         PIC X(06) VALUE "REGRA ".
           02 COD-TREL       PIC X(04).
           02 FILLER         PIC X(03) VALUE " - ".
           02 DESCR-TREL     PIC X(36).
           02 FILLER         PIC X(11) VALUE " CRITICA: ".
           02 CRITICA-TREL   PIC X(03).
           02 FILLER         PIC X(47) VALUE SPACES.

       01 DETALHE.
           02 COD-REL       PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 REGISTRO-REL  PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CHAVE-REL     PIC X(24).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 REFER-REL     PIC X(16).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 MOTIVO-REL    PIC X(40).
           02 FILLER        PIC X(11) VALUE SPACES.

       01 LINHA-MENSAGEM.
           02 FILLER        PIC X(06) VALUE SPACES.
           02 MENSAGEM-REL  PIC X(60).
           02 FILLER        PIC X(44) VALUE SPACES.

       01 DETALHE-RES.
           02 COD-RES       PIC X(04).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DESCR-RES     PIC X(36).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CRITICA-RES   PIC X(07).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 LIDOS-RES     PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 EXCEC-RES     PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SIT-RES       PIC X(14).
           02 FILLER        PIC X(21) VALUE SPACES.

       01 TOTAL-RES.
           02 FILLER        PIC X(29) VALUE
              "TOTAL DE EXCECOES..........: ".
           02 TOT-EXCEC-RES PIC Z.ZZZ.ZZ9.
           02 FILLER        PIC X(72) VALUE SPACES.

       01 FALHA-RES.
           02 FILLER        PIC X(29) VALUE
              "REGRAS CRITICAS COM FALHA..: ".
           02 FALHA-CRIT-RES PIC Z9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 RESULTADO-RES PIC X(30).
           02 FILLER        PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-INTEGREF.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE(7:2) TO DATA-CAB(1:2).
           MOVE DATA-HOJE(5:2) TO DATA-CAB(4:2).
           MOVE DATA-HOJE(1:4) TO DATA-CAB(7:4).
           MOVE ZEROES TO QTD-REGRA QTD-FALHA-CRIT TOT-EXCEC CT-PAG.
           MOVE 41 TO CT-LIN.
           MOVE "N" TO CLI-CARREGADO PROD-CARREGADO NOTA-CARREGADO
                       CADV-CARREGADO USU-CARREGADO VEND-CARREGADO.
           PERFORM CARREGA-REGRAS.
           OPEN OUTPUT REL-INTEG.
           MOVE 1 TO IND-REGRA.
           PERFORM EXECUTA-REGRA UNTIL IND-REGRA GREATER THAN
                   QTD-REGRA.
           PERFORM IMPRIME-RESUMO.
           CLOSE REL-INTEG.
           IF QTD-FALHA-CRIT EQUAL 0
              MOVE "FIM-OK" TO EVENTO-WS
              MOVE SPACES TO DETALHE-WS
              MOVE "EXCECOES " TO DETALHE-WS(1:9)
              MOVE TOT-EXCEC TO DETALHE-WS(10:7)
              PERFORM GRAVA-RUNLOG
              DISPLAY "INTEGRIDADE CONFERIDA - " TOT-EXCEC
                      " EXCECAO(OES) EM REGRAS NAO CRITICAS"
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "FIM-ERRO" TO EVENTO-WS
              MOVE SPACES TO DETALHE-WS
              MOVE "REGRAS CRITICAS " TO DETALHE-WS(1:16)
              MOVE QTD-FALHA-CRIT TO DETALHE-WS(17:2)
              PERFORM GRAVA-RUNLOG
              DISPLAY QTD-FALHA-CRIT " REGRA(S) CRITICA(S) COM "
                      "FALHA - CADEIA BLOQUEADA"
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       CARREGA-REGRAS.
           OPEN INPUT REGRAINT.
           IF WS-STATUS-REGRA NOT EQUAL "00"
              DISPLAY "REGRAINT.DAT NAO ENCONTRADO - VERIFICANDO "
                      "TODAS AS REGRAS"
              MOVE 1 TO IND-CAT
              PERFORM GUARDA-REGRA-PADRAO UNTIL IND-CAT GREATER THAN 6
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-REGRA
              PERFORM GUARDA-REGRA UNTIL FIM-ARQ EQUAL "S"
              CLOSE REGRAINT
           END-IF.

       GUARDA-REGRA-PADRAO.
           ADD 1 TO QTD-REGRA.
           MOVE TAB-COD-CAT(IND-CAT)     TO TAB-COD-REGRA(QTD-REGRA).
           MOVE TAB-CRITICA-CAT(IND-CAT) TO
                TAB-CRITICA-REGRA(QTD-REGRA).
           ADD 1 TO IND-CAT.

       LER-REGRA.
           READ REGRAINT AT END MOVE "S" TO FIM-ARQ.

       GUARDA-REGRA.
           IF COD-REGRA-PARM NOT EQUAL SPACES AND
              QTD-REGRA LESS THAN 20
              ADD 1 TO QTD-REGRA
              MOVE COD-REGRA-PARM TO TAB-COD-REGRA(QTD-REGRA)
              IF CRITICA-REGRA-PARM EQUAL "S" OR
                 CRITICA-REGRA-PARM EQUAL "N"
                 MOVE CRITICA-REGRA-PARM TO
                      TAB-CRITICA-REGRA(QTD-REGRA)
              ELSE
                 MOVE COD-REGRA-PARM TO COD-W
                 PERFORM PESQUISA-CATALOGO
                 IF ACHEI EQUAL "S"
                    MOVE TAB-CRITICA-CAT(IND-CAT) TO
                         TAB-CRITICA-REGRA(QTD-REGRA)
                 ELSE
                    MOVE "S" TO TAB-CRITICA-REGRA(QTD-REGRA)
                 END-IF
              END-IF
           END-IF.
           PERFORM LER-REGRA.

       PESQUISA-CATALOGO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CAT.
           PERFORM TESTA-CATALOGO UNTIL IND-CAT GREATER THAN 6
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CAT
           END-IF.

       TESTA-CATALOGO.
           IF TAB-COD-CAT(IND-CAT) EQUAL COD-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CAT.

       EXECUTA-REGRA.
           MOVE TAB-COD-REGRA(IND-REGRA)     TO COD-W.
           MOVE TAB-CRITICA-REGRA(IND-REGRA) TO CRITICA-W.
           MOVE ZEROES TO LIDOS-W EXCEC-W.
           MOVE "V" TO SIT-W.
           PERFORM PESQUISA-CATALOGO.
           IF ACHEI EQUAL "S"
              MOVE TAB-DESCR-CAT(IND-CAT) TO DESCR-W
           ELSE
              MOVE "REGRA DESCONHECIDA" TO DESCR-W
           END-IF.
           PERFORM IMPRIME-TITULO-REGRA.
           EVALUATE COD-W
              WHEN "VDCL" PERFORM REGRA-VDCL
              WHEN "VDPR" PERFORM REGRA-VDPR
              WHEN "CRNF" PERFORM REGRA-CRNF
              WHEN "DTVD" PERFORM REGRA-DTVD
              WHEN "EMUS" PERFORM REGRA-EMUS
              WHEN "TRVD" PERFORM REGRA-TRVD
              WHEN OTHER
                 DISPLAY "REGRA DESCONHECIDA EM REGRAINT: " COD-W
                 MOVE "D" TO SIT-W
                 MOVE "CODIGO DE REGRA NAO PREVISTO - NAO VERIFICADA"
                      TO MENSAGEM-W
                 PERFORM IMPRIME-MENSAGEM
           END-EVALUATE.
           IF SIT-W EQUAL "V" AND EXCEC-W EQUAL 0
              MOVE "NENHUMA EXCECAO ENCONTRADA" TO MENSAGEM-W
              PERFORM IMPRIME-MENSAGEM
           END-IF.
           MOVE DESCR-W TO TAB-DESCR-REGRA(IND-REGRA).
           MOVE LIDOS-W TO TAB-LIDOS-REGRA(IND-REGRA).
           MOVE EXCEC-W TO TAB-EXCEC-REGRA(IND-REGRA).
           MOVE SIT-W   TO TAB-SIT-REGRA(IND-REGRA).
           ADD EXCEC-W TO TOT-EXCEC.
           IF CRITICA-W EQUAL "S" AND
              (EXCEC-W GREATER THAN 0 OR SIT-W NOT EQUAL "V")
              ADD 1 TO QTD-FALHA-CRIT
           END-IF.
           DISPLAY "REGRA " COD-W " - LIDOS " LIDOS-W
                   " EXCECOES " EXCEC-W.
           ADD 1 TO IND-REGRA.

       REGRA-VDCL.
           IF CLI-CARREGADO EQUAL "N"
              PERFORM CARREGA-CLIENTES
           END-IF.
           IF CLI-OK EQUAL "N"
              MOVE "CLIMEST.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT ARQVENDA
              IF WS-STATUS-VENDA NOT EQUAL "00"
                 MOVE "ARQVENDA.DAT" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-VENDA
                 PERFORM CONFERE-VDCL UNTIL FIM-ARQ EQUAL "S"
                 CLOSE ARQVENDA
              END-IF
           END-IF.

       LER-VENDA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.

       CONFERE-VDCL.
           ADD 1 TO LIDOS-W.
           IF COD-CLI-ENT NOT EQUAL 0
              MOVE COD-CLI-ENT TO CLI-INF
              PERFORM PESQUISA-CLIENTE
              IF ACHEI EQUAL "N"
                 PERFORM MONTA-CHAVE-VENDA
                 MOVE "CLIENTE " TO REFER-W
                 MOVE COD-CLI-ENT TO REFER-W(9:5)
                 MOVE "CLIENTE NAO CADASTRADO EM CLIMEST"
                      TO MOTIVO-W
                 PERFORM GRAVA-EXCECAO
              END-IF
           END-IF.
           PERFORM LER-VENDA.

       REGRA-VDPR.
           IF PROD-CARREGADO EQUAL "N"
              PERFORM CARREGA-PRODUTOS
           END-IF.
           IF PROD-OK EQUAL "N"
              MOVE "PRODMEST.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT ARQVENDA
              IF WS-STATUS-VENDA NOT EQUAL "00"
                 MOVE "ARQVENDA.DAT" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-VENDA
                 PERFORM CONFERE-VDPR UNTIL FIM-ARQ EQUAL "S"
                 CLOSE ARQVENDA
              END-IF
           END-IF.

       CONFERE-VDPR.
           ADD 1 TO LIDOS-W.
           IF COD-PROD-ENT NOT EQUAL 0
              MOVE COD-PROD-ENT TO PROD-INF
              PERFORM PESQUISA-PRODUTO
              IF ACHEI EQUAL "N"
                 PERFORM MONTA-CHAVE-VENDA
                 MOVE "PRODUTO " TO REFER-W
                 MOVE COD-PROD-ENT TO REFER-W(9:4)
                 MOVE "PRODUTO NAO CADASTRADO EM PRODMEST"
                      TO MOTIVO-W
                 PERFORM GRAVA-EXCECAO
              END-IF
           END-IF.
           PERFORM LER-VENDA.

       MONTA-CHAVE-VENDA.
           MOVE SPACES TO CHAVE-W.
           MOVE "VEND " TO CHAVE-W(1:5).
           MOVE NR-VENDEDOR-ENT TO CHAVE-W(6:5).
           MOVE " DATA " TO CHAVE-W(11:6).
           MOVE ANO-VENDA-ENT TO CHAVE-W(17:4).
           MOVE MES-VENDA-ENT TO CHAVE-W(21:2).
           MOVE DIA-VENDA-ENT TO CHAVE-W(23:2).

       REGRA-CRNF.
           IF NOTA-CARREGADO EQUAL "N"
              PERFORM CARREGA-NOTAS
           END-IF.
           IF NOTA-OK EQUAL "N"
              MOVE "NOTAS.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT CRABERTO
              IF WS-STATUS-CR NOT EQUAL "00"
                 MOVE "CRABERTO.DAT" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-TITULO
                 PERFORM CONFERE-CRNF UNTIL FIM-ARQ EQUAL "S"
                 CLOSE CRABERTO
              END-IF
           END-IF.

       LER-TITULO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       CONFERE-CRNF.
           ADD 1 TO LIDOS-W.
           MOVE NR-NOTA-CR TO NOTA-INF.
           PERFORM PESQUISA-NOTA.
           IF ACHEI EQUAL "N"
              MOVE SPACES TO CHAVE-W
              MOVE "TITULO " TO CHAVE-W(1:7)
              MOVE NR-NOTA-CR TO CHAVE-W(8:4)
              MOVE "/" TO CHAVE-W(12:1)
              MOVE PARCELA-CR TO CHAVE-W(13:2)
              MOVE " CLI " TO CHAVE-W(15:5)
              MOVE COD-CLI-CR TO CHAVE-W(20:5)
              MOVE "NOTA " TO REFER-W
              MOVE NR-NOTA-CR TO REFER-W(6:4)
              MOVE "NOTA FISCAL NAO ENCONTRADA EM NOTAS"
                   TO MOTIVO-W
              PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LER-TITULO.

       REGRA-DTVD.
           IF CADV-CARREGADO EQUAL "N"
              PERFORM CARREGA-CADVEND
           END-IF.
           IF CADV-OK EQUAL "N"
              MOVE "CADVEND.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT DEDTRAN
              IF WS-STATUS-DEDT NOT EQUAL "00"
                 MOVE "DEDTRAN.DAT" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-DEDTRAN
                 PERFORM CONFERE-DTVD UNTIL FIM-ARQ EQUAL "S"
                 CLOSE DEDTRAN
              END-IF
           END-IF.

       LER-DEDTRAN.
           READ DEDTRAN AT END MOVE "S" TO FIM-ARQ.

       CONFERE-DTVD.
           ADD 1 TO LIDOS-W.
           MOVE COD-VEND-DEDT TO VEND-INF.
           PERFORM PESQUISA-CADVEND.
           IF ACHEI EQUAL "N"
              MOVE SPACES TO CHAVE-W
              MOVE "VEND " TO CHAVE-W(1:5)
              MOVE COD-VEND-DEDT TO CHAVE-W(6:5)
              MOVE " TIPO " TO CHAVE-W(11:6)
              MOVE TIPO-DEDT TO CHAVE-W(17:2)
              MOVE "VENDEDOR " TO REFER-W
              MOVE COD-VEND-DEDT TO REFER-W(10:5)
              MOVE "VENDEDOR NAO CADASTRADO EM CADVEND"
                   TO MOTIVO-W
              PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LER-DEDTRAN.

       REGRA-EMUS.
           IF USU-CARREGADO EQUAL "N"
              PERFORM CARREGA-USUARIOS
           END-IF.
           IF USU-OK EQUAL "N"
              MOVE "CAD-USU.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT EMPABERTO
              IF WS-STATUS-EMP NOT EQUAL "00"
                 MOVE "EMPABERTO.DAT" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-EMPRESTIMO
                 PERFORM CONFERE-EMUS UNTIL FIM-ARQ EQUAL "S"
                 CLOSE EMPABERTO
              END-IF
           END-IF.

       LER-EMPRESTIMO.
           READ EMPABERTO AT END MOVE "S" TO FIM-ARQ.

       CONFERE-EMUS.
           ADD 1 TO LIDOS-W.
           MOVE COD-USU-EMP TO USU-INF.
           PERFORM PESQUISA-USUARIO.
           MOVE SPACES TO MOTIVO-W.
           IF ACHEI EQUAL "N"
              MOVE "USUARIO NAO CADASTRADO EM CAD-USU" TO MOTIVO-W
           ELSE
              IF TAB-SIT-USU(IND-USU) EQUAL 3
                 MOVE "USUARIO CANCELADO EM CAD-USU" TO MOTIVO-W
              END-IF
           END-IF.
           IF MOTIVO-W NOT EQUAL SPACES
              MOVE SPACES TO CHAVE-W
              MOVE "LIVRO " TO CHAVE-W(1:6)
              MOVE COD-LIV-EMP TO CHAVE-W(7:5)
              MOVE " EXEMPLAR " TO CHAVE-W(12:10)
              MOVE NR-EXE-EMP TO CHAVE-W(22:2)
              MOVE "USUARIO " TO REFER-W
              MOVE COD-USU-EMP TO REFER-W(9:4)
              PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LER-EMPRESTIMO.

       REGRA-TRVD.
           IF VEND-CARREGADO EQUAL "N"
              PERFORM CARREGA-VENDEDORES
           END-IF.
           IF VEND-OK EQUAL "N"
              MOVE "VENDMEST.DAT" TO ARQUIVO-W
              PERFORM MESTRE-AUSENTE
           ELSE
              OPEN INPUT CADCLITER
              IF WS-STATUS-TER NOT EQUAL "00"
                 MOVE "CAD-CLI.TER" TO ARQUIVO-W
                 PERFORM MOVIMENTO-AUSENTE
              ELSE
                 MOVE "N" TO FIM-ARQ
                 PERFORM LER-CARTEIRA
                 PERFORM CONFERE-TRVD UNTIL FIM-ARQ EQUAL "S"
                 CLOSE CADCLITER
              END-IF
           END-IF.

       LER-CARTEIRA.
           READ CADCLITER AT END MOVE "S" TO FIM-ARQ.

       CONFERE-TRVD.
           ADD 1 TO LIDOS-W.
           MOVE SPACES TO MOTIVO-W.
           IF NR-VEND-TER NOT EQUAL 0
              MOVE NR-VEND-TER TO VEND-INF
              PERFORM PESQUISA-VENDEDOR
              IF ACHEI EQUAL "N"
                 MOVE "VENDEDOR NAO CADASTRADO EM VENDMEST"
                      TO MOTIVO-W
              ELSE
                 IF TAB-SIT-VEND(IND-VEND) EQUAL "D"
                    MOVE "VENDEDOR DESLIGADO EM VENDMEST" TO MOTIVO-W
                 END-IF
              END-IF
           END-IF.
           IF MOTIVO-W NOT EQUAL SPACES
              MOVE SPACES TO CHAVE-W
              MOVE "CLIENTE " TO CHAVE-W(1:8)
              MOVE CODIGO-TER TO CHAVE-W(9:3)
              MOVE " " TO CHAVE-W(12:1)
              MOVE ESTADO-TER TO CHAVE-W(13:2)
              MOVE "VENDEDOR " TO REFER-W
              MOVE NR-VEND-TER TO REFER-W(10:5)
              PERFORM GRAVA-EXCECAO
           END-IF.
           PERFORM LER-CARTEIRA.

       MESTRE-AUSENTE.
           MOVE "N" TO SIT-W.
           DISPLAY ARQUIVO-W " NAO ENCONTRADO - REGRA " COD-W
                   " NAO VERIFICADA".
           MOVE SPACES TO MENSAGEM-W.
           MOVE ARQUIVO-W TO MENSAGEM-W(1:13).
           MOVE "AUSENTE - REGRA NAO VERIFICADA" TO MENSAGEM-W(15:30).
           PERFORM IMPRIME-MENSAGEM.

       MOVIMENTO-AUSENTE.
           DISPLAY ARQUIVO-W " NAO ENCONTRADO - SEM MOVIMENTO "
                   "PARA A REGRA " COD-W.
           MOVE SPACES TO MENSAGEM-W.
           MOVE ARQUIVO-W TO MENSAGEM-W(1:13).
           MOVE "AUSENTE - SEM MOVIMENTO A VERIFICAR"
                TO MENSAGEM-W(15:35).
           PERFORM IMPRIME-MENSAGEM.

       CARREGA-CLIENTES.
           MOVE "S" TO CLI-CARREGADO.
           MOVE ZEROES TO QTD-CLI.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST NOT EQUAL "00"
              MOVE "N" TO CLI-OK
           ELSE
              MOVE "S" TO CLI-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLIENTE
              PERFORM GUARDA-CLIENTE UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           END-IF.

       LER-CLIENTE.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CLIENTE.
           IF COD-CLI NOT EQUAL 99999 AND QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI TO TAB-COD-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-PRODUTOS.
           MOVE "S" TO PROD-CARREGADO.
           MOVE ZEROES TO QTD-PROD.
           OPEN INPUT PRODMEST.
           IF WS-STATUS-PROD NOT EQUAL "00"
              MOVE "N" TO PROD-OK
           ELSE
              MOVE "S" TO PROD-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-PRODUTO
              PERFORM GUARDA-PRODUTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PRODMEST
           END-IF.

       LER-PRODUTO.
           READ PRODMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PRODUTO.
           IF QTD-PROD LESS THAN 2000
              ADD 1 TO QTD-PROD
              MOVE COD-PROD TO TAB-COD-PROD(QTD-PROD)
           END-IF.
           PERFORM LER-PRODUTO.

       CARREGA-NOTAS.
           MOVE "S" TO NOTA-CARREGADO.
           MOVE ZEROES TO QTD-NOTA.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTA NOT EQUAL "00"
              MOVE "N" TO NOTA-OK
           ELSE
              MOVE "S" TO NOTA-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-NOTA
              PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTAS
           END-IF.

       LER-NOTA.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTA.
           IF QTD-NOTA LESS THAN 2000
              ADD 1 TO QTD-NOTA
              MOVE NR-NOTA TO TAB-NR-NOTA(QTD-NOTA)
           END-IF.
           PERFORM LER-NOTA.

       CARREGA-CADVEND.
           MOVE "S" TO CADV-CARREGADO.
           MOVE ZEROES TO QTD-CADV.
           OPEN INPUT CADVEND.
           IF WS-STATUS-CADV NOT EQUAL "00"
              MOVE "N" TO CADV-OK
           ELSE
              MOVE "S" TO CADV-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CADVEND
              PERFORM GUARDA-CADVEND UNTIL FIM-ARQ EQUAL "S"
              CLOSE CADVEND
           END-IF.

       LER-CADVEND.
           READ CADVEND AT END MOVE "S" TO FIM-ARQ.

       GUARDA-CADVEND.
           IF QTD-CADV LESS THAN 500
              ADD 1 TO QTD-CADV
              MOVE COD-VEND-ENT TO TAB-COD-CADV(QTD-CADV)
           END-IF.
           PERFORM LER-CADVEND.

       CARREGA-USUARIOS.
           MOVE "S" TO USU-CARREGADO.
           MOVE ZEROES TO QTD-USU.
           OPEN INPUT CAD-USU.
           IF WS-STATUS-USU NOT EQUAL "00"
              MOVE "N" TO USU-OK
           ELSE
              MOVE "S" TO USU-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-USUARIO
              PERFORM GUARDA-USUARIO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CAD-USU
           END-IF.

       LER-USUARIO.
           READ CAD-USU AT END MOVE "S" TO FIM-ARQ.

       GUARDA-USUARIO.
           IF QTD-USU LESS THAN 2000
              ADD 1 TO QTD-USU
              MOVE COD-USU TO TAB-COD-USU(QTD-USU)
              MOVE SIT-USU TO TAB-SIT-USU(QTD-USU)
           END-IF.
           PERFORM LER-USUARIO.

       CARREGA-VENDEDORES.
           MOVE "S" TO VEND-CARREGADO.
           MOVE ZEROES TO QTD-VEND.
           OPEN INPUT VENDMEST.
           IF WS-STATUS-VEND NOT EQUAL "00"
              MOVE "N" TO VEND-OK
           ELSE
              MOVE "S" TO VEND-OK
              MOVE "N" TO FIM-ARQ
              PERFORM LER-VENDEDOR
              PERFORM GUARDA-VENDEDOR UNTIL FIM-ARQ EQUAL "S"
              CLOSE VENDMEST
           END-IF.

       LER-VENDEDOR.
           READ VENDMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-VENDEDOR.
           IF QTD-VEND LESS THAN 500
              ADD 1 TO QTD-VEND
              MOVE NR-VEND-MEST  TO TAB-NR-VEND(QTD-VEND)
              MOVE SIT-VEND-MEST TO TAB-SIT-VEND(QTD-VEND)
           END-IF.
           PERFORM LER-VENDEDOR.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL CLI-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN QTD-PROD
                   OR ACHEI EQUAL "S".

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL PROD-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       PESQUISA-NOTA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-NOTA.
           PERFORM TESTA-NOTA UNTIL IND-NOTA GREATER THAN QTD-NOTA
                   OR ACHEI EQUAL "S".

       TESTA-NOTA.
           IF TAB-NR-NOTA(IND-NOTA) EQUAL NOTA-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-NOTA.

       PESQUISA-CADVEND.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CADV.
           PERFORM TESTA-CADVEND UNTIL IND-CADV GREATER THAN QTD-CADV
                   OR ACHEI EQUAL "S".

       TESTA-CADVEND.
           IF TAB-COD-CADV(IND-CADV) EQUAL VEND-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CADV.

       PESQUISA-USUARIO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-USU.
           PERFORM TESTA-USUARIO UNTIL IND-USU GREATER THAN QTD-USU
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-USU
           END-IF.

       TESTA-USUARIO.
           IF TAB-COD-USU(IND-USU) EQUAL USU-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-USU.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN QTD-VEND
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-VEND
           END-IF.

       TESTA-VENDEDOR.
           IF TAB-NR-VEND(IND-VEND) EQUAL VEND-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       GRAVA-EXCECAO.
           ADD 1 TO EXCEC-W.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE COD-W    TO COD-REL.
           MOVE LIDOS-W  TO REGISTRO-REL.
           MOVE CHAVE-W  TO CHAVE-REL.
           MOVE REFER-W  TO REFER-REL.
           MOVE MOTIVO-W TO MOTIVO-REL.
           WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       IMPRIME-TITULO-REGRA.
           IF CT-LIN GREATER THAN 35
              PERFORM CABECALHO
           END-IF.
           MOVE COD-W   TO COD-TREL.
           MOVE DESCR-W TO DESCR-TREL.
           IF CRITICA-W EQUAL "S"
              MOVE "SIM" TO CRITICA-TREL
           ELSE
              MOVE "NAO" TO CRITICA-TREL
           END-IF.
           WRITE REG-ATR FROM TITULO-REGRA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMPRIME-MENSAGEM.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO
           END-IF.
           MOVE MENSAGEM-W TO MENSAGEM-REL.
           WRITE REG-ATR FROM LINHA-MENSAGEM AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       IMPRIME-RESUMO.
           PERFORM CABECALHO-RESUMO.
           MOVE 1 TO IND-REGRA.
           PERFORM IMPRIME-LINHA-RESUMO UNTIL IND-REGRA GREATER THAN
                   QTD-REGRA.
           MOVE TOT-EXCEC TO TOT-EXCEC-RES.
           WRITE REG-ATR FROM TOTAL-RES AFTER ADVANCING 2 LINES.
           MOVE QTD-FALHA-CRIT TO FALHA-CRIT-RES.
           IF QTD-FALHA-CRIT EQUAL 0
              MOVE "CADEIA LIBERADA" TO RESULTADO-RES
           ELSE
              MOVE "CADEIA BLOQUEADA" TO RESULTADO-RES
           END-IF.
           WRITE REG-ATR FROM FALHA-RES AFTER ADVANCING 1 LINE.

       IMPRIME-LINHA-RESUMO.
           IF CT-LIN GREATER THAN 38
              PERFORM CABECALHO-RESUMO
           END-IF.
           MOVE TAB-COD-REGRA(IND-REGRA)   TO COD-RES.
           MOVE TAB-DESCR-REGRA(IND-REGRA) TO DESCR-RES.
           IF TAB-CRITICA-REGRA(IND-REGRA) EQUAL "S"
              MOVE "SIM" TO CRITICA-RES
           ELSE
              MOVE "NAO" TO CRITICA-RES
           END-IF.
           MOVE TAB-LIDOS-REGRA(IND-REGRA) TO LIDOS-RES.
           MOVE TAB-EXCEC-REGRA(IND-REGRA) TO EXCEC-RES.
           EVALUATE TAB-SIT-REGRA(IND-REGRA)
              WHEN "N" MOVE "NAO VERIFICADA" TO SIT-RES
              WHEN "D" MOVE "DESCONHECIDA" TO SIT-RES
              WHEN OTHER
                 IF TAB-EXCEC-REGRA(IND-REGRA) EQUAL 0
                    MOVE "OK" TO SIT-RES
                 ELSE
                    MOVE "COM EXCECOES" TO SIT-RES
                 END-IF
           END-EVALUATE.
           WRITE REG-ATR FROM DETALHE-RES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO IND-REGRA.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       CABECALHO-RESUMO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02-RES AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03-RES AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       GRAVA-RUNLOG.
           OPEN EXTEND RUNLOG.
           IF WS-STATUS-LOG EQUAL "35"
              OPEN OUTPUT RUNLOG
           END-IF.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE  TO DATA-LOG.
           MOVE HORA-AGORA TO HORA-LOG.
           MOVE "INTEGREF" TO JOB-LOG.
           MOVE EVENTO-WS  TO EVENTO-LOG.
           MOVE DETALHE-WS TO DETALHE-LOG.
           WRITE REG-LOG.
           CLOSE RUNLOG.
