       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SACMANUT.
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
           SELECT CAD-SAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NR-SAC
           FILE STATUS IS WS-STATUS-SAC.
           SELECT SACHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT PRODMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PROD.
           SELECT VENDMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VEND.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.

       DATA DIVISION.
       FILE SECTION.

       FD CAD-SAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SACMEST.IDX".
       01 REG-SAC.
           02 NR-SAC         PIC 9(06).
           02 COD-CLI-SAC    PIC 9(05).
           02 NR-NOTA-SAC    PIC 9(04).
           02 COD-PROD-SAC   PIC 9(04).
           02 CATEG-SAC      PIC X(02).
               88 SAC-DEVOLUCAO VALUE "DV".
           02 PRIOR-SAC      PIC 9(01).
           02 CANAL-SAC      PIC X(01).
           02 DATA-ABERT-SAC PIC 9(08).
           02 RESP-SAC       PIC X(20).
           02 SIT-SAC        PIC X(01).
               88 SAC-ABERTO     VALUE "A".
               88 SAC-ANDAMENTO  VALUE "E".
               88 SAC-AGUARDANDO VALUE "P".
               88 SAC-ENCERRADO  VALUE "F".
           02 DATA-SIT-SAC   PIC 9(08).
           02 DATA-ENC-SAC   PIC 9(08).
           02 ASSUNTO-SAC    PIC X(50).
           02 OPER-SAC       PIC X(04).
           02 VALOR-DEV-SAC  PIC 9(07)V99.

       FD SACHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SACHIST.DAT".
       01 REG-HIST.
           02 NR-SAC-HIST   PIC 9(06).
           02 DATA-HIST     PIC 9(08).
           02 HORA-HIST     PIC 9(08).
           02 SIT-ANT-HIST  PIC X(01).
           02 SIT-NOVA-HIST PIC X(01).
           02 RESP-HIST     PIC X(20).
           02 OPER-HIST     PIC X(04).
           02 OBS-HIST      PIC X(40).

       FD CLIMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.DAT".
       01 REG-CLI.
           02 COD-CLI    PIC 9(05).
           02 CPF-CLI    PIC 9(11).
           02 NOME-CLI   PIC X(30).
           02 ESTADO-CLI PIC X(02).
           02 FILLER     PIC X(301).

       FD NOTAS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTAS.DAT".
       01 REG-NOTA.
           02 NR-NOTA       PIC 9(04).
           02 NR-VEND-NOTA  PIC 9(05).
           02 UF-NOTA       PIC X(02).
           02 DATA-NOTA     PIC 9(08).
           02 VALOR-NOTA    PIC 9(07)V99.
           02 ICMS-NOTA     PIC 9(07)V99.
           02 COD-CLI-NOTA  PIC 9(05).
           02 SIT-NOTA      PIC X(01).
           02 COND-NOTA     PIC 9(02).

       FD PRODMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PRODMEST.DAT".
       01 REG-PROD.
           02 COD-PROD   PIC 9(04).
           02 DESCR-PROD PIC X(30).
           02 FILLER     PIC X(41).

       FD VENDMEST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDMEST.DAT".
       01 REG-VEND.
           02 NR-VEND-MEST   PIC 9(05).
           02 NOME-VEND-MEST PIC X(20).
           02 UF-VEND-MEST   PIC X(02).
           02 SIT-VEND-MEST  PIC X(01).

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

       WORKING-STORAGE SECTION.
           77 FIM-ARQ        PIC X(01) VALUE "N".
           77 OPCAO          PIC 9(01) VALUE 0.
           77 WS-STATUS-SAC  PIC X(02).
           77 WS-STATUS-HIST PIC X(02).
           77 WS-STATUS-MEST PIC X(02).
           77 WS-STATUS-NOTA PIC X(02).
           77 WS-STATUS-PROD PIC X(02).
           77 WS-STATUS-VEND PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 CH-ERRO        PIC X(01) VALUE "N".
           77 CONFIRMA       PIC X(01) VALUE "N".
           77 ACHEI          PIC X(01) VALUE "N".
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 HORA-AGORA     PIC 9(08) VALUE ZEROES.
           77 MAIOR-NR       PIC 9(06) VALUE ZEROES.
           77 NR-INF         PIC 9(06) VALUE ZEROES.
           77 CLI-INF        PIC 9(05) VALUE ZEROES.
           77 NOTA-INF       PIC 9(04) VALUE ZEROES.
           77 PROD-INF       PIC 9(04) VALUE ZEROES.
           77 CATEG-INF      PIC X(02) VALUE SPACES.
           77 PRIOR-INF      PIC 9(01) VALUE ZEROES.
           77 CANAL-INF      PIC X(01) VALUE SPACES.
           77 RESP-INF       PIC X(20) VALUE SPACES.
           77 SIT-INF        PIC X(01) VALUE SPACES.
           77 ASSUNTO-INF    PIC X(50) VALUE SPACES.
           77 OBS-INF        PIC X(40) VALUE SPACES.
           77 QTD-DEV-INF    PIC 9(04) VALUE ZEROES.
           77 VALOR-DEV-INF  PIC 9(07)V99 VALUE ZEROES.
           77 SIT-ANTERIOR   PIC X(01) VALUE SPACES.
           77 SIT-TEXTO      PIC X(12) VALUE SPACES.
           77 QTD-CLI        PIC 9(04) VALUE ZEROES.
           77 IND-CLI        PIC 9(04) VALUE ZEROES.
           77 QTD-NOTA       PIC 9(04) VALUE ZEROES.
           77 IND-NOTA       PIC 9(04) VALUE ZEROES.
           77 QTD-PROD       PIC 9(04) VALUE ZEROES.
           77 IND-PROD       PIC 9(04) VALUE ZEROES.
           77 QTD-VEND       PIC 9(03) VALUE ZEROES.
           77 IND-VEND       PIC 9(03) VALUE ZEROES.
           77 IND-CATEG      PIC 9(01) VALUE ZEROES.
           77 IND-BUSCA      PIC 9(01) VALUE ZEROES.
           77 DIAS-PRAZO     PIC 9(03) VALUE ZEROES.
           77 DATA-PRAZO     PIC 9(08) VALUE ZEROES.
           77 RESULTADO-SOMA PIC X(02) VALUE SPACES.
           77 VALOR-EDITADO  PIC Z.ZZZ.ZZ9,99.
           77 PROGRAMA-W     PIC X(08) VALUE "SACMANUT".
           77 OPERADOR       PIC X(04) VALUE SPACES.
           77 NOME-OPERADOR  PIC X(30) VALUE SPACES.
           77 PERFIL-OPERADOR PIC X(01) VALUE SPACES.
           77 RESULTADO-SIGN PIC X(02) VALUE SPACES.
           77 FUNCAO-W       PIC X(10) VALUE SPACES.
           77 CHAVE-W        PIC X(10) VALUE SPACES.
           77 CT-HIST        PIC 9(04) VALUE ZEROES.

       01 TABELA-CATEGORIAS.
           02 FILLER PIC X(21) VALUE "RCRECLAMACAO   020510".
           02 FILLER PIC X(21) VALUE "DVDEVOLUCAO    030710".
           02 FILLER PIC X(21) VALUE "TRTROCA/GARANT 030715".
           02 FILLER PIC X(21) VALUE "ENENTREGA      010305".
           02 FILLER PIC X(21) VALUE "DUDUVIDA/INFO  010205".
       01 TABELA-CATEGORIAS-RED REDEFINES TABELA-CATEGORIAS.
           02 TAB-CATEG OCCURS 5 TIMES.
               03 TAB-COD-CATEG   PIC X(02).
               03 TAB-DESCR-CATEG PIC X(13).
               03 TAB-SLA-CATEG   PIC 9(02) OCCURS 3 TIMES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI    PIC 9(05).
               03 TAB-NOME-CLI   PIC X(30).
               03 TAB-ESTADO-CLI PIC X(02).

       01 TABELA-NOTAS.
           02 TAB-NOTA OCCURS 2000 TIMES.
               03 TAB-NR-NOTA    PIC 9(04).
               03 TAB-VEND-NOTA  PIC 9(05).
               03 TAB-UF-NOTA    PIC X(02).
               03 TAB-VALOR-NOTA PIC 9(07)V99.
               03 TAB-CLI-NOTA   PIC 9(05).

       01 TABELA-PRODUTOS.
           02 TAB-PROD OCCURS 2000 TIMES.
               03 TAB-COD-PROD   PIC 9(04).
               03 TAB-DESCR-PROD PIC X(30).

       01 TABELA-VENDEDORES.
           02 TAB-VEND OCCURS 500 TIMES.
               03 TAB-NR-VEND   PIC 9(05).
               03 TAB-NOME-VEND PIC X(20).

       PROCEDURE DIVISION.
       PGM-SACMANUT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           IF RESULTADO-SIGN NOT EQUAL "00"
              DISPLAY "ACESSO NAO AUTORIZADO - ENCERRANDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CARREGA-CLIENTES.
           PERFORM CARREGA-NOTAS.
           PERFORM CARREGA-PRODUTOS.
           PERFORM CARREGA-VENDEDORES.
           OPEN I-O CAD-SAC.
           IF WS-STATUS-SAC EQUAL "35"
              CLOSE CAD-SAC
              OPEN OUTPUT CAD-SAC
              CLOSE CAD-SAC
              OPEN I-O CAD-SAC
           END-IF.
           IF WS-STATUS-SAC NOT EQUAL "00"
              DISPLAY "ERRO AO ABRIR SACMEST.IDX - STATUS "
                      WS-STATUS-SAC
           ELSE
              PERFORM APURA-ULTIMO-NUMERO
              PERFORM EXIBE-MENU
              PERFORM TRATA-OPCAO UNTIL OPCAO EQUAL 9
              CLOSE CAD-SAC
           END-IF.
           STOP RUN.

       CARREGA-CLIENTES.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST NOT EQUAL "00"
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
              MOVE NOME-CLI   TO TAB-NOME-CLI(QTD-CLI)
              MOVE ESTADO-CLI TO TAB-ESTADO-CLI(QTD-CLI)
           END-IF.
           PERFORM LER-CLIENTE.

       CARREGA-NOTAS.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTA EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-NOTA
              PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTAS
           ELSE
              DISPLAY "NOTAS.DAT AUSENTE - CHAMADOS SEM VINCULO "
                      "COM NOTA"
           END-IF.

       LER-NOTA.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       GUARDA-NOTA.
           IF QTD-NOTA LESS THAN 2000
              ADD 1 TO QTD-NOTA
              MOVE NR-NOTA      TO TAB-NR-NOTA(QTD-NOTA)
              MOVE NR-VEND-NOTA TO TAB-VEND-NOTA(QTD-NOTA)
              MOVE UF-NOTA      TO TAB-UF-NOTA(QTD-NOTA)
              MOVE VALOR-NOTA   TO TAB-VALOR-NOTA(QTD-NOTA)
              MOVE COD-CLI-NOTA TO TAB-CLI-NOTA(QTD-NOTA)
           END-IF.
           PERFORM LER-NOTA.

       CARREGA-PRODUTOS.
           OPEN INPUT PRODMEST.
           IF WS-STATUS-PROD EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-PRODUTO
              PERFORM GUARDA-PRODUTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE PRODMEST
           ELSE
              DISPLAY "PRODMEST.DAT AUSENTE - PRODUTO NAO CONFERIDO"
           END-IF.

       LER-PRODUTO.
           READ PRODMEST AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PRODUTO.
           IF QTD-PROD LESS THAN 2000
              ADD 1 TO QTD-PROD
              MOVE COD-PROD   TO TAB-COD-PROD(QTD-PROD)
              MOVE DESCR-PROD TO TAB-DESCR-PROD(QTD-PROD)
           END-IF.
           PERFORM LER-PRODUTO.

       CARREGA-VENDEDORES.
           OPEN INPUT VENDMEST.
           IF WS-STATUS-VEND EQUAL "00"
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
              MOVE NR-VEND-MEST   TO TAB-NR-VEND(QTD-VEND)
              MOVE NOME-VEND-MEST TO TAB-NOME-VEND(QTD-VEND)
           END-IF.
           PERFORM LER-VENDEDOR.

       APURA-ULTIMO-NUMERO.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-PROXIMO.
           PERFORM GUARDA-NUMERO UNTIL FIM-ARQ EQUAL "S".

       LER-PROXIMO.
           READ CAD-SAC NEXT
               AT END MOVE "S" TO FIM-ARQ
           END-READ.

       GUARDA-NUMERO.
           IF NR-SAC GREATER THAN MAIOR-NR
              MOVE NR-SAC TO MAIOR-NR
           END-IF.
           PERFORM LER-PROXIMO.

       EXIBE-MENU.
           DISPLAY "==========================================".
           DISPLAY "  SAC - CHAMADOS DE ATENDIMENTO A CLIENTES".
           DISPLAY "==========================================".
           DISPLAY " 1 - CONSULTAR CHAMADO".
           IF PERFIL-OPERADOR EQUAL "O" OR PERFIL-OPERADOR EQUAL "A"
              DISPLAY " 2 - ABRIR CHAMADO"
              DISPLAY " 3 - ATUALIZAR CHAMADO"
              DISPLAY " 4 - ENCERRAR CHAMADO"
           END-IF.
           DISPLAY " 9 - SAIR".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
           ACCEPT OPCAO.

       TRATA-OPCAO.
           EVALUATE OPCAO
              WHEN 1 PERFORM CONSULTA
              WHEN 2 IF PERFIL-OPERADOR EQUAL "O" OR
                        PERFIL-OPERADOR EQUAL "A"
                        PERFORM ABERTURA
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 3 IF PERFIL-OPERADOR EQUAL "O" OR
                        PERFIL-OPERADOR EQUAL "A"
                        PERFORM ATUALIZACAO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 4 IF PERFIL-OPERADOR EQUAL "O" OR
                        PERFIL-OPERADOR EQUAL "A"
                        PERFORM ENCERRAMENTO
                     ELSE
                        PERFORM RECUSA-PERFIL
                     END-IF
              WHEN 9 DISPLAY "ENCERRANDO."
              WHEN OTHER DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           IF OPCAO NOT EQUAL 9
              PERFORM EXIBE-MENU
           END-IF.

       RECUSA-PERFIL.
           DISPLAY "FUNCAO NAO AUTORIZADA PARA O PERFIL DO "
                   "OPERADOR.".
           MOVE "RECUSADO" TO FUNCAO-W.
           MOVE SPACES TO CHAVE-W.
           PERFORM AUDITA-ACAO.

       AUDITA-ACAO.
           CALL "OPERAUD" USING OPERADOR PROGRAMA-W
                                FUNCAO-W CHAVE-W.

       AUDITA-CHAVE.
           MOVE SPACES TO CHAVE-W.
           MOVE NR-SAC TO CHAVE-W(1:6).
           PERFORM AUDITA-ACAO.

       PEDE-NUMERO.
           DISPLAY "NUMERO DO CHAMADO: " WITH NO ADVANCING.
           ACCEPT NR-INF.

       LE-CHAMADO.
           MOVE NR-INF TO NR-SAC.
           READ CAD-SAC.

       CONSULTA.
           PERFORM PEDE-NUMERO.
           PERFORM LE-CHAMADO.
           IF WS-STATUS-SAC EQUAL "00"
              PERFORM MOSTRA-CHAMADO
              PERFORM MOSTRA-HISTORICO
              MOVE "CONSULTA" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           ELSE
              DISPLAY "CHAMADO NAO ENCONTRADO."
           END-IF.

       MOSTRA-CHAMADO.
           EVALUATE TRUE
              WHEN SAC-ABERTO     MOVE "ABERTO"      TO SIT-TEXTO
              WHEN SAC-ANDAMENTO  MOVE "EM ANDAMENTO" TO SIT-TEXTO
              WHEN SAC-AGUARDANDO MOVE "AGUARD. CLI." TO SIT-TEXTO
              WHEN SAC-ENCERRADO  MOVE "ENCERRADO"   TO SIT-TEXTO
              WHEN OTHER          MOVE "DESCONHEC."  TO SIT-TEXTO
           END-EVALUATE.
           MOVE COD-CLI-SAC TO CLI-INF.
           PERFORM PESQUISA-CLIENTE.
           MOVE CATEG-SAC TO CATEG-INF.
           PERFORM PESQUISA-CATEGORIA.
           DISPLAY "CHAMADO   : " NR-SAC "  SITUACAO: " SIT-TEXTO.
           IF ACHEI EQUAL "S"
              DISPLAY "CLIENTE   : " COD-CLI-SAC " "
                      TAB-NOME-CLI(IND-CLI)
           ELSE
              DISPLAY "CLIENTE   : " COD-CLI-SAC
                      " NAO CADASTRADO"
           END-IF.
           IF NR-NOTA-SAC NOT EQUAL ZEROES
              DISPLAY "NOTA      : " NR-NOTA-SAC
           END-IF.
           IF COD-PROD-SAC NOT EQUAL ZEROES
              DISPLAY "PRODUTO   : " COD-PROD-SAC
           END-IF.
           IF IND-CATEG NOT EQUAL ZEROES
              DISPLAY "CATEGORIA : " CATEG-SAC " "
                      TAB-DESCR-CATEG(IND-CATEG)
                      "  PRIORIDADE: " PRIOR-SAC
           ELSE
              DISPLAY "CATEGORIA : " CATEG-SAC
                      "  PRIORIDADE: " PRIOR-SAC
           END-IF.
           DISPLAY "ABERTURA  : " DATA-ABERT-SAC(7:2) "/"
                   DATA-ABERT-SAC(5:2) "/" DATA-ABERT-SAC(1:4)
                   "  CANAL: " CANAL-SAC.
           DISPLAY "RESPONSAV.: " RESP-SAC.
           DISPLAY "ASSUNTO   : " ASSUNTO-SAC.
           IF SAC-ENCERRADO
              DISPLAY "ENCERRADO : " DATA-ENC-SAC(7:2) "/"
                      DATA-ENC-SAC(5:2) "/" DATA-ENC-SAC(1:4)
              IF VALOR-DEV-SAC GREATER THAN ZEROES
                 MOVE VALOR-DEV-SAC TO VALOR-EDITADO
                 DISPLAY "DEVOLUCAO : R$ " VALOR-EDITADO
              END-IF
           END-IF.

       MOSTRA-HISTORICO.
           MOVE ZEROES TO CT-HIST.
           OPEN INPUT SACHIST.
           IF WS-STATUS-HIST EQUAL "00"
              MOVE "N" TO FIM-ARQ
              PERFORM LER-HISTORICO
              PERFORM EXIBE-HISTORICO UNTIL FIM-ARQ EQUAL "S"
              CLOSE SACHIST
           END-IF.
           IF CT-HIST EQUAL ZEROES
              DISPLAY "SEM HISTORICO REGISTRADO."
           END-IF.

       LER-HISTORICO.
           READ SACHIST AT END MOVE "S" TO FIM-ARQ.

       EXIBE-HISTORICO.
           IF NR-SAC-HIST EQUAL NR-SAC
              ADD 1 TO CT-HIST
              DISPLAY "  " DATA-HIST(7:2) "/" DATA-HIST(5:2) "/"
                      DATA-HIST(1:4) " " SIT-ANT-HIST ">"
                      SIT-NOVA-HIST " " RESP-HIST " " OBS-HIST
           END-IF.
           PERFORM LER-HISTORICO.

       ABERTURA.
           MOVE "N" TO CH-ERRO.
           PERFORM PEDE-CLIENTE.
           IF CH-ERRO EQUAL "N"
              PERFORM PEDE-NOTA
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PEDE-PRODUTO
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM PEDE-DADOS-ABERTURA
              PERFORM VALIDA-DADOS-ABERTURA
           END-IF.
           IF CH-ERRO EQUAL "N"
              PERFORM GRAVA-ABERTURA
           END-IF.

       PEDE-CLIENTE.
           DISPLAY "CODIGO DO CLIENTE: " WITH NO ADVANCING.
           ACCEPT CLI-INF.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "N"
              MOVE "S" TO CH-ERRO
              DISPLAY "CLIENTE NAO CADASTRADO."
           ELSE
              DISPLAY "CLIENTE: " TAB-NOME-CLI(IND-CLI)
           END-IF.

       PEDE-NOTA.
           DISPLAY "NOTA FISCAL (0 = SEM NOTA): " WITH NO ADVANCING.
           ACCEPT NOTA-INF.
           IF NOTA-INF NOT EQUAL ZEROES
              PERFORM PESQUISA-NOTA
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "NOTA FISCAL NAO CADASTRADA."
              ELSE
                 IF TAB-CLI-NOTA(IND-NOTA) NOT EQUAL CLI-INF
                    MOVE "S" TO CH-ERRO
                    DISPLAY "NOTA FISCAL DE OUTRO CLIENTE."
                 END-IF
              END-IF
           END-IF.

       PEDE-PRODUTO.
           DISPLAY "PRODUTO (0 = NAO SE APLICA): " WITH NO ADVANCING.
           ACCEPT PROD-INF.
           IF PROD-INF NOT EQUAL ZEROES AND QTD-PROD GREATER THAN 0
              PERFORM PESQUISA-PRODUTO
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "PRODUTO NAO CADASTRADO."
              ELSE
                 DISPLAY "PRODUTO: " TAB-DESCR-PROD(IND-PROD)
              END-IF
           END-IF.

       PEDE-DADOS-ABERTURA.
           DISPLAY "CATEGORIA (RC=RECLAMACAO DV=DEVOLUCAO "
                   "TR=TROCA/GARANTIA EN=ENTREGA DU=DUVIDA): "
                   WITH NO ADVANCING.
           ACCEPT CATEG-INF.
           DISPLAY "PRIORIDADE (1=ALTA 2=MEDIA 3=BAIXA): "
                   WITH NO ADVANCING.
           ACCEPT PRIOR-INF.
           DISPLAY "CANAL (T=TELEFONE E=E-MAIL): " WITH NO ADVANCING.
           ACCEPT CANAL-INF.
           DISPLAY "RESPONSAVEL: " WITH NO ADVANCING.
           ACCEPT RESP-INF.
           DISPLAY "ASSUNTO: " WITH NO ADVANCING.
           ACCEPT ASSUNTO-INF.

       VALIDA-DADOS-ABERTURA.
           PERFORM PESQUISA-CATEGORIA.
           IF IND-CATEG EQUAL ZEROES
              MOVE "S" TO CH-ERRO
              DISPLAY "CATEGORIA INVALIDA."
           END-IF.
           IF PRIOR-INF LESS THAN 1 OR PRIOR-INF GREATER THAN 3
              MOVE "S" TO CH-ERRO
              DISPLAY "PRIORIDADE INVALIDA."
           END-IF.
           IF CANAL-INF NOT EQUAL "T" AND CANAL-INF NOT EQUAL "E"
              MOVE "S" TO CH-ERRO
              DISPLAY "CANAL INVALIDO."
           END-IF.
           IF RESP-INF EQUAL SPACES
              MOVE "S" TO CH-ERRO
              DISPLAY "RESPONSAVEL NAO INFORMADO."
           END-IF.
           IF ASSUNTO-INF EQUAL SPACES
              MOVE "S" TO CH-ERRO
              DISPLAY "ASSUNTO NAO INFORMADO."
           END-IF.

       GRAVA-ABERTURA.
           ADD 1 TO MAIOR-NR.
           MOVE MAIOR-NR    TO NR-SAC.
           MOVE CLI-INF     TO COD-CLI-SAC.
           MOVE NOTA-INF    TO NR-NOTA-SAC.
           MOVE PROD-INF    TO COD-PROD-SAC.
           MOVE CATEG-INF   TO CATEG-SAC.
           MOVE PRIOR-INF   TO PRIOR-SAC.
           MOVE CANAL-INF   TO CANAL-SAC.
           MOVE DATA-HOJE   TO DATA-ABERT-SAC.
           MOVE RESP-INF    TO RESP-SAC.
           MOVE "A"         TO SIT-SAC.
           MOVE DATA-HOJE   TO DATA-SIT-SAC.
           MOVE ZEROES      TO DATA-ENC-SAC.
           MOVE ASSUNTO-INF TO ASSUNTO-SAC.
           MOVE OPERADOR    TO OPER-SAC.
           MOVE ZEROES      TO VALOR-DEV-SAC.
           WRITE REG-SAC.
           IF WS-STATUS-SAC EQUAL "00"
              MOVE SPACES TO SIT-ANTERIOR
              MOVE "ABERTURA DO CHAMADO" TO OBS-INF
              PERFORM GRAVA-HISTORICO
              MOVE TAB-SLA-CATEG(IND-CATEG PRIOR-INF) TO DIAS-PRAZO
              CALL "DATASOMA" USING DATA-HOJE DIAS-PRAZO
                                    DATA-PRAZO RESULTADO-SOMA
              DISPLAY "CHAMADO " NR-SAC " ABERTO - PRAZO DE "
                      "ATENDIMENTO ATE " DATA-PRAZO(7:2) "/"
                      DATA-PRAZO(5:2) "/" DATA-PRAZO(1:4)
              MOVE "ABERTURA" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           ELSE
              SUBTRACT 1 FROM MAIOR-NR
              DISPLAY "ERRO NA ABERTURA - STATUS " WS-STATUS-SAC
           END-IF.

       ATUALIZACAO.
           PERFORM PEDE-NUMERO.
           PERFORM LE-CHAMADO.
           IF WS-STATUS-SAC NOT EQUAL "00"
              DISPLAY "CHAMADO NAO ENCONTRADO."
           ELSE
              IF SAC-ENCERRADO
                 DISPLAY "CHAMADO JA ENCERRADO."
              ELSE
                 PERFORM MOSTRA-CHAMADO
                 PERFORM PEDE-DADOS-ATUALIZACAO
                 PERFORM VALIDA-DADOS-ATUALIZACAO
                 IF CH-ERRO EQUAL "N"
                    PERFORM GRAVA-ATUALIZACAO
                 END-IF
              END-IF
           END-IF.

       PEDE-DADOS-ATUALIZACAO.
           DISPLAY "NOVA SITUACAO (A=ABERTO E=EM ANDAMENTO "
                   "P=AGUARDANDO CLIENTE, BRANCO MANTEM): "
                   WITH NO ADVANCING.
           ACCEPT SIT-INF.
           DISPLAY "NOVO RESPONSAVEL (BRANCO MANTEM): "
                   WITH NO ADVANCING.
           ACCEPT RESP-INF.
           DISPLAY "NOVA PRIORIDADE (0 MANTEM): " WITH NO ADVANCING.
           ACCEPT PRIOR-INF.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING.
           ACCEPT OBS-INF.

       VALIDA-DADOS-ATUALIZACAO.
           MOVE "N" TO CH-ERRO.
           IF SIT-INF NOT EQUAL SPACES AND SIT-INF NOT EQUAL "A"
              AND SIT-INF NOT EQUAL "E" AND SIT-INF NOT EQUAL "P"
              MOVE "S" TO CH-ERRO
              DISPLAY "SITUACAO INVALIDA - PARA ENCERRAR USE A "
                      "OPCAO 4."
           END-IF.
           IF PRIOR-INF GREATER THAN 3
              MOVE "S" TO CH-ERRO
              DISPLAY "PRIORIDADE INVALIDA."
           END-IF.
           IF SIT-INF EQUAL SPACES AND RESP-INF EQUAL SPACES AND
              PRIOR-INF EQUAL ZEROES AND OBS-INF EQUAL SPACES
              MOVE "S" TO CH-ERRO
              DISPLAY "NENHUMA ALTERACAO INFORMADA."
           END-IF.

       GRAVA-ATUALIZACAO.
           MOVE SIT-SAC TO SIT-ANTERIOR.
           IF SIT-INF NOT EQUAL SPACES AND SIT-INF NOT EQUAL SIT-SAC
              MOVE SIT-INF   TO SIT-SAC
              MOVE DATA-HOJE TO DATA-SIT-SAC
           END-IF.
           IF RESP-INF NOT EQUAL SPACES
              MOVE RESP-INF TO RESP-SAC
           END-IF.
           IF PRIOR-INF NOT EQUAL ZEROES
              MOVE PRIOR-INF TO PRIOR-SAC
           END-IF.
           REWRITE REG-SAC.
           IF WS-STATUS-SAC EQUAL "00"
              PERFORM GRAVA-HISTORICO
              DISPLAY "CHAMADO ATUALIZADO."
              MOVE "ALTERACAO" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           ELSE
              DISPLAY "ERRO NA ATUALIZACAO - STATUS " WS-STATUS-SAC
           END-IF.

       ENCERRAMENTO.
           PERFORM PEDE-NUMERO.
           PERFORM LE-CHAMADO.
           IF WS-STATUS-SAC NOT EQUAL "00"
              DISPLAY "CHAMADO NAO ENCONTRADO."
           ELSE
              IF SAC-ENCERRADO
                 DISPLAY "CHAMADO JA ENCERRADO."
              ELSE
                 PERFORM MOSTRA-CHAMADO
                 PERFORM CONFIRMA-ENCERRAMENTO
              END-IF
           END-IF.

       CONFIRMA-ENCERRAMENTO.
           DISPLAY "SOLUCAO APLICADA: " WITH NO ADVANCING.
           ACCEPT OBS-INF.
           MOVE "N" TO CH-ERRO.
           MOVE ZEROES TO VALOR-DEV-INF.
           IF OBS-INF EQUAL SPACES
              MOVE "S" TO CH-ERRO
              DISPLAY "SOLUCAO NAO INFORMADA."
           END-IF.
           IF CH-ERRO EQUAL "N" AND SAC-DEVOLUCAO
              DISPLAY "LANCAR A DEVOLUCAO DE VENDA (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM PEDE-DEVOLUCAO
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "CONFIRMA ENCERRAMENTO (S/N)? "
                      WITH NO ADVANCING
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S" OR CONFIRMA EQUAL "s"
                 PERFORM GRAVA-ENCERRAMENTO
              ELSE
                 DISPLAY "ENCERRAMENTO ABANDONADO."
              END-IF
           END-IF.

       PEDE-DEVOLUCAO.
           IF NR-NOTA-SAC EQUAL ZEROES
              MOVE "S" TO CH-ERRO
              DISPLAY "DEVOLUCAO EXIGE NOTA FISCAL NO CHAMADO."
           ELSE
              MOVE NR-NOTA-SAC TO NOTA-INF
              PERFORM PESQUISA-NOTA
              IF ACHEI EQUAL "N"
                 MOVE "S" TO CH-ERRO
                 DISPLAY "NOTA FISCAL NAO CADASTRADA."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              IF COD-PROD-SAC NOT EQUAL ZEROES
                 MOVE COD-PROD-SAC TO PROD-INF
              ELSE
                 DISPLAY "PRODUTO DEVOLVIDO: " WITH NO ADVANCING
                 ACCEPT PROD-INF
                 IF PROD-INF EQUAL ZEROES
                    MOVE "S" TO CH-ERRO
                    DISPLAY "PRODUTO NAO INFORMADO."
                 ELSE
                    IF QTD-PROD GREATER THAN 0
                       PERFORM PESQUISA-PRODUTO
                       IF ACHEI EQUAL "N"
                          MOVE "S" TO CH-ERRO
                          DISPLAY "PRODUTO NAO CADASTRADO."
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N"
              DISPLAY "QUANTIDADE DEVOLVIDA: " WITH NO ADVANCING
              ACCEPT QTD-DEV-INF
              DISPLAY "VALOR DA DEVOLUCAO (9999999,99): "
                      WITH NO ADVANCING
              ACCEPT VALOR-DEV-INF
              IF QTD-DEV-INF EQUAL ZEROES
                 MOVE "S" TO CH-ERRO
                 DISPLAY "QUANTIDADE INVALIDA."
              END-IF
              IF VALOR-DEV-INF EQUAL ZEROES
                 MOVE "S" TO CH-ERRO
                 DISPLAY "VALOR INVALIDO."
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "N" AND NR-NOTA-SAC NOT EQUAL ZEROES
              MOVE NR-NOTA-SAC TO NOTA-INF
              PERFORM PESQUISA-NOTA
              IF ACHEI EQUAL "S"
                 IF VALOR-DEV-INF GREATER THAN
                    TAB-VALOR-NOTA(IND-NOTA)
                    MOVE "S" TO CH-ERRO
                    DISPLAY "VALOR ACIMA DO VALOR DA NOTA."
                 END-IF
              END-IF
           END-IF.
           IF CH-ERRO EQUAL "S"
              DISPLAY "DEVOLUCAO NAO LANCADA - CHAMADO MANTIDO."
           END-IF.

       GRAVA-ENCERRAMENTO.
           MOVE SIT-SAC TO SIT-ANTERIOR.
           MOVE "F"           TO SIT-SAC.
           MOVE DATA-HOJE     TO DATA-SIT-SAC.
           MOVE DATA-HOJE     TO DATA-ENC-SAC.
           MOVE VALOR-DEV-INF TO VALOR-DEV-SAC.
           REWRITE REG-SAC.
           IF WS-STATUS-SAC EQUAL "00"
              IF VALOR-DEV-INF GREATER THAN ZEROES
                 PERFORM GRAVA-DEVOLUCAO
              END-IF
              PERFORM GRAVA-HISTORICO
              DISPLAY "CHAMADO ENCERRADO."
              MOVE "ENCERRA" TO FUNCAO-W
              PERFORM AUDITA-CHAVE
           ELSE
              DISPLAY "ERRO NO ENCERRAMENTO - STATUS " WS-STATUS-SAC
           END-IF.

       GRAVA-DEVOLUCAO.
           MOVE COD-CLI-SAC TO CLI-INF.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              MOVE TAB-ESTADO-CLI(IND-CLI) TO ESTADO-ENT
           ELSE
              MOVE SPACES TO ESTADO-ENT
           END-IF.
           MOVE ZEROES TO NR-VENDEDOR-ENT.
           MOVE SPACES TO NOME-VENDEDOR-ENT.
           IF NR-NOTA-SAC NOT EQUAL ZEROES
              MOVE NR-NOTA-SAC TO NOTA-INF
              PERFORM PESQUISA-NOTA
              IF ACHEI EQUAL "S"
                 MOVE TAB-UF-NOTA(IND-NOTA)   TO ESTADO-ENT
                 MOVE TAB-VEND-NOTA(IND-NOTA) TO NR-VENDEDOR-ENT
                 PERFORM PESQUISA-VENDEDOR
                 IF ACHEI EQUAL "S"
                    MOVE TAB-NOME-VEND(IND-VEND) TO NOME-VENDEDOR-ENT
                 END-IF
              END-IF
           END-IF.
           MOVE VALOR-DEV-INF   TO VAL-VENDA-ENT.
           MOVE DATA-HOJE(7:2)  TO DIA-VENDA-ENT.
           MOVE DATA-HOJE(5:2)  TO MES-VENDA-ENT.
           MOVE DATA-HOJE(1:4)  TO ANO-VENDA-ENT.
           MOVE "D"             TO TIPO-VENDA-ENT.
           MOVE PROD-INF        TO COD-PROD-ENT.
           MOVE QTD-DEV-INF     TO QTD-PROD-ENT.
           MOVE COD-CLI-SAC     TO COD-CLI-ENT.
           MOVE VALOR-DEV-INF TO VALOR-EDITADO.
           OPEN EXTEND ARQVENDA.
           IF WS-STATUS-VENDA EQUAL "35"
              OPEN OUTPUT ARQVENDA
           END-IF.
           IF WS-STATUS-VENDA NOT EQUAL "00"
              DISPLAY "ERRO NA ABERTURA DE ARQVENDA.DAT - STATUS "
                      WS-STATUS-VENDA
              DISPLAY "DEVOLUCAO NAO LANCADA EM ARQVENDA - R$ "
                      VALOR-EDITADO
           ELSE
              WRITE REG-VENDA
              IF WS-STATUS-VENDA EQUAL "00"
                 DISPLAY "DEVOLUCAO LANCADA EM ARQVENDA.DAT - R$ "
                         VALOR-EDITADO
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DE ARQVENDA.DAT - STATUS "
                         WS-STATUS-VENDA
                 DISPLAY "DEVOLUCAO NAO LANCADA EM ARQVENDA - R$ "
                         VALOR-EDITADO
              END-IF
              CLOSE ARQVENDA
           END-IF.

       GRAVA-HISTORICO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE NR-SAC       TO NR-SAC-HIST.
           MOVE DATA-HOJE    TO DATA-HIST.
           MOVE HORA-AGORA   TO HORA-HIST.
           MOVE SIT-ANTERIOR TO SIT-ANT-HIST.
           MOVE SIT-SAC      TO SIT-NOVA-HIST.
           MOVE RESP-SAC     TO RESP-HIST.
           MOVE OPERADOR     TO OPER-HIST.
           MOVE OBS-INF      TO OBS-HIST.
           OPEN EXTEND SACHIST.
           IF WS-STATUS-HIST EQUAL "35"
              OPEN OUTPUT SACHIST
           END-IF.
           WRITE REG-HIST.
           CLOSE SACHIST.

       PESQUISA-CATEGORIA.
           MOVE ZEROES TO IND-CATEG.
           MOVE 1 TO IND-BUSCA.
           PERFORM TESTA-CATEGORIA UNTIL IND-BUSCA GREATER THAN 5
                   OR IND-CATEG NOT EQUAL ZEROES.

       TESTA-CATEGORIA.
           IF TAB-COD-CATEG(IND-BUSCA) EQUAL CATEG-INF
              MOVE IND-BUSCA TO IND-CATEG
           END-IF.
           ADD 1 TO IND-BUSCA.

       PESQUISA-CLIENTE.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-CLI.
           PERFORM TESTA-CLIENTE UNTIL IND-CLI GREATER THAN QTD-CLI
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-CLI
           END-IF.

       TESTA-CLIENTE.
           IF TAB-COD-CLI(IND-CLI) EQUAL CLI-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       PESQUISA-NOTA.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-NOTA.
           PERFORM TESTA-NOTA UNTIL IND-NOTA GREATER THAN QTD-NOTA
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-NOTA
           END-IF.

       TESTA-NOTA.
           IF TAB-NR-NOTA(IND-NOTA) EQUAL NOTA-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-NOTA.

       PESQUISA-PRODUTO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PROD.
           PERFORM TESTA-PRODUTO UNTIL IND-PROD GREATER THAN QTD-PROD
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PROD
           END-IF.

       TESTA-PRODUTO.
           IF TAB-COD-PROD(IND-PROD) EQUAL PROD-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PROD.

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN QTD-VEND
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-VEND
           END-IF.

       TESTA-VENDEDOR.
           IF TAB-NR-VEND(IND-VEND) EQUAL NR-VENDEDOR-ENT
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.
