       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MASCARA.
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
           SELECT PARMMASC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT BACKCONT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-BCK.
           SELECT CMETST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLITST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COKTST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT USUTST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VDDTST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENTST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-MASC ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD PARMMASC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PARMMASC.DAT".
       01 REG-PARM.
           02 DATA-PARM    PIC 9(08).
           02 PCT-PARM     PIC 9(02).
           02 CHAVE-PARM   PIC 9(09).

       FD BACKCONT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BACKUP.DAT".
       01 REG-BCK.
           02 DATA-BCK    PIC 9(08).
           02 ARQUIVO-BCK PIC X(12).
           02 SEQ-BCK     PIC 9(06).
           02 CONTEUDO-BCK PIC X(350).

       FD CMETST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CLIMEST.TST".
       01 REG-CME.
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

       FD CLITST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.TST".
       01 REG-CCL.
           02 CPF-CCL    PIC 9(11).
           02 NOME-CCL   PIC X(30).
           02 ESTADO-CCL PIC X(02).
           02 CIDADE-CCL PIC X(30).
           02 TEL-CCL    PIC 9(08).
           02 DATA-CCL   PIC 9(08).
           02 EMAIL-CCL  PIC X(30).

       FD COKTST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.TST".
       01 REGOK.
           02 CPF-OK        PIC 9(11).
           02 NOME-OK       PIC X(30).
           02 ESTADO-OK     PIC X(02).
           02 CIDADE-OK     PIC X(30).
           02 EMAIL-OK      PIC X(30).
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

       FD USUTST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAD-USU.TST".
       01 REG-USU.
           02 COD-USU PIC 9(04).
           02 NOM-USU PIC X(30).
           02 REG-DATA.
               03 DIA PIC 9(02).
               03 MES PIC 9(02).
               03 ANO PIC 9(04).
           02 SIT-USU PIC 9(01).
           02 DATA-VALID-USU PIC 9(08).

       FD VDDTST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.TST".
       01 REG-CADV.
           02 COD-DEP-ENT   PIC X(01).
           02 COD-SEC-ENT   PIC X(01).
           02 COD-VEND-ENT  PIC 9(05).
           02 NOME-ENT      PIC X(20).
           02 VAL-VEND-ENT  PIC 9(07)V99.
           02 SAL-FIXO-ENT  PIC 9(07)V99.
           02 DENCONTO-ENT  PIC 9(05)V99.
           02 HORAS-EXTRA-ENT PIC 9(03).

       FD VENTST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.TST".
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

       FD REL-MASC
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(110).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 WS-STATUS-PARM  PIC X(02).
           77 WS-STATUS-BCK   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-SET        PIC 9(08) VALUE ZEROES.
           77 PCT-VARIACAO    PIC 9(02) VALUE 10.
           77 CHAVE-MASC      PIC 9(09) VALUE 271828182.
           77 ARQUIVO-W       PIC X(12) VALUE SPACES.
           77 IND-ARQ         PIC 9(01) VALUE ZEROES.
           77 IND-VINC        PIC 9(01) VALUE ZEROES.
           77 SAIDA-ABERTA    PIC X(01) VALUE "N".
           77 QTD-DIVERGENCIA PIC 9(02) VALUE ZEROES.
           77 QTD-PRESENTES   PIC 9(01) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CPF-ORIG-W      PIC 9(11) VALUE ZEROES.
           77 CPF-MASC-W      PIC 9(11) VALUE ZEROES.
           77 BASE-W          PIC 9(09) VALUE ZEROES.
           77 PROD-W          PIC 9(18) VALUE ZEROES.
           77 QUOC-W          PIC 9(18) VALUE ZEROES.
           77 RESTO-W         PIC 9(09) VALUE ZEROES.
           77 REPETIDO-W      PIC X(01) VALUE "S".
           77 IND-DIG         PIC 9(02) VALUE ZEROES.
           77 SOMA-DIG        PIC 9(04) VALUE ZEROES.
           77 RESTO-DIG       PIC 9(02) VALUE ZEROES.
           77 DV-CALC         PIC 9(01) VALUE ZEROES.
           77 TIPO-DOC-W      PIC X(01) VALUE "F".
           77 DOC-W           PIC 9(14) VALUE ZEROES.
           77 RESULTADO-DOC   PIC X(02) VALUE SPACES.
           77 CHAVE-NOME      PIC 9(11) VALUE ZEROES.
           77 IND-N1          PIC 9(02) VALUE ZEROES.
           77 IND-N2          PIC 9(02) VALUE ZEROES.
           77 IND-N3          PIC 9(02) VALUE ZEROES.
           77 NOME-W          PIC X(30) VALUE SPACES.
           77 NOME-CURTO-W    PIC X(20) VALUE SPACES.
           77 EMAIL-W         PIC X(30) VALUE SPACES.
           77 TEL-NUM-W       PIC 9(08) VALUE ZEROES.
           77 ALEAT-W         PIC 9(10) VALUE ZEROES.
           77 FAIXA-W         PIC 9(03) VALUE ZEROES.
           77 DELTA-W         PIC S9(03) VALUE ZEROES.
           77 FATOR-W         PIC 9(03) VALUE ZEROES.
           77 VALOR-ORIG      PIC 9(07)V99 VALUE ZEROES.
           77 VALOR-W         PIC 9(07)V99 VALUE ZEROES.
           77 QTD-CLI         PIC 9(04) VALUE ZEROES.
           77 IND-CLI         PIC 9(04) VALUE ZEROES.
           77 QTD-VEND        PIC 9(03) VALUE ZEROES.
           77 IND-VEND        PIC 9(03) VALUE ZEROES.
           77 CLI-INF         PIC 9(05) VALUE ZEROES.
           77 VEND-INF        PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 CPF-CALC-W       PIC 9(11) VALUE ZEROES.
       01 CPF-CALC-W-RED REDEFINES CPF-CALC-W.
           02 DIG-CPF      PIC 9(01) OCCURS 11 TIMES.

       01 TEL-W            PIC 9(10) VALUE ZEROES.
       01 TEL-W-RED REDEFINES TEL-W.
           02 DDD-TEL-W    PIC 9(02).
           02 NUM-TEL-W    PIC 9(08).

       01 TABELA-ARQUIVOS.
           02 FILLER PIC X(12) VALUE "CLIMEST.DAT ".
           02 FILLER PIC X(12) VALUE "CADCLI      ".
           02 FILLER PIC X(12) VALUE "CADOK.DAT   ".
           02 FILLER PIC X(12) VALUE "CAD-USU.DAT ".
           02 FILLER PIC X(12) VALUE "CADVEND.DAT ".
           02 FILLER PIC X(12) VALUE "ARQVENDA.DAT".
       01 TABELA-ARQUIVOS-RED REDEFINES TABELA-ARQUIVOS.
           02 TAB-NOME-ARQ PIC X(12) OCCURS 6 TIMES.

       01 TABELA-CONTADORES.
           02 TAB-CONT OCCURS 6 TIMES.
               03 TAB-LIDOS     PIC 9(06).
               03 TAB-GRAVADOS  PIC 9(06).
               03 TAB-CPF-MASC  PIC 9(06).
               03 TAB-CPF-INV   PIC 9(06).
               03 TAB-NOMES     PIC 9(06).
               03 TAB-VALORES   PIC 9(06).

       01 TABELA-NOMES-VINCULO.
           02 FILLER PIC X(36) VALUE
              "CADCLI X CLIMEST POR CPF".
           02 FILLER PIC X(36) VALUE
              "CADOK X CLIMEST POR CPF".
           02 FILLER PIC X(36) VALUE
              "ARQVENDA X CLIMEST POR CLIENTE".
           02 FILLER PIC X(36) VALUE
              "ARQVENDA X CADVEND POR VENDEDOR".
       01 TABELA-NOMES-VINCULO-RED REDEFINES TABELA-NOMES-VINCULO.
           02 TAB-NOME-VINC PIC X(36) OCCURS 4 TIMES.

       01 TABELA-VINCULOS.
           02 TAB-VINC OCCURS 4 TIMES.
               03 TAB-ANTES-VINC  PIC 9(06).
               03 TAB-DEPOIS-VINC PIC 9(06).
               03 TAB-SIT-VINC    PIC X(01).

       01 TABELA-PRENOMES.
           02 FILLER PIC X(09) VALUE "ANA".
           02 FILLER PIC X(09) VALUE "BRUNO".
           02 FILLER PIC X(09) VALUE "CARLA".
           02 FILLER PIC X(09) VALUE "DANIEL".
           02 FILLER PIC X(09) VALUE "ELISA".
           02 FILLER PIC X(09) VALUE "FABIO".
           02 FILLER PIC X(09) VALUE "GABRIELA".
           02 FILLER PIC X(09) VALUE "HUGO".
           02 FILLER PIC X(09) VALUE "IRENE".
           02 FILLER PIC X(09) VALUE "JOAO".
           02 FILLER PIC X(09) VALUE "KARINA".
           02 FILLER PIC X(09) VALUE "LUCAS".
           02 FILLER PIC X(09) VALUE "MARINA".
           02 FILLER PIC X(09) VALUE "NELSON".
           02 FILLER PIC X(09) VALUE "OLGA".
           02 FILLER PIC X(09) VALUE "PAULO".
           02 FILLER PIC X(09) VALUE "RAQUEL".
           02 FILLER PIC X(09) VALUE "SERGIO".
           02 FILLER PIC X(09) VALUE "TATIANA".
           02 FILLER PIC X(09) VALUE "VITOR".
       01 TABELA-PRENOMES-RED REDEFINES TABELA-PRENOMES.
           02 TAB-PRENOME PIC X(09) OCCURS 20 TIMES.

       01 TABELA-SOBRENOMES.
           02 FILLER PIC X(09) VALUE "ALMEIDA".
           02 FILLER PIC X(09) VALUE "BARBOSA".
           02 FILLER PIC X(09) VALUE "CARDOSO".
           02 FILLER PIC X(09) VALUE "DIAS".
           02 FILLER PIC X(09) VALUE "FERREIRA".
           02 FILLER PIC X(09) VALUE "GOMES".
           02 FILLER PIC X(09) VALUE "LIMA".
           02 FILLER PIC X(09) VALUE "MACHADO".
           02 FILLER PIC X(09) VALUE "NUNES".
           02 FILLER PIC X(09) VALUE "OLIVEIRA".
           02 FILLER PIC X(09) VALUE "PEREIRA".
           02 FILLER PIC X(09) VALUE "QUEIROZ".
           02 FILLER PIC X(09) VALUE "RIBEIRO".
           02 FILLER PIC X(09) VALUE "SANTOS".
           02 FILLER PIC X(09) VALUE "TEIXEIRA".
           02 FILLER PIC X(09) VALUE "VIEIRA".
           02 FILLER PIC X(09) VALUE "XAVIER".
           02 FILLER PIC X(09) VALUE "ARAUJO".
           02 FILLER PIC X(09) VALUE "COSTA".
           02 FILLER PIC X(09) VALUE "MORAES".
       01 TABELA-SOBRENOMES-RED REDEFINES TABELA-SOBRENOMES.
           02 TAB-SOBRENOME PIC X(09) OCCURS 20 TIMES.

       01 TABELA-CLIENTES.
           02 TAB-CLI OCCURS 2000 TIMES.
               03 TAB-COD-CLI      PIC 9(05).
               03 TAB-CPF-ORIG-CLI PIC 9(11).
               03 TAB-CPF-MASC-CLI PIC 9(11).

       01 TABELA-VENDEDORES.
           02 TAB-COD-VEND PIC 9(05) OCCURS 500 TIMES.

       01 CAB-01.
           02 FILLER  PIC X(100) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER  PIC X(30) VALUE SPACES.
           02 FILLER  PIC X(46) VALUE
              "COPIAS MASCARADAS PARA TESTE - CONJUNTO DE ".
           02 DATA-CAB PIC X(10) VALUE "  /  /    ".
           02 FILLER  PIC X(24) VALUE SPACES.
       01 CAB-03.
           02 FILLER PIC X(12) VALUE "ARQUIVO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "  LIDOS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "GRAVADOS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CPF MAS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CPF INV".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "  NOMES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "VALORES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "SITUACAO".
           02 FILLER PIC X(29) VALUE SPACES.
       01 CAB-04.
           02 FILLER PIC X(36) VALUE "VINCULO DE CHAVES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "  ANTES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE " DEPOIS".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "SITUACAO".
           02 FILLER PIC X(40) VALUE SPACES.

       01 DETALHE-ARQ.
           02 ARQUIVO-REL   PIC X(12).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 LIDOS-REL     PIC ZZZZZZ9.
           02 FILLER        PIC X(03) VALUE SPACES.
           02 GRAVADOS-REL  PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CPF-MASC-REL  PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 CPF-INV-REL   PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 NOMES-REL     PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 VALORES-REL   PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SIT-ARQ-REL   PIC X(12).
           02 FILLER        PIC X(29) VALUE SPACES.

       01 DETALHE-VINC.
           02 VINCULO-REL   PIC X(36).
           02 FILLER        PIC X(02) VALUE SPACES.
           02 ANTES-REL     PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 DEPOIS-REL    PIC ZZZZZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 SIT-VINC-REL  PIC X(14).
           02 FILLER        PIC X(40) VALUE SPACES.

       01 LINHA-PARM.
           02 FILLER        PIC X(24) VALUE
              "VARIACAO DE VALORES ATE ".
           02 PCT-REL       PIC Z9.
           02 FILLER        PIC X(03) VALUE "%  ".
           02 FILLER        PIC X(24) VALUE
              "SAIDA: ARQUIVOS .TST    ".
           02 FILLER        PIC X(57) VALUE SPACES.

       01 LINHA-RESULTADO.
           02 FILLER        PIC X(18) VALUE "DIVERGENCIAS.....:".
           02 DIVERG-REL    PIC ZZ9.
           02 FILLER        PIC X(02) VALUE SPACES.
           02 RESULTADO-REL PIC X(40).
           02 FILLER        PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-MASCARA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM APURA-CONJUNTO.
           MOVE DATA-SET(7:2) TO DATA-CAB(1:2).
           MOVE DATA-SET(5:2) TO DATA-CAB(4:2).
           MOVE DATA-SET(1:4) TO DATA-CAB(7:4).
           MOVE CHAVE-MASC TO ALEAT-W.
           IF ALEAT-W EQUAL 0
              MOVE 1 TO ALEAT-W
           END-IF.
           COMPUTE FAIXA-W = PCT-VARIACAO * 2 + 1.
           MOVE ZEROES TO TABELA-CONTADORES TABELA-VINCULOS.
           MOVE 1 TO IND-ARQ.
           PERFORM PROCESSA-ARQUIVO UNTIL IND-ARQ GREATER THAN 6.
           PERFORM CONFERE-RESULTADO.
           PERFORM IMPRIME-CONTROLE.
           IF QTD-PRESENTES EQUAL 0
              DISPLAY "NENHUM ARQUIVO MASCARAVEL NO CONJUNTO DE "
                      DATA-SET " - ABORTADO"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF QTD-DIVERGENCIA GREATER THAN 0
                 DISPLAY "ALERTA - " QTD-DIVERGENCIA
                         " DIVERGENCIA(S) NA MASCARA - VER RELATORIO"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 DISPLAY "COPIAS DE TESTE GERADAS - CONTAGENS E "
                         "VINCULOS PRESERVADOS"
              END-IF
           END-IF.
           STOP RUN.

       CARREGA-PARAMETROS.
           OPEN INPUT PARMMASC.
           IF WS-STATUS-PARM NOT EQUAL "00"
              DISPLAY "PARMMASC.DAT NAO ENCONTRADO - USANDO ULTIMO "
                      "CONJUNTO E VARIACAO DE 10%"
           ELSE
              READ PARMMASC
                  AT END
                      DISPLAY "PARMMASC.DAT VAZIO - USANDO PADROES"
                  NOT AT END
                      IF DATA-PARM NUMERIC
                         MOVE DATA-PARM TO DATA-SET
                      END-IF
                      IF PCT-PARM NUMERIC AND PCT-PARM GREATER THAN 0
                         MOVE PCT-PARM TO PCT-VARIACAO
                      END-IF
                      IF CHAVE-PARM NUMERIC AND
                         CHAVE-PARM GREATER THAN 0
                         MOVE CHAVE-PARM TO CHAVE-MASC
                      END-IF
              END-READ
              CLOSE PARMMASC
           END-IF.
           IF PCT-VARIACAO GREATER THAN 50
              DISPLAY "VARIACAO LIMITADA A 50%"
              MOVE 50 TO PCT-VARIACAO
           END-IF.

       APURA-CONJUNTO.
           OPEN INPUT BACKCONT.
           IF WS-STATUS-BCK NOT EQUAL "00"
              DISPLAY "BACKUP.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF DATA-SET EQUAL 0
              MOVE "N" TO FIM-ARQ
              PERFORM LER-BACKUP
              PERFORM TESTA-MAIS-RECENTE UNTIL FIM-ARQ EQUAL "S"
           END-IF.
           CLOSE BACKCONT.
           DISPLAY "CONJUNTO DE BACKUP UTILIZADO: " DATA-SET.

       LER-BACKUP.
           READ BACKCONT AT END MOVE "S" TO FIM-ARQ.

       TESTA-MAIS-RECENTE.
           IF DATA-BCK GREATER THAN DATA-SET
              MOVE DATA-BCK TO DATA-SET
           END-IF.
           PERFORM LER-BACKUP.

       PROCESSA-ARQUIVO.
           MOVE TAB-NOME-ARQ(IND-ARQ) TO ARQUIVO-W.
           MOVE "N" TO SAIDA-ABERTA.
           OPEN INPUT BACKCONT.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-BACKUP.
           PERFORM TRATA-BACKUP UNTIL FIM-ARQ EQUAL "S".
           CLOSE BACKCONT.
           IF SAIDA-ABERTA EQUAL "S"
              PERFORM FECHA-SAIDA
              ADD 1 TO QTD-PRESENTES
              DISPLAY ARQUIVO-W " MASCARADO - "
                      TAB-GRAVADOS(IND-ARQ) " REGISTROS"
           ELSE
              DISPLAY ARQUIVO-W " SEM COPIA NO CONJUNTO - NAO GERADO"
           END-IF.
           ADD 1 TO IND-ARQ.

       TRATA-BACKUP.
           IF DATA-BCK EQUAL DATA-SET AND ARQUIVO-BCK EQUAL ARQUIVO-W
              IF SAIDA-ABERTA EQUAL "N"
                 PERFORM ABRE-SAIDA
              END-IF
              ADD 1 TO TAB-LIDOS(IND-ARQ)
              EVALUATE IND-ARQ
                 WHEN 1 PERFORM MASCARA-CLIMEST
                 WHEN 2 PERFORM MASCARA-CADCLI
                 WHEN 3 PERFORM MASCARA-CADOK
                 WHEN 4 PERFORM MASCARA-USUARIO
                 WHEN 5 PERFORM MASCARA-VENDEDOR
                 WHEN 6 PERFORM MASCARA-VENDA
              END-EVALUATE
           END-IF.
           PERFORM LER-BACKUP.

       ABRE-SAIDA.
           MOVE "S" TO SAIDA-ABERTA.
           EVALUATE IND-ARQ
              WHEN 1 OPEN OUTPUT CMETST
              WHEN 2 OPEN OUTPUT CLITST
              WHEN 3 OPEN OUTPUT COKTST
              WHEN 4 OPEN OUTPUT USUTST
              WHEN 5 OPEN OUTPUT VDDTST
              WHEN 6 OPEN OUTPUT VENTST
           END-EVALUATE.

       FECHA-SAIDA.
           EVALUATE IND-ARQ
              WHEN 1 CLOSE CMETST
              WHEN 2 CLOSE CLITST
              WHEN 3 CLOSE COKTST
              WHEN 4 CLOSE USUTST
              WHEN 5 CLOSE VDDTST
              WHEN 6 CLOSE VENTST
           END-EVALUATE.

       MASCARA-CLIMEST.
           MOVE CONTEUDO-BCK TO REG-CME.
           MOVE CPF-CLI TO CPF-ORIG-W.
           PERFORM MASCARA-CPF.
           MOVE CPF-MASC-W TO CPF-CLI.
           IF TIPO-PESSOA-CLI NOT EQUAL "J" AND CPF-ORIG-W NOT EQUAL 0
              AND DOC-CLI EQUAL CPF-ORIG-W
              MOVE CPF-MASC-W TO DOC-CLI
           END-IF.
           IF CPF-MASC-W NOT EQUAL 0
              MOVE CPF-MASC-W TO CHAVE-NOME
           ELSE
              MOVE COD-CLI TO CHAVE-NOME
           END-IF.
           PERFORM GERA-NOME.
           MOVE NOME-W TO NOME-CLI.
           IF EMAIL-CLI NOT EQUAL SPACES
              PERFORM GERA-EMAIL
              MOVE EMAIL-W TO EMAIL-CLI
           END-IF.
           IF TEL-CLI NOT EQUAL 0
              MOVE TEL-CLI TO TEL-W
              PERFORM GERA-TELEFONE
              MOVE TEL-NUM-W TO NUM-TEL-W
              MOVE TEL-W TO TEL-CLI
           END-IF.
           IF LOGRAD-CLI NOT EQUAL SPACES
              MOVE "RUA DE TESTE" TO LOGRAD-CLI
              MOVE COD-CLI TO NUMERO-CLI
              MOVE SPACES TO COMPL-CLI
           END-IF.
           IF QTD-CLI LESS THAN 2000
              ADD 1 TO QTD-CLI
              MOVE COD-CLI    TO TAB-COD-CLI(QTD-CLI)
              MOVE CPF-ORIG-W TO TAB-CPF-ORIG-CLI(QTD-CLI)
              MOVE CPF-MASC-W TO TAB-CPF-MASC-CLI(QTD-CLI)
           END-IF.
           WRITE REG-CME.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).

       MASCARA-CADCLI.
           MOVE CONTEUDO-BCK TO REG-CCL.
           MOVE CPF-CCL TO CPF-ORIG-W.
           PERFORM MASCARA-CPF.
           MOVE CPF-MASC-W TO CPF-CCL.
           MOVE 1 TO IND-VINC.
           PERFORM CONFERE-VINCULO-CPF.
           MOVE CPF-MASC-W TO CHAVE-NOME.
           PERFORM GERA-NOME.
           MOVE NOME-W TO NOME-CCL.
           IF EMAIL-CCL NOT EQUAL SPACES
              PERFORM GERA-EMAIL
              MOVE EMAIL-W TO EMAIL-CCL
           END-IF.
           IF TEL-CCL NOT EQUAL 0
              PERFORM GERA-TELEFONE
              MOVE TEL-NUM-W TO TEL-CCL
           END-IF.
           WRITE REG-CCL.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).

       MASCARA-CADOK.
           MOVE CONTEUDO-BCK TO REGOK.
           MOVE CPF-OK TO CPF-ORIG-W.
           PERFORM MASCARA-CPF.
           MOVE CPF-MASC-W TO CPF-OK.
           MOVE 2 TO IND-VINC.
           PERFORM CONFERE-VINCULO-CPF.
           MOVE CPF-MASC-W TO CHAVE-NOME.
           PERFORM GERA-NOME.
           MOVE NOME-W TO NOME-OK.
           IF EMAIL-OK NOT EQUAL SPACES
              PERFORM GERA-EMAIL
              MOVE EMAIL-W TO EMAIL-OK
           END-IF.
           IF TELEFONE-OK NOT EQUAL 0
              MOVE TELEFONE-OK TO TEL-W
              PERFORM GERA-TELEFONE
              MOVE TEL-NUM-W TO NUM-TEL-W
              MOVE TEL-W TO TELEFONE-OK
           END-IF.
           IF LOGRAD-OK NOT EQUAL SPACES
              MOVE "RUA DE TESTE" TO LOGRAD-OK
              MOVE CPF-MASC-W(6:6) TO NUMERO-OK
              MOVE SPACES TO COMPL-OK
           END-IF.
           WRITE REGOK.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).

       MASCARA-USUARIO.
           MOVE CONTEUDO-BCK TO REG-USU.
           MOVE COD-USU TO CHAVE-NOME.
           PERFORM GERA-NOME.
           MOVE NOME-W TO NOM-USU.
           WRITE REG-USU.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).

       MASCARA-VENDEDOR.
           MOVE CONTEUDO-BCK TO REG-CADV.
           MOVE COD-VEND-ENT TO CHAVE-NOME.
           PERFORM GERA-NOME.
           MOVE NOME-CURTO-W TO NOME-ENT.
           MOVE VAL-VEND-ENT TO VALOR-W.
           PERFORM PERTURBA-VALOR.
           MOVE VALOR-W TO VAL-VEND-ENT.
           MOVE SAL-FIXO-ENT TO VALOR-W.
           PERFORM PERTURBA-VALOR.
           MOVE VALOR-W TO SAL-FIXO-ENT.
           IF QTD-VEND LESS THAN 500
              ADD 1 TO QTD-VEND
              MOVE COD-VEND-ENT TO TAB-COD-VEND(QTD-VEND)
           END-IF.
           WRITE REG-CADV.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).

       MASCARA-VENDA.
           MOVE CONTEUDO-BCK TO REG-VENDA.
           MOVE COD-CLI-ENT TO CLI-INF.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-ANTES-VINC(3)
           END-IF.
           MOVE NR-VENDEDOR-ENT TO VEND-INF.
           PERFORM PESQUISA-VENDEDOR.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-ANTES-VINC(4)
           END-IF.
           MOVE NR-VENDEDOR-ENT TO CHAVE-NOME.
           PERFORM GERA-NOME.
           MOVE NOME-CURTO-W TO NOME-VENDEDOR-ENT.
           MOVE VAL-VENDA-ENT TO VALOR-W.
           PERFORM PERTURBA-VALOR.
           MOVE VALOR-W TO VAL-VENDA-ENT.
           WRITE REG-VENDA.
           ADD 1 TO TAB-GRAVADOS(IND-ARQ).
           MOVE COD-CLI-ENT TO CLI-INF.
           PERFORM PESQUISA-CLIENTE.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-DEPOIS-VINC(3)
           END-IF.
           MOVE NR-VENDEDOR-ENT TO VEND-INF.
           PERFORM PESQUISA-VENDEDOR.
           IF ACHEI EQUAL "S"
              ADD 1 TO TAB-DEPOIS-VINC(4)
           END-IF.

       CONFERE-VINCULO-CPF.
           IF CPF-ORIG-W NOT EQUAL 0
              MOVE "N" TO ACHEI
              MOVE 1 TO IND-CLI
              PERFORM TESTA-CPF-ORIGINAL UNTIL IND-CLI GREATER THAN
                      QTD-CLI OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "S"
                 ADD 1 TO TAB-ANTES-VINC(IND-VINC)
              END-IF
              MOVE "N" TO ACHEI
              MOVE 1 TO IND-CLI
              PERFORM TESTA-CPF-MASCARADO UNTIL IND-CLI GREATER THAN
                      QTD-CLI OR ACHEI EQUAL "S"
              IF ACHEI EQUAL "S"
                 ADD 1 TO TAB-DEPOIS-VINC(IND-VINC)
              END-IF
           END-IF.

       TESTA-CPF-ORIGINAL.
           IF TAB-CPF-ORIG-CLI(IND-CLI) EQUAL CPF-ORIG-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

       TESTA-CPF-MASCARADO.
           IF TAB-CPF-MASC-CLI(IND-CLI) EQUAL CPF-MASC-W
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-CLI.

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

       PESQUISA-VENDEDOR.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-VEND.
           PERFORM TESTA-VENDEDOR UNTIL IND-VEND GREATER THAN QTD-VEND
                   OR ACHEI EQUAL "S".

       TESTA-VENDEDOR.
           IF TAB-COD-VEND(IND-VEND) EQUAL VEND-INF
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-VEND.

       MASCARA-CPF.
           IF CPF-ORIG-W EQUAL 0
              MOVE 0 TO CPF-MASC-W
           ELSE
              DIVIDE CPF-ORIG-W BY 100 GIVING BASE-W
              MOVE "S" TO REPETIDO-W
              PERFORM EMBARALHA-BASE UNTIL REPETIDO-W EQUAL "N"
              MOVE ZEROES TO CPF-CALC-W
              MOVE BASE-W TO CPF-CALC-W(1:9)
              MOVE ZEROES TO SOMA-DIG
              MOVE 1 TO IND-DIG
              PERFORM SOMA-DV1 UNTIL IND-DIG GREATER THAN 9
              PERFORM CALCULA-DV
              MOVE DV-CALC TO DIG-CPF(10)
              MOVE ZEROES TO SOMA-DIG
              MOVE 1 TO IND-DIG
              PERFORM SOMA-DV2 UNTIL IND-DIG GREATER THAN 10
              PERFORM CALCULA-DV
              MOVE DV-CALC TO DIG-CPF(11)
              MOVE CPF-CALC-W TO CPF-MASC-W
              ADD 1 TO TAB-CPF-MASC(IND-ARQ)
              MOVE CPF-MASC-W TO DOC-W
              CALL "DOCVAL" USING TIPO-DOC-W DOC-W RESULTADO-DOC
              IF RESULTADO-DOC NOT EQUAL "00"
                 ADD 1 TO TAB-CPF-INV(IND-ARQ)
              END-IF
           END-IF.

       EMBARALHA-BASE.
           COMPUTE PROD-W = BASE-W * 387420489 + CHAVE-MASC.
           DIVIDE PROD-W BY 1000000000 GIVING QUOC-W
                  REMAINDER BASE-W.
           DIVIDE BASE-W BY 111111111 GIVING QUOC-W
                  REMAINDER RESTO-W.
           IF RESTO-W EQUAL 0
              MOVE "S" TO REPETIDO-W
           ELSE
              MOVE "N" TO REPETIDO-W
           END-IF.

       SOMA-DV1.
           COMPUTE SOMA-DIG = SOMA-DIG +
                   DIG-CPF(IND-DIG) * (11 - IND-DIG).
           ADD 1 TO IND-DIG.

       SOMA-DV2.
           COMPUTE SOMA-DIG = SOMA-DIG +
                   DIG-CPF(IND-DIG) * (12 - IND-DIG).
           ADD 1 TO IND-DIG.

       CALCULA-DV.
           DIVIDE SOMA-DIG BY 11 GIVING RESTO-DIG
                  REMAINDER RESTO-DIG.
           IF RESTO-DIG LESS THAN 2
              MOVE 0 TO DV-CALC
           ELSE
              COMPUTE DV-CALC = 11 - RESTO-DIG
           END-IF.

       GERA-NOME.
           DIVIDE CHAVE-NOME BY 20 GIVING QUOC-W REMAINDER RESTO-W.
           ADD 1 RESTO-W GIVING IND-N1.
           DIVIDE QUOC-W BY 20 GIVING QUOC-W REMAINDER RESTO-W.
           ADD 1 RESTO-W GIVING IND-N2.
           DIVIDE QUOC-W BY 20 GIVING QUOC-W REMAINDER RESTO-W.
           ADD 1 RESTO-W GIVING IND-N3.
           MOVE SPACES TO NOME-W NOME-CURTO-W.
           STRING TAB-PRENOME(IND-N1)   DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  TAB-SOBRENOME(IND-N2) DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  TAB-SOBRENOME(IND-N3) DELIMITED BY SPACE
                  INTO NOME-W.
           STRING TAB-PRENOME(IND-N1)   DELIMITED BY SPACE
                  " "                   DELIMITED BY SIZE
                  TAB-SOBRENOME(IND-N2) DELIMITED BY SPACE
                  INTO NOME-CURTO-W.
           ADD 1 TO TAB-NOMES(IND-ARQ).

       GERA-EMAIL.
           MOVE SPACES TO EMAIL-W.
           STRING "TESTE"         DELIMITED BY SIZE
                  CHAVE-NOME      DELIMITED BY SIZE
                  "@EXEMPLO.COM"  DELIMITED BY SIZE
                  INTO EMAIL-W.

       GERA-TELEFONE.
           COMPUTE PROD-W = CHAVE-NOME * 7919 + CHAVE-MASC.
           DIVIDE PROD-W BY 100000000 GIVING QUOC-W
                  REMAINDER TEL-NUM-W.

       PERTURBA-VALOR.
           IF VALOR-W GREATER THAN 0
              MOVE VALOR-W TO VALOR-ORIG
              COMPUTE PROD-W = ALEAT-W * 16807
              DIVIDE PROD-W BY 2147483647 GIVING QUOC-W
                     REMAINDER ALEAT-W
              DIVIDE ALEAT-W BY FAIXA-W GIVING QUOC-W
                     REMAINDER RESTO-W
              COMPUTE DELTA-W = RESTO-W - PCT-VARIACAO
              COMPUTE FATOR-W = 100 + DELTA-W
              COMPUTE VALOR-W ROUNDED = VALOR-ORIG * FATOR-W / 100
                  ON SIZE ERROR
                      MOVE VALOR-ORIG TO VALOR-W
              END-COMPUTE
              IF VALOR-W NOT EQUAL VALOR-ORIG
                 ADD 1 TO TAB-VALORES(IND-ARQ)
              END-IF
           END-IF.

       CONFERE-RESULTADO.
           MOVE ZEROES TO QTD-DIVERGENCIA.
           MOVE 1 TO IND-ARQ.
           PERFORM CONFERE-ARQUIVO UNTIL IND-ARQ GREATER THAN 6.
           MOVE 1 TO IND-VINC.
           PERFORM CONFERE-VINCULO UNTIL IND-VINC GREATER THAN 4.

       CONFERE-ARQUIVO.
           IF TAB-LIDOS(IND-ARQ) NOT EQUAL TAB-GRAVADOS(IND-ARQ) OR
              TAB-CPF-INV(IND-ARQ) GREATER THAN 0
              ADD 1 TO QTD-DIVERGENCIA
           END-IF.
           ADD 1 TO IND-ARQ.

       CONFERE-VINCULO.
           MOVE "S" TO ACHEI.
           EVALUATE IND-VINC
              WHEN 1
                 IF TAB-LIDOS(1) EQUAL 0 OR TAB-LIDOS(2) EQUAL 0
                    MOVE "N" TO ACHEI
                 END-IF
              WHEN 2
                 IF TAB-LIDOS(1) EQUAL 0 OR TAB-LIDOS(3) EQUAL 0
                    MOVE "N" TO ACHEI
                 END-IF
              WHEN 3
                 IF TAB-LIDOS(1) EQUAL 0 OR TAB-LIDOS(6) EQUAL 0
                    MOVE "N" TO ACHEI
                 END-IF
              WHEN 4
                 IF TAB-LIDOS(5) EQUAL 0 OR TAB-LIDOS(6) EQUAL 0
                    MOVE "N" TO ACHEI
                 END-IF
           END-EVALUATE.
           IF ACHEI EQUAL "N"
              MOVE "N" TO TAB-SIT-VINC(IND-VINC)
           ELSE
              IF TAB-ANTES-VINC(IND-VINC) EQUAL
                 TAB-DEPOIS-VINC(IND-VINC)
                 MOVE "P" TO TAB-SIT-VINC(IND-VINC)
              ELSE
                 MOVE "D" TO TAB-SIT-VINC(IND-VINC)
                 ADD 1 TO QTD-DIVERGENCIA
              END-IF
           END-IF.
           ADD 1 TO IND-VINC.

       IMPRIME-CONTROLE.
           OPEN OUTPUT REL-MASC.
           PERFORM CABECALHO.
           MOVE 1 TO IND-ARQ.
           PERFORM IMPRIME-ARQUIVO UNTIL IND-ARQ GREATER THAN 6.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 3 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE 1 TO IND-VINC.
           PERFORM IMPRIME-VINCULO UNTIL IND-VINC GREATER THAN 4.
           MOVE PCT-VARIACAO TO PCT-REL.
           WRITE REG-ATR FROM LINHA-PARM AFTER ADVANCING 3 LINES.
           MOVE QTD-DIVERGENCIA TO DIVERG-REL.
           IF QTD-PRESENTES EQUAL 0
              MOVE "NENHUM ARQUIVO NO CONJUNTO" TO RESULTADO-REL
           ELSE
              IF QTD-DIVERGENCIA EQUAL 0
                 MOVE "CONTAGENS E VINCULOS PRESERVADOS"
                      TO RESULTADO-REL
              ELSE
                 MOVE "COPIAS DE TESTE NAO CONFIAVEIS"
                      TO RESULTADO-REL
              END-IF
           END-IF.
           WRITE REG-ATR FROM LINHA-RESULTADO AFTER ADVANCING 1 LINE.
           CLOSE REL-MASC.

       IMPRIME-ARQUIVO.
           MOVE TAB-NOME-ARQ(IND-ARQ) TO ARQUIVO-REL.
           MOVE TAB-LIDOS(IND-ARQ)    TO LIDOS-REL.
           MOVE TAB-GRAVADOS(IND-ARQ) TO GRAVADOS-REL.
           MOVE TAB-CPF-MASC(IND-ARQ) TO CPF-MASC-REL.
           MOVE TAB-CPF-INV(IND-ARQ)  TO CPF-INV-REL.
           MOVE TAB-NOMES(IND-ARQ)    TO NOMES-REL.
           MOVE TAB-VALORES(IND-ARQ)  TO VALORES-REL.
           IF TAB-LIDOS(IND-ARQ) EQUAL 0
              MOVE "SEM COPIA" TO SIT-ARQ-REL
           ELSE
              IF TAB-LIDOS(IND-ARQ) EQUAL TAB-GRAVADOS(IND-ARQ) AND
                 TAB-CPF-INV(IND-ARQ) EQUAL 0
                 MOVE "OK" TO SIT-ARQ-REL
              ELSE
                 MOVE "DIVERGENTE" TO SIT-ARQ-REL
              END-IF
           END-IF.
           WRITE REG-ATR FROM DETALHE-ARQ AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-ARQ.

       IMPRIME-VINCULO.
           MOVE TAB-NOME-VINC(IND-VINC)   TO VINCULO-REL.
           MOVE TAB-ANTES-VINC(IND-VINC)  TO ANTES-REL.
           MOVE TAB-DEPOIS-VINC(IND-VINC) TO DEPOIS-REL.
           EVALUATE TAB-SIT-VINC(IND-VINC)
              WHEN "P" MOVE "PRESERVADO" TO SIT-VINC-REL
              WHEN "D" MOVE "DIVERGENTE" TO SIT-VINC-REL
              WHEN OTHER MOVE "NAO VERIFICADO" TO SIT-VINC-REL
           END-EVALUATE.
           WRITE REG-ATR FROM DETALHE-VINC AFTER ADVANCING 1 LINE.
           ADD 1 TO IND-VINC.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.
