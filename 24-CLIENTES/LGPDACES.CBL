       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGPDACES.
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
           SELECT LGPDPED ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PED.
           SELECT CLIMEST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-MEST.
           SELECT CADOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-OK.
           SELECT CLITUR ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-TUR.
           SELECT CLIVAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VAL.
           SELECT CLILOC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-LOC.
           SELECT CADCLI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CLI.
           SELECT CONSENT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CONS.
           SELECT DENYLIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-DENY.
           SELECT ARQVENDA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-VENDA.
           SELECT NOTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-NOTA.
           SELECT CRABERTO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CR.
           SELECT CAMPHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-HIST.
           SELECT CAD-SAC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NR-SAC
           FILE STATUS IS WS-STATUS-SAC.
           SELECT LGPDAUD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-AUD.
           SELECT REL-LGPD ASSIGN TO DISK.
           SELECT TRAB ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD LGPDPED
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPDPED.DAT".
       01 REG-PED.
           02 CPF-PED         PIC 9(11).
           02 SOLICITANTE-PED PIC X(20).
           02 DATA-SOL-PED    PIC 9(08).

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

       FD CADOK
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADOK.DAT".
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

       FD CLITUR
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI-EX2.DAT".
       01 REG-TUR.
           02 CPF-TUR    PIC 9(11).
           02 NOME-TUR   PIC X(30).
           02 ESTADO-TUR PIC X(02).
           02 CIDADE-TUR PIC X(30).
           02 TEL-TUR    PIC 9(08).
           02 DATA-TUR   PIC 9(08).
           02 EMAIL-TUR  PIC X(30).

       FD CLIVAL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI-EX6.DAT".
       01 REG-VAL.
           02 CODIGO-VAL PIC 9(03).
           02 CPF-VAL    PIC 9(11).
           02 NOME-VAL   PIC X(30).
           02 ESTADO-VAL PIC X(02).
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
           VALUE OF FILE-ID IS "CAD-CLI.DAT".
       01 REG-LOC.
           02 CODIGO-LOC PIC 9(03).
           02 CPF-LOC    PIC 9(11).
           02 NOME-LOC   PIC X(30).
           02 ESTADO-LOC PIC X(02).
           02 CIDADE-LOC PIC X(30).
           02 EMAIL-LOC  PIC X(30).

       FD CADCLI
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI".
       01 REG-CLI.
           02 CPF-ENT    PIC 9(11).
           02 NOME-ENT   PIC X(30).
           02 ESTADO-ENT PIC X(02).
           02 CIDADE-ENT PIC X(30).
           02 TEL-ENT    PIC 9(08).
           02 DATA-ENT   PIC 9(08).
           02 EMAIL-ENT  PIC X(30).

       FD CONSENT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONSENT.DAT".
       01 REG-CONSENT.
           02 CPF-CONS         PIC 9(11).
           02 MARKETING-CONS   PIC X(01).
           02 SOLICITACAO-CONS PIC X(01).
           02 SOLICITANTE-CONS PIC X(20).
           02 DATA-SOL-CONS    PIC 9(08).

       FD DENYLIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DENYLIST.DAT".
       01 REG-DENY.
           02 CPF-DENY    PIC 9(11).
           02 MOTIVO-DENY PIC X(02).
           02 DATA-DENY   PIC 9(08).
           02 TIPO-DENY   PIC X(01).
           02 CNPJ-DENY   PIC 9(14).

       FD ARQVENDA
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQVENDA.DAT".
       01 REG-VENDA.
           02 ESTADO-VENDA      PIC X(02).
           02 NR-VENDEDOR-VENDA PIC 9(05).
           02 NOME-VENDEDOR-VENDA PIC X(20).
           02 VAL-VENDA         PIC 9(07)V99.
           02 DATA-VENDA.
               03 DIA-VENDA PIC 9(02).
               03 MES-VENDA PIC 9(02).
               03 ANO-VENDA PIC 9(04).
           02 TIPO-VENDA        PIC X(01).
           02 COD-PROD-VENDA    PIC 9(04).
           02 QTD-PROD-VENDA    PIC 9(04).
           02 COD-CLI-VENDA     PIC 9(05).

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

       FD CAMPHIST
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAMPHIST.DAT".
       01 REG-HIST.
           02 COD-CAMP-HIST PIC 9(04).
           02 CPF-HIST      PIC 9(11).
           02 DATA-SEL-HIST PIC 9(08).

       FD CAD-SAC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SACMEST.IDX".
       01 REG-SAC.
           02 NR-SAC         PIC 9(06).
           02 COD-CLI-SAC    PIC 9(05).
           02 NR-NOTA-SAC    PIC 9(04).
           02 COD-PROD-SAC   PIC 9(04).
           02 CATEG-SAC      PIC X(02).
           02 PRIOR-SAC      PIC 9(01).
           02 CANAL-SAC      PIC X(01).
           02 DATA-ABERT-SAC PIC 9(08).
           02 RESP-SAC       PIC X(20).
           02 SIT-SAC        PIC X(01).
           02 DATA-SIT-SAC   PIC 9(08).
           02 DATA-ENC-SAC   PIC 9(08).
           02 ASSUNTO-SAC    PIC X(50).
           02 OPER-SAC       PIC X(04).
           02 VALOR-DEV-SAC  PIC 9(07)V99.

       FD LGPDAUD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LGPDAUD.DAT".
       01 REG-AUD.
           02 CPF-AUD         PIC 9(11).
           02 ACAO-AUD        PIC X(01).
           02 SOLICITANTE-AUD PIC X(20).
           02 DATA-SOL-AUD    PIC 9(08).
           02 DATA-EXEC-AUD   PIC 9(08).
           02 ARQUIVO-AUD     PIC X(12).

       FD REL-LGPD
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(80).

       SD TRAB.
       01 REG-TRAB.
           02 CPF-TRAB    PIC 9(11).
           02 ORDEM-TRAB  PIC 9(02).
           02 SEQ-TRAB    PIC 9(07).
           02 NOVO-TRAB   PIC X(01).
           02 TEXTO-TRAB  PIC X(76).

       WORKING-STORAGE SECTION.
           77 FIM-ARQ         PIC X(01) VALUE "N".
           77 FIM-SORT        PIC X(01) VALUE "N".
           77 WS-STATUS-PED   PIC X(02).
           77 WS-STATUS-MEST  PIC X(02).
           77 WS-STATUS-OK    PIC X(02).
           77 WS-STATUS-TUR   PIC X(02).
           77 WS-STATUS-VAL   PIC X(02).
           77 WS-STATUS-LOC   PIC X(02).
           77 WS-STATUS-CLI   PIC X(02).
           77 WS-STATUS-CONS  PIC X(02).
           77 WS-STATUS-DENY  PIC X(02).
           77 WS-STATUS-VENDA PIC X(02).
           77 WS-STATUS-NOTA  PIC X(02).
           77 WS-STATUS-CR    PIC X(02).
           77 WS-STATUS-HIST  PIC X(02).
           77 WS-STATUS-SAC   PIC X(02).
           77 WS-STATUS-AUD   PIC X(02).
           77 DATA-HOJE       PIC 9(08) VALUE ZEROES.
           77 DATA-AUX        PIC 9(08) VALUE ZEROES.
           77 DATA-PRAZO      PIC 9(08) VALUE ZEROES.
           77 DIAS-PRAZO      PIC 9(03) VALUE 15.
           77 RESULTADO-DATA  PIC X(02) VALUE SPACES.
           77 QTD-PEDIDOS     PIC 9(03) VALUE ZEROES.
           77 IND-PEDIDO      PIC 9(03) VALUE ZEROES.
           77 ACHEI           PIC X(01) VALUE "N".
           77 CPF-BUSCA       PIC 9(11) VALUE ZEROES.
           77 DOC-AUX         PIC 9(14) VALUE ZEROES.
           77 TIPO-AUX        PIC X(01) VALUE SPACES.
           77 COD-BUSCA       PIC 9(05) VALUE ZEROES.
           77 ORDEM-ATUAL     PIC 9(02) VALUE ZEROES.
           77 NR-SEQ          PIC 9(07) VALUE ZEROES.
           77 CPF-ATUAL       PIC 9(11) VALUE ZEROES.
           77 ORDEM-IMPRESSA  PIC 9(02) VALUE ZEROES.
           77 TEM-CPF         PIC X(01) VALUE "N".
           77 CT-REG-CPF      PIC 9(05) VALUE ZEROES.
           77 CT-PEDIDOS      PIC 9(05) VALUE ZEROES.
           77 CT-DUPLICADOS   PIC 9(05) VALUE ZEROES.
           77 CT-REGISTROS    PIC 9(07) VALUE ZEROES.
           77 CT-FORA-PRAZO   PIC 9(05) VALUE ZEROES.
           77 CT-LIN          PIC 9(02) VALUE 41.
           77 CT-PAG          PIC 9(03) VALUE ZEROES.

       01 DESCRICOES-ARQUIVOS.
           02 FILLER PIC X(50) VALUE
              "CLIMEST.DAT    - CADASTRO MESTRE DE CLIENTES".
           02 FILLER PIC X(50) VALUE
              "CADOK.DAT      - CADASTRO DE CLIENTES VALIDADO".
           02 FILLER PIC X(50) VALUE
              "CADCLI-EX2.DAT - CADASTRO DE ORIGEM (TURISMO)".
           02 FILLER PIC X(50) VALUE
              "CADCLI-EX6.DAT - CADASTRO DE ORIGEM (VALIDACAO)".
           02 FILLER PIC X(50) VALUE
              "CAD-CLI.DAT    - CADASTRO DE ORIGEM (LOCADORA)".
           02 FILLER PIC X(50) VALUE
              "CADCLI         - CADASTRO DE ORIGEM (GERAL)".
           02 FILLER PIC X(50) VALUE
              "CONSENT.DAT    - HISTORICO DE CONSENTIMENTO".
           02 FILLER PIC X(50) VALUE
              "DENYLIST.DAT   - LISTA DE BLOQUEIO".
           02 FILLER PIC X(50) VALUE
              "ARQVENDA.DAT   - VENDAS E DEVOLUCOES".
           02 FILLER PIC X(50) VALUE
              "NOTAS.DAT      - NOTAS FISCAIS".
           02 FILLER PIC X(50) VALUE
              "CRABERTO.DAT   - CONTAS A RECEBER".
           02 FILLER PIC X(50) VALUE
              "CAMPHIST.DAT   - HISTORICO DE CAMPANHAS".
           02 FILLER PIC X(50) VALUE
              "SACMEST.IDX    - CHAMADOS DE ATENDIMENTO (SAC)".
       01 DESCRICOES-ARQUIVOS-RED REDEFINES DESCRICOES-ARQUIVOS.
           02 DESCR-ARQUIVO PIC X(50) OCCURS 13 TIMES.

       01 TABELA-PEDIDOS.
           02 TAB-PEDIDO OCCURS 500 TIMES.
               03 TAB-CPF-PED   PIC 9(11).
               03 TAB-SOL-PED   PIC X(20).
               03 TAB-DATA-PED  PIC 9(08).
               03 TAB-COD-PED   PIC 9(05).

       01 DATA-EDITADA.
           02 DIA-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 MES-ED PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 ANO-ED PIC 9999.

       01 CEP-EDITADO.
           02 CEP-ED-5 PIC 9(05).
           02 FILLER   PIC X(01) VALUE "-".
           02 CEP-ED-3 PIC 9(03).

       01 CNPJ-EDITADO.
           02 CNPJ-ED-1 PIC 9(02).
           02 FILLER    PIC X(01) VALUE ".".
           02 CNPJ-ED-2 PIC 9(03).
           02 FILLER    PIC X(01) VALUE ".".
           02 CNPJ-ED-3 PIC 9(03).
           02 FILLER    PIC X(01) VALUE "/".
           02 CNPJ-ED-4 PIC 9(04).
           02 FILLER    PIC X(01) VALUE "-".
           02 CNPJ-ED-5 PIC 9(02).

       01 CPF-EDITADO.
           02 CPF-ED-1 PIC 9(03).
           02 FILLER   PIC X(01) VALUE ".".
           02 CPF-ED-2 PIC 9(03).
           02 FILLER   PIC X(01) VALUE ".".
           02 CPF-ED-3 PIC 9(03).
           02 FILLER   PIC X(01) VALUE "-".
           02 CPF-ED-4 PIC 9(02).

       01 LIN-IDENT.
           02 FILLER      PIC X(05) VALUE "NOME ".
           02 NOME-LIN    PIC X(30).
           02 FILLER      PIC X(08) VALUE " E-MAIL ".
           02 EMAIL-LIN   PIC X(30).
           02 FILLER      PIC X(03) VALUE SPACES.

       01 LIN-LOCAL.
           02 FILLER      PIC X(07) VALUE "CIDADE ".
           02 CIDADE-LIN  PIC X(30).
           02 FILLER      PIC X(04) VALUE " UF ".
           02 UF-LIN      PIC X(02).
           02 FILLER      PIC X(05) VALUE " TEL ".
           02 TEL-LIN     PIC 9(10).
           02 ROTULO-DATA-LIN PIC X(07).
           02 DATA-LIN    PIC X(10).
           02 FILLER      PIC X(01) VALUE SPACES.

       01 LIN-ENDER.
           02 FILLER      PIC X(09) VALUE "ENDERECO ".
           02 LOGRAD-LIN  PIC X(40).
           02 FILLER      PIC X(04) VALUE " NR ".
           02 NUMERO-LIN  PIC X(06).
           02 FILLER      PIC X(05) VALUE " CEP ".
           02 CEP-LIN     PIC X(09).
           02 FILLER      PIC X(03) VALUE SPACES.

       01 LIN-COMPL.
           02 FILLER      PIC X(07) VALUE "COMPL. ".
           02 COMPL-LIN   PIC X(20).
           02 FILLER      PIC X(08) VALUE " BAIRRO ".
           02 BAIRRO-LIN  PIC X(25).
           02 FILLER      PIC X(16) VALUE SPACES.

       01 LIN-CLIENTE.
           02 FILLER      PIC X(07) VALUE "CODIGO ".
           02 COD-LIN     PIC 9(05).
           02 FILLER      PIC X(08) VALUE " ORIGEM ".
           02 ORIGEM-LIN  PIC X(04).
           02 FILLER      PIC X(08) VALUE " LIMITE ".
           02 LIMITE-LIN  PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(08) VALUE " CLASSE ".
           02 CLASSE-LIN  PIC X(01).
           02 FILLER      PIC X(10) VALUE " SEGMENTO ".
           02 SEGMENTO-LIN PIC X(12).
           02 FILLER      PIC X(01) VALUE SPACES.

       01 LIN-RFM.
           02 FILLER      PIC X(11) VALUE "COND.PAGTO ".
           02 COND-LIN    PIC 9(02).
           02 FILLER      PIC X(08) VALUE "  RFM R ".
           02 REC-LIN     PIC 9(01).
           02 FILLER      PIC X(03) VALUE " F ".
           02 FREQ-LIN    PIC 9(01).
           02 FILLER      PIC X(03) VALUE " M ".
           02 MON-LIN     PIC 9(01).
           02 FILLER      PIC X(15) VALUE "  CALCULADO EM ".
           02 DATA-RFM-LIN PIC X(10).
           02 FILLER      PIC X(21) VALUE SPACES.

       01 LIN-PJ.
           02 FILLER      PIC X(12) VALUE "TIPO PESSOA ".
           02 TIPO-PJ-LIN PIC X(01).
           02 FILLER      PIC X(11) VALUE " DOCUMENTO ".
           02 DOC-PJ-LIN  PIC X(18).
           02 FILLER      PIC X(34) VALUE SPACES.

       01 LIN-RAZAO.
           02 FILLER      PIC X(13) VALUE "RAZAO SOCIAL ".
           02 RAZAO-LIN   PIC X(40).
           02 FILLER      PIC X(23) VALUE SPACES.

       01 LIN-FANTASIA.
           02 FILLER      PIC X(14) VALUE "NOME FANTASIA ".
           02 FANTASIA-LIN PIC X(30).
           02 FILLER      PIC X(32) VALUE SPACES.

       01 LIN-CONSENT.
           02 FILLER      PIC X(10) VALUE "MARKETING ".
           02 MKT-LIN     PIC X(01).
           02 FILLER      PIC X(13) VALUE " SOLICITACAO ".
           02 SOLIC-LIN   PIC X(01).
           02 FILLER      PIC X(13) VALUE " SOLICITANTE ".
           02 SOLICITANTE-LIN PIC X(20).
           02 FILLER      PIC X(06) VALUE " DATA ".
           02 DATA-CONS-LIN PIC X(10).
           02 FILLER      PIC X(02) VALUE SPACES.

       01 LIN-DENY.
           02 FILLER      PIC X(16) VALUE "BLOQUEIO MOTIVO ".
           02 MOTIVO-LIN  PIC X(02).
           02 FILLER      PIC X(07) VALUE " DESDE ".
           02 DATA-DENY-LIN PIC X(10).
           02 FILLER      PIC X(11) VALUE " DOCUMENTO ".
           02 DOC-DENY-LIN PIC X(18).
           02 FILLER      PIC X(12) VALUE SPACES.

       01 LIN-VENDA.
           02 FILLER      PIC X(05) VALUE "DATA ".
           02 DATA-VENDA-LIN PIC X(10).
           02 FILLER      PIC X(06) VALUE " TIPO ".
           02 TIPO-LIN    PIC X(01).
           02 FILLER      PIC X(09) VALUE " PRODUTO ".
           02 PROD-LIN    PIC 9(04).
           02 FILLER      PIC X(05) VALUE " QTD ".
           02 QTD-LIN     PIC 9(04).
           02 FILLER      PIC X(07) VALUE " VALOR ".
           02 VALOR-VENDA-LIN PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(07) VALUE " VEND. ".
           02 VEND-LIN    PIC 9(05).
           02 FILLER      PIC X(01) VALUE SPACES.

       01 LIN-NOTA.
           02 FILLER      PIC X(05) VALUE "NOTA ".
           02 NOTA-LIN    PIC 9(04).
           02 FILLER      PIC X(09) VALUE " EMISSAO ".
           02 DATA-NOTA-LIN PIC X(10).
           02 FILLER      PIC X(07) VALUE " VALOR ".
           02 VALOR-NOTA-LIN PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(05) VALUE " SIT ".
           02 SIT-NOTA-LIN PIC X(01).
           02 FILLER      PIC X(06) VALUE " COND ".
           02 COND-NOTA-LIN PIC 9(02).
           02 FILLER      PIC X(15) VALUE SPACES.

       01 LIN-CR.
           02 FILLER      PIC X(05) VALUE "NOTA ".
           02 NOTA-CR-LIN PIC 9(04).
           02 FILLER      PIC X(06) VALUE " PARC ".
           02 PARC-LIN    PIC 9(02).
           02 FILLER      PIC X(06) VALUE " VENC ".
           02 DATA-VENC-LIN PIC X(10).
           02 FILLER      PIC X(07) VALUE " VALOR ".
           02 VALOR-CR-LIN PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(06) VALUE " PAGO ".
           02 PAGO-LIN    PIC Z.ZZZ.ZZ9,99.
           02 FILLER      PIC X(05) VALUE " SIT ".
           02 SIT-CR-LIN  PIC X(01).

       01 LIN-CAMP.
           02 FILLER      PIC X(09) VALUE "CAMPANHA ".
           02 CAMP-LIN    PIC 9(04).
           02 FILLER      PIC X(16) VALUE " SELECIONADO EM ".
           02 DATA-CAMP-LIN PIC X(10).
           02 FILLER      PIC X(37) VALUE SPACES.

       01 LIN-SAC.
           02 FILLER      PIC X(08) VALUE "CHAMADO ".
           02 NR-SAC-LIN  PIC 9(06).
           02 FILLER      PIC X(08) VALUE " ABERTO ".
           02 DATA-SAC-LIN PIC X(10).
           02 FILLER      PIC X(07) VALUE " CATEG ".
           02 CATEG-LIN   PIC X(02).
           02 FILLER      PIC X(05) VALUE " SIT ".
           02 SIT-SAC-LIN PIC X(01).
           02 FILLER      PIC X(07) VALUE " RESP. ".
           02 RESP-LIN    PIC X(20).
           02 FILLER      PIC X(02) VALUE SPACES.

       01 LIN-ASSUNTO.
           02 FILLER      PIC X(08) VALUE "ASSUNTO ".
           02 ASSUNTO-LIN PIC X(50).
           02 FILLER      PIC X(18) VALUE SPACES.

       01 CAB-01.
           02 FILLER  PIC X(70) VALUE SPACES.
           02 FILLER  PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.
           02 FILLER  PIC X(02) VALUE SPACES.
       01 CAB-02.
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(53) VALUE
              "RELATORIO DE DADOS PESSOAIS - ACESSO DO TITULAR LGPD".
           02 FILLER PIC X(14) VALUE SPACES.
       01 CAB-03.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(13) VALUE "TITULAR CPF: ".
           02 CPF-CAB     PIC X(14).
           02 FILLER      PIC X(16) VALUE "   SOLICITANTE: ".
           02 SOL-CAB     PIC X(20).
           02 FILLER      PIC X(15) VALUE SPACES.
       01 CAB-04.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(15) VALUE "SOLICITADO EM: ".
           02 DATA-SOL-CAB PIC X(10).
           02 FILLER      PIC X(17) VALUE "  RESPONDIDO EM: ".
           02 DATA-RESP-CAB PIC X(10).
           02 FILLER      PIC X(15) VALUE "  PRAZO LEGAL: ".
           02 DATA-PRAZO-CAB PIC X(10).

       01 LINHA-ARQUIVO.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 ARQUIVO-LIN PIC X(50).
           02 FILLER      PIC X(28) VALUE SPACES.

       01 DETALHE.
           02 FILLER      PIC X(04) VALUE SPACES.
           02 TEXTO-REL   PIC X(76).

       01 RODAPE-01.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(33) VALUE
                      "TOTAL DE REGISTROS LOCALIZADOS: ".
           02 TOTAL-REG-REL PIC ZZ.ZZ9.
           02 FILLER      PIC X(39) VALUE SPACES.
       01 RODAPE-02.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(45) VALUE
              "NENHUM DADO PESSOAL DO TITULAR FOI LOCALIZADO".
           02 FILLER      PIC X(33) VALUE SPACES.
       01 RODAPE-03.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 FILLER      PIC X(48) VALUE
              "*** RESPOSTA EMITIDA APOS O PRAZO LEGAL ***".
           02 FILLER      PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-LGPDACES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PEDIDOS.
           IF QTD-PEDIDOS EQUAL 0
              DISPLAY "NENHUMA SOLICITACAO DE ACESSO PENDENTE"
           ELSE
              OPEN EXTEND LGPDAUD
              IF WS-STATUS-AUD EQUAL "35"
                 OPEN OUTPUT LGPDAUD
              END-IF
              SORT TRAB
                   ASCENDING CPF-TRAB
                   ASCENDING ORDEM-TRAB
                   ASCENDING SEQ-TRAB
                   INPUT PROCEDURE COLETA-DADOS
                   OUTPUT PROCEDURE EMITE-EXTRATOS
              CLOSE LGPDAUD
           END-IF.
           PERFORM FIM.
           STOP RUN.

       CARREGA-PEDIDOS.
           OPEN INPUT LGPDPED.
           IF WS-STATUS-PED NOT EQUAL "00"
              DISPLAY "LGPDPED.DAT NAO ENCONTRADO - ABORTADO"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO FIM-ARQ.
           PERFORM LER-PEDIDO.
           PERFORM GUARDA-PEDIDO UNTIL FIM-ARQ EQUAL "S".
           CLOSE LGPDPED.

       LER-PEDIDO.
           READ LGPDPED AT END MOVE "S" TO FIM-ARQ.

       GUARDA-PEDIDO.
           ADD 1 TO CT-PEDIDOS.
           MOVE CPF-PED TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              ADD 1 TO CT-DUPLICADOS
           ELSE
              IF QTD-PEDIDOS LESS THAN 500
                 ADD 1 TO QTD-PEDIDOS
                 MOVE CPF-PED         TO TAB-CPF-PED(QTD-PEDIDOS)
                 MOVE SOLICITANTE-PED TO TAB-SOL-PED(QTD-PEDIDOS)
                 IF DATA-SOL-PED NUMERIC AND
                    DATA-SOL-PED NOT EQUAL ZEROES
                    MOVE DATA-SOL-PED TO TAB-DATA-PED(QTD-PEDIDOS)
                 ELSE
                    MOVE DATA-HOJE TO TAB-DATA-PED(QTD-PEDIDOS)
                 END-IF
                 MOVE ZEROES TO TAB-COD-PED(QTD-PEDIDOS)
              ELSE
                 DISPLAY "LGPDPED.DAT EXCEDE 500 TITULARES - "
                         "ABORTADO"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LER-PEDIDO.

       PESQUISA-CPF.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PEDIDO.
           PERFORM TESTA-CPF UNTIL IND-PEDIDO GREATER THAN
                   QTD-PEDIDOS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PEDIDO
           END-IF.

       TESTA-CPF.
           IF TAB-CPF-PED(IND-PEDIDO) EQUAL CPF-BUSCA
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PEDIDO.

       PESQUISA-CODIGO.
           MOVE "N" TO ACHEI.
           MOVE 1 TO IND-PEDIDO.
           PERFORM TESTA-CODIGO UNTIL IND-PEDIDO GREATER THAN
                   QTD-PEDIDOS OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-PEDIDO
           END-IF.

       TESTA-CODIGO.
           IF TAB-COD-PED(IND-PEDIDO) EQUAL COD-BUSCA AND
              COD-BUSCA NOT EQUAL ZEROES
              MOVE "S" TO ACHEI
           END-IF.
           ADD 1 TO IND-PEDIDO.

       FORMATA-DATA.
           IF DATA-AUX NUMERIC
              MOVE DATA-AUX(7:2) TO DIA-ED
              MOVE DATA-AUX(5:2) TO MES-ED
              MOVE DATA-AUX(1:4) TO ANO-ED
           ELSE
              MOVE ZEROES TO DIA-ED MES-ED ANO-ED
           END-IF.

       FIM.
           DISPLAY "SOLICITACOES LIDAS     : " CT-PEDIDOS.
           DISPLAY "CPF REPETIDOS IGNORADOS: " CT-DUPLICADOS.
           DISPLAY "EXTRATOS EMITIDOS      : " QTD-PEDIDOS.
           DISPLAY "REGISTROS LOCALIZADOS  : " CT-REGISTROS.
           DISPLAY "RESPOSTAS FORA DO PRAZO: " CT-FORA-PRAZO.

       COLETA-DADOS SECTION.
           MOVE 1 TO IND-PEDIDO.
           PERFORM SOLTA-TITULAR UNTIL IND-PEDIDO GREATER THAN
                   QTD-PEDIDOS.
           PERFORM VARRE-CLIMEST.
           PERFORM VARRE-CADOK.
           PERFORM VARRE-CLITUR.
           PERFORM VARRE-CLIVAL.
           PERFORM VARRE-CLILOC.
           PERFORM VARRE-CADCLI.
           PERFORM VARRE-CONSENT.
           PERFORM VARRE-DENYLIST.
           PERFORM VARRE-ARQVENDA.
           PERFORM VARRE-NOTAS.
           PERFORM VARRE-CRABERTO.
           PERFORM VARRE-CAMPHIST.
           PERFORM VARRE-SAC.

       ROTINAS-COLETA SECTION.

       SOLTA-TITULAR.
           MOVE TAB-CPF-PED(IND-PEDIDO) TO CPF-TRAB.
           MOVE ZEROES TO ORDEM-TRAB.
           MOVE ZEROES TO SEQ-TRAB.
           MOVE "N"    TO NOVO-TRAB.
           MOVE SPACES TO TEXTO-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO IND-PEDIDO.

       SOLTA-LINHA.
           ADD 1 TO NR-SEQ.
           MOVE TAB-CPF-PED(IND-PEDIDO) TO CPF-TRAB.
           MOVE ORDEM-ATUAL TO ORDEM-TRAB.
           MOVE NR-SEQ TO SEQ-TRAB.
           RELEASE REG-TRAB.
           MOVE "N" TO NOVO-TRAB.

       VARRE-CLIMEST.
           MOVE 1 TO ORDEM-ATUAL.
           OPEN INPUT CLIMEST.
           IF WS-STATUS-MEST NOT EQUAL "00"
              DISPLAY "CLIMEST.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLIMEST
              PERFORM TRATA-CLIMEST UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIMEST
           END-IF.

       LER-CLIMEST.
           READ CLIMEST AT END MOVE "S" TO FIM-ARQ.

       TRATA-CLIMEST.
           IF COD-CLI NOT EQUAL 99999
              MOVE CPF-CLI TO CPF-BUSCA
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 IF TAB-COD-PED(IND-PEDIDO) EQUAL ZEROES
                    MOVE COD-CLI TO TAB-COD-PED(IND-PEDIDO)
                 END-IF
                 PERFORM SOLTA-CLIMEST
              END-IF
           END-IF.
           PERFORM LER-CLIMEST.

       SOLTA-CLIMEST.
           MOVE COD-CLI    TO COD-LIN.
           MOVE ORIGEM-CLI TO ORIGEM-LIN.
           MOVE LIMITE-CLI TO LIMITE-LIN.
           MOVE CLASSE-CLI TO CLASSE-LIN.
           MOVE SEGMENTO-CLI TO SEGMENTO-LIN.
           MOVE LIN-CLIENTE TO TEXTO-TRAB.
           MOVE "S" TO NOVO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE NOME-CLI  TO NOME-LIN.
           MOVE EMAIL-CLI TO EMAIL-LIN.
           MOVE LIN-IDENT TO TEXTO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE CIDADE-CLI TO CIDADE-LIN.
           MOVE ESTADO-CLI TO UF-LIN.
           MOVE TEL-CLI    TO TEL-LIN.
           MOVE " DESDE " TO ROTULO-DATA-LIN.
           MOVE DATA-CLI TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-EDITADA TO DATA-LIN.
           MOVE LIN-LOCAL TO TEXTO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE LOGRAD-CLI TO LOGRAD-LIN.
           MOVE NUMERO-CLI TO NUMERO-LIN.
           MOVE CEP-CLI TO DATA-AUX.
           PERFORM FORMATA-CEP.
           MOVE LIN-ENDER TO TEXTO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE COMPL-CLI  TO COMPL-LIN.
           MOVE BAIRRO-CLI TO BAIRRO-LIN.
           MOVE LIN-COMPL TO TEXTO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE COND-CLI       TO COND-LIN.
           MOVE RECENCIA-CLI   TO REC-LIN.
           MOVE FREQUENCIA-CLI TO FREQ-LIN.
           MOVE MONETARIO-CLI  TO MON-LIN.
           MOVE DATA-RFM-CLI TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-EDITADA TO DATA-RFM-LIN.
           MOVE LIN-RFM TO TEXTO-TRAB.
           PERFORM SOLTA-LINHA.
           MOVE TIPO-PESSOA-CLI TO TIPO-AUX.
           MOVE ZEROES TO DOC-AUX.
           IF DOC-CLI NUMERIC
              MOVE DOC-CLI TO DOC-AUX
           END-IF.
           MOVE RAZAO-CLI    TO RAZAO-LIN.
           MOVE FANTASIA-CLI TO FANTASIA-LIN.
           PERFORM SOLTA-PESSOA-JURIDICA.

       SOLTA-PESSOA-JURIDICA.
           IF TIPO-AUX EQUAL "J" OR DOC-AUX NOT EQUAL ZEROES OR
              RAZAO-LIN NOT EQUAL SPACES OR
              FANTASIA-LIN NOT EQUAL SPACES
              MOVE TIPO-AUX TO TIPO-PJ-LIN
              PERFORM FORMATA-DOCUMENTO
              MOVE LIN-PJ TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
              MOVE LIN-RAZAO TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
              MOVE LIN-FANTASIA TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.

       FORMATA-DOCUMENTO.
           IF DOC-AUX EQUAL ZEROES
              MOVE SPACES TO DOC-PJ-LIN
           ELSE
              IF TIPO-AUX EQUAL "J"
                 MOVE DOC-AUX(1:2)  TO CNPJ-ED-1
                 MOVE DOC-AUX(3:3)  TO CNPJ-ED-2
                 MOVE DOC-AUX(6:3)  TO CNPJ-ED-3
                 MOVE DOC-AUX(9:4)  TO CNPJ-ED-4
                 MOVE DOC-AUX(13:2) TO CNPJ-ED-5
                 MOVE CNPJ-EDITADO TO DOC-PJ-LIN
              ELSE
                 MOVE DOC-AUX TO DOC-PJ-LIN
              END-IF
           END-IF.

       FORMATA-CEP.
           IF DATA-AUX NUMERIC AND DATA-AUX NOT EQUAL ZEROES
              MOVE DATA-AUX(1:5) TO CEP-ED-5
              MOVE DATA-AUX(6:3) TO CEP-ED-3
              MOVE CEP-EDITADO TO CEP-LIN
           ELSE
              MOVE SPACES TO CEP-LIN
           END-IF.

       VARRE-CADOK.
           MOVE 2 TO ORDEM-ATUAL.
           OPEN INPUT CADOK.
           IF WS-STATUS-OK NOT EQUAL "00"
              DISPLAY "CADOK.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CADOK
              PERFORM TRATA-CADOK UNTIL FIM-ARQ EQUAL "S"
              CLOSE CADOK
           END-IF.

       LER-CADOK.
           READ CADOK AT END MOVE "S" TO FIM-ARQ.

       TRATA-CADOK.
           MOVE CPF-OK TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              MOVE NOME-OK  TO NOME-LIN
              MOVE EMAIL-OK TO EMAIL-LIN
              MOVE LIN-IDENT TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
              MOVE CIDADE-OK   TO CIDADE-LIN
              MOVE ESTADO-OK   TO UF-LIN
              MOVE TELEFONE-OK TO TEL-LIN
              MOVE SPACES TO ROTULO-DATA-LIN DATA-LIN
              MOVE LIN-LOCAL TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
              MOVE LOGRAD-OK TO LOGRAD-LIN
              MOVE NUMERO-OK TO NUMERO-LIN
              MOVE CEP-OK TO DATA-AUX
              PERFORM FORMATA-CEP
              MOVE LIN-ENDER TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
              MOVE COMPL-OK  TO COMPL-LIN
              MOVE BAIRRO-OK TO BAIRRO-LIN
              MOVE LIN-COMPL TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
              MOVE TIPO-PESSOA-OK TO TIPO-AUX
              MOVE ZEROES TO DOC-AUX
              IF CNPJ-OK NUMERIC
                 MOVE CNPJ-OK TO DOC-AUX
              END-IF
              MOVE RAZAO-OK    TO RAZAO-LIN
              MOVE FANTASIA-OK TO FANTASIA-LIN
              PERFORM SOLTA-PESSOA-JURIDICA
           END-IF.
           PERFORM LER-CADOK.

       VARRE-CLITUR.
           MOVE 3 TO ORDEM-ATUAL.
           OPEN INPUT CLITUR.
           IF WS-STATUS-TUR NOT EQUAL "00"
              DISPLAY "CADCLI-EX2.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLITUR
              PERFORM TRATA-CLITUR UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLITUR
           END-IF.

       LER-CLITUR.
           READ CLITUR AT END MOVE "S" TO FIM-ARQ.

       TRATA-CLITUR.
           IF CPF-TUR NUMERIC
              MOVE CPF-TUR TO CPF-BUSCA
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE NOME-TUR  TO NOME-LIN
                 MOVE EMAIL-TUR TO EMAIL-LIN
                 MOVE LIN-IDENT TO TEXTO-TRAB
                 MOVE "S" TO NOVO-TRAB
                 PERFORM SOLTA-LINHA
                 MOVE CIDADE-TUR TO CIDADE-LIN
                 MOVE ESTADO-TUR TO UF-LIN
                 IF TEL-TUR NUMERIC
                    MOVE TEL-TUR TO TEL-LIN
                 ELSE
                    MOVE ZEROES TO TEL-LIN
                 END-IF
                 MOVE SPACES TO ROTULO-DATA-LIN DATA-LIN
                 MOVE LIN-LOCAL TO TEXTO-TRAB
                 PERFORM SOLTA-LINHA
              END-IF
           END-IF.
           PERFORM LER-CLITUR.

       VARRE-CLIVAL.
           MOVE 4 TO ORDEM-ATUAL.
           OPEN INPUT CLIVAL.
           IF WS-STATUS-VAL NOT EQUAL "00"
              DISPLAY "CADCLI-EX6.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLIVAL
              PERFORM TRATA-CLIVAL UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLIVAL
           END-IF.

       LER-CLIVAL.
           READ CLIVAL AT END MOVE "S" TO FIM-ARQ.

       TRATA-CLIVAL.
           IF CPF-VAL NUMERIC
              MOVE CPF-VAL TO CPF-BUSCA
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE NOME-VAL  TO NOME-LIN
                 MOVE EMAIL-VAL TO EMAIL-LIN
                 MOVE LIN-IDENT TO TEXTO-TRAB
                 MOVE "S" TO NOVO-TRAB
                 PERFORM SOLTA-LINHA
                 MOVE CIDADE-VAL TO CIDADE-LIN
                 MOVE ESTADO-VAL TO UF-LIN
                 IF TEL-VAL NUMERIC
                    MOVE TEL-VAL TO TEL-LIN
                 ELSE
                    MOVE ZEROES TO TEL-LIN
                 END-IF
                 MOVE SPACES TO ROTULO-DATA-LIN DATA-LIN
                 MOVE LIN-LOCAL TO TEXTO-TRAB
                 PERFORM SOLTA-LINHA
                 IF LOGRAD-VAL NOT EQUAL SPACES OR
                    CEP-VAL NOT EQUAL SPACES
                    MOVE LOGRAD-VAL TO LOGRAD-LIN
                    MOVE NUMERO-VAL TO NUMERO-LIN
                    MOVE ZEROES TO DATA-AUX
                    IF CEP-VAL NUMERIC
                       MOVE CEP-VAL TO DATA-AUX
                    END-IF
                    PERFORM FORMATA-CEP
                    MOVE LIN-ENDER TO TEXTO-TRAB
                    PERFORM SOLTA-LINHA
                    MOVE COMPL-VAL  TO COMPL-LIN
                    MOVE BAIRRO-VAL TO BAIRRO-LIN
                    MOVE LIN-COMPL TO TEXTO-TRAB
                    PERFORM SOLTA-LINHA
                 END-IF
                 MOVE TIPO-PESSOA-VAL TO TIPO-AUX
                 MOVE ZEROES TO DOC-AUX
                 IF CNPJ-VAL NUMERIC
                    MOVE CNPJ-VAL TO DOC-AUX
                 END-IF
                 MOVE RAZAO-VAL    TO RAZAO-LIN
                 MOVE FANTASIA-VAL TO FANTASIA-LIN
                 PERFORM SOLTA-PESSOA-JURIDICA
              END-IF
           END-IF.
           PERFORM LER-CLIVAL.

       VARRE-CLILOC.
           MOVE 5 TO ORDEM-ATUAL.
           OPEN INPUT CLILOC.
           IF WS-STATUS-LOC NOT EQUAL "00"
              DISPLAY "CAD-CLI.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CLILOC
              PERFORM TRATA-CLILOC UNTIL FIM-ARQ EQUAL "S"
              CLOSE CLILOC
           END-IF.

       LER-CLILOC.
           READ CLILOC AT END MOVE "S" TO FIM-ARQ.

       TRATA-CLILOC.
           IF CPF-LOC NUMERIC
              MOVE CPF-LOC TO CPF-BUSCA
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE NOME-LOC  TO NOME-LIN
                 MOVE EMAIL-LOC TO EMAIL-LIN
                 MOVE LIN-IDENT TO TEXTO-TRAB
                 MOVE "S" TO NOVO-TRAB
                 PERFORM SOLTA-LINHA
                 MOVE CIDADE-LOC TO CIDADE-LIN
                 MOVE ESTADO-LOC TO UF-LIN
                 MOVE ZEROES TO TEL-LIN
                 MOVE SPACES TO ROTULO-DATA-LIN DATA-LIN
                 MOVE LIN-LOCAL TO TEXTO-TRAB
                 PERFORM SOLTA-LINHA
              END-IF
           END-IF.
           PERFORM LER-CLILOC.

       VARRE-CADCLI.
           MOVE 6 TO ORDEM-ATUAL.
           OPEN INPUT CADCLI.
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "CADCLI AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CADCLI
              PERFORM TRATA-CADCLI UNTIL FIM-ARQ EQUAL "S"
              CLOSE CADCLI
           END-IF.

       LER-CADCLI.
           READ CADCLI AT END MOVE "S" TO FIM-ARQ.

       TRATA-CADCLI.
           IF CPF-ENT NUMERIC
              MOVE CPF-ENT TO CPF-BUSCA
              PERFORM PESQUISA-CPF
              IF ACHEI EQUAL "S"
                 MOVE NOME-ENT  TO NOME-LIN
                 MOVE EMAIL-ENT TO EMAIL-LIN
                 MOVE LIN-IDENT TO TEXTO-TRAB
                 MOVE "S" TO NOVO-TRAB
                 PERFORM SOLTA-LINHA
                 MOVE CIDADE-ENT TO CIDADE-LIN
                 MOVE ESTADO-ENT TO UF-LIN
                 IF TEL-ENT NUMERIC
                    MOVE TEL-ENT TO TEL-LIN
                 ELSE
                    MOVE ZEROES TO TEL-LIN
                 END-IF
                 MOVE SPACES TO ROTULO-DATA-LIN DATA-LIN
                 MOVE LIN-LOCAL TO TEXTO-TRAB
                 PERFORM SOLTA-LINHA
              END-IF
           END-IF.
           PERFORM LER-CADCLI.

       VARRE-CONSENT.
           MOVE 7 TO ORDEM-ATUAL.
           OPEN INPUT CONSENT.
           IF WS-STATUS-CONS NOT EQUAL "00"
              DISPLAY "CONSENT.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CONSENT
              PERFORM TRATA-CONSENT UNTIL FIM-ARQ EQUAL "S"
              CLOSE CONSENT
           END-IF.

       LER-CONSENT.
           READ CONSENT AT END MOVE "S" TO FIM-ARQ.

       TRATA-CONSENT.
           MOVE CPF-CONS TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              MOVE MARKETING-CONS   TO MKT-LIN
              MOVE SOLICITACAO-CONS TO SOLIC-LIN
              MOVE SOLICITANTE-CONS TO SOLICITANTE-LIN
              MOVE DATA-SOL-CONS TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-CONS-LIN
              MOVE LIN-CONSENT TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-CONSENT.

       VARRE-DENYLIST.
           MOVE 8 TO ORDEM-ATUAL.
           OPEN INPUT DENYLIST.
           IF WS-STATUS-DENY NOT EQUAL "00"
              DISPLAY "DENYLIST.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-DENYLIST
              PERFORM TRATA-DENYLIST UNTIL FIM-ARQ EQUAL "S"
              CLOSE DENYLIST
           END-IF.

       LER-DENYLIST.
           READ DENYLIST AT END MOVE "S" TO FIM-ARQ.

       TRATA-DENYLIST.
           MOVE CPF-DENY TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              MOVE MOTIVO-DENY TO MOTIVO-LIN
              MOVE DATA-DENY TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-DENY-LIN
              MOVE TIPO-DENY TO TIPO-AUX
              MOVE ZEROES TO DOC-AUX
              IF CNPJ-DENY NUMERIC
                 MOVE CNPJ-DENY TO DOC-AUX
              END-IF
              PERFORM FORMATA-DOCUMENTO
              MOVE DOC-PJ-LIN TO DOC-DENY-LIN
              MOVE LIN-DENY TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-DENYLIST.

       VARRE-ARQVENDA.
           MOVE 9 TO ORDEM-ATUAL.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA NOT EQUAL "00"
              DISPLAY "ARQVENDA.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-ARQVENDA
              PERFORM TRATA-ARQVENDA UNTIL FIM-ARQ EQUAL "S"
              CLOSE ARQVENDA
           END-IF.

       LER-ARQVENDA.
           READ ARQVENDA AT END MOVE "S" TO FIM-ARQ.

       TRATA-ARQVENDA.
           MOVE COD-CLI-VENDA TO COD-BUSCA.
           PERFORM PESQUISA-CODIGO.
           IF ACHEI EQUAL "S"
              MOVE DIA-VENDA TO DIA-ED
              MOVE MES-VENDA TO MES-ED
              MOVE ANO-VENDA TO ANO-ED
              MOVE DATA-EDITADA      TO DATA-VENDA-LIN
              MOVE TIPO-VENDA        TO TIPO-LIN
              MOVE COD-PROD-VENDA    TO PROD-LIN
              MOVE QTD-PROD-VENDA    TO QTD-LIN
              MOVE VAL-VENDA         TO VALOR-VENDA-LIN
              MOVE NR-VENDEDOR-VENDA TO VEND-LIN
              MOVE LIN-VENDA TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-ARQVENDA.

       VARRE-NOTAS.
           MOVE 10 TO ORDEM-ATUAL.
           OPEN INPUT NOTAS.
           IF WS-STATUS-NOTA NOT EQUAL "00"
              DISPLAY "NOTAS.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-NOTAS
              PERFORM TRATA-NOTAS UNTIL FIM-ARQ EQUAL "S"
              CLOSE NOTAS
           END-IF.

       LER-NOTAS.
           READ NOTAS AT END MOVE "S" TO FIM-ARQ.

       TRATA-NOTAS.
           MOVE COD-CLI-NOTA TO COD-BUSCA.
           PERFORM PESQUISA-CODIGO.
           IF ACHEI EQUAL "S"
              MOVE NR-NOTA TO NOTA-LIN
              MOVE DATA-NOTA TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-NOTA-LIN
              MOVE VALOR-NOTA TO VALOR-NOTA-LIN
              MOVE SIT-NOTA   TO SIT-NOTA-LIN
              MOVE COND-NOTA  TO COND-NOTA-LIN
              MOVE LIN-NOTA TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-NOTAS.

       VARRE-CRABERTO.
           MOVE 11 TO ORDEM-ATUAL.
           OPEN INPUT CRABERTO.
           IF WS-STATUS-CR NOT EQUAL "00"
              DISPLAY "CRABERTO.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CRABERTO
              PERFORM TRATA-CRABERTO UNTIL FIM-ARQ EQUAL "S"
              CLOSE CRABERTO
           END-IF.

       LER-CRABERTO.
           READ CRABERTO AT END MOVE "S" TO FIM-ARQ.

       TRATA-CRABERTO.
           MOVE COD-CLI-CR TO COD-BUSCA.
           PERFORM PESQUISA-CODIGO.
           IF ACHEI EQUAL "S"
              MOVE NR-NOTA-CR TO NOTA-CR-LIN
              MOVE PARCELA-CR TO PARC-LIN
              MOVE DATA-VENC-CR TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-VENC-LIN
              MOVE VALOR-CR    TO VALOR-CR-LIN
              MOVE RECEBIDO-CR TO PAGO-LIN
              MOVE SIT-CR      TO SIT-CR-LIN
              MOVE LIN-CR TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-CRABERTO.

       VARRE-CAMPHIST.
           MOVE 12 TO ORDEM-ATUAL.
           OPEN INPUT CAMPHIST.
           IF WS-STATUS-HIST NOT EQUAL "00"
              DISPLAY "CAMPHIST.DAT AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-CAMPHIST
              PERFORM TRATA-CAMPHIST UNTIL FIM-ARQ EQUAL "S"
              CLOSE CAMPHIST
           END-IF.

       LER-CAMPHIST.
           READ CAMPHIST AT END MOVE "S" TO FIM-ARQ.

       TRATA-CAMPHIST.
           MOVE CPF-HIST TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           IF ACHEI EQUAL "S"
              MOVE COD-CAMP-HIST TO CAMP-LIN
              MOVE DATA-SEL-HIST TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-CAMP-LIN
              MOVE LIN-CAMP TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-CAMPHIST.

       VARRE-SAC.
           MOVE 13 TO ORDEM-ATUAL.
           OPEN INPUT CAD-SAC.
           IF WS-STATUS-SAC NOT EQUAL "00"
              DISPLAY "SACMEST.IDX AUSENTE - IGNORADO"
           ELSE
              MOVE "N" TO FIM-ARQ
              PERFORM LER-SAC
              PERFORM TRATA-SAC UNTIL FIM-ARQ EQUAL "S"
              CLOSE CAD-SAC
           END-IF.

       LER-SAC.
           READ CAD-SAC NEXT
               AT END MOVE "S" TO FIM-ARQ
           END-READ.

       TRATA-SAC.
           MOVE COD-CLI-SAC TO COD-BUSCA.
           PERFORM PESQUISA-CODIGO.
           IF ACHEI EQUAL "S"
              MOVE NR-SAC TO NR-SAC-LIN
              MOVE DATA-ABERT-SAC TO DATA-AUX
              PERFORM FORMATA-DATA
              MOVE DATA-EDITADA TO DATA-SAC-LIN
              MOVE CATEG-SAC TO CATEG-LIN
              MOVE SIT-SAC   TO SIT-SAC-LIN
              MOVE RESP-SAC  TO RESP-LIN
              MOVE LIN-SAC TO TEXTO-TRAB
              MOVE "S" TO NOVO-TRAB
              PERFORM SOLTA-LINHA
              MOVE ASSUNTO-SAC TO ASSUNTO-LIN
              MOVE LIN-ASSUNTO TO TEXTO-TRAB
              PERFORM SOLTA-LINHA
           END-IF.
           PERFORM LER-SAC.

       EMITE-EXTRATOS SECTION.
           OPEN OUTPUT REL-LGPD.
           MOVE "N" TO FIM-SORT.
           PERFORM LEITURA-TRAB.
           PERFORM PRINCIPAL UNTIL FIM-SORT EQUAL "S".
           IF TEM-CPF EQUAL "S"
              PERFORM ENCERRA-TITULAR
           END-IF.
           CLOSE REL-LGPD.

       ROTINAS-EMISSAO SECTION.

       LEITURA-TRAB.
           RETURN TRAB AT END MOVE "S" TO FIM-SORT.

       PRINCIPAL.
           IF TEM-CPF EQUAL "N" OR CPF-TRAB NOT EQUAL CPF-ATUAL
              IF TEM-CPF EQUAL "S"
                 PERFORM ENCERRA-TITULAR
              END-IF
              PERFORM INICIA-TITULAR
           END-IF.
           IF ORDEM-TRAB NOT EQUAL ZEROES
              IF ORDEM-TRAB NOT EQUAL ORDEM-IMPRESSA
                 MOVE ORDEM-TRAB TO ORDEM-IMPRESSA
                 PERFORM IMPRIME-ARQUIVO
              END-IF
              IF CT-LIN GREATER THAN 40
                 PERFORM CABECALHO
                 PERFORM IMPRIME-ARQUIVO
              END-IF
              IF NOVO-TRAB EQUAL "S"
                 ADD 1 TO CT-REG-CPF
                 ADD 1 TO CT-REGISTROS
                 MOVE SPACES TO REG-ATR
                 WRITE REG-ATR AFTER ADVANCING 1 LINE
                 ADD 1 TO CT-LIN
              END-IF
              MOVE TEXTO-TRAB TO TEXTO-REL
              WRITE REG-ATR FROM DETALHE AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN
           END-IF.
           PERFORM LEITURA-TRAB.

       INICIA-TITULAR.
           MOVE CPF-TRAB TO CPF-ATUAL.
           MOVE "S" TO TEM-CPF.
           MOVE ZEROES TO CT-REG-CPF.
           MOVE ZEROES TO ORDEM-IMPRESSA.
           MOVE CPF-ATUAL TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           MOVE CPF-ATUAL(1:3) TO CPF-ED-1.
           MOVE CPF-ATUAL(4:3) TO CPF-ED-2.
           MOVE CPF-ATUAL(7:3) TO CPF-ED-3.
           MOVE CPF-ATUAL(10:2) TO CPF-ED-4.
           MOVE CPF-EDITADO TO CPF-CAB.
           MOVE TAB-SOL-PED(IND-PEDIDO) TO SOL-CAB.
           MOVE TAB-DATA-PED(IND-PEDIDO) TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-EDITADA TO DATA-SOL-CAB.
           MOVE DATA-HOJE TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-EDITADA TO DATA-RESP-CAB.
           CALL "DATASOMA" USING TAB-DATA-PED(IND-PEDIDO) DIAS-PRAZO
                                 DATA-PRAZO RESULTADO-DATA.
           IF RESULTADO-DATA NOT EQUAL "00"
              MOVE DATA-HOJE TO DATA-PRAZO
           END-IF.
           MOVE DATA-PRAZO TO DATA-AUX.
           PERFORM FORMATA-DATA.
           MOVE DATA-EDITADA TO DATA-PRAZO-CAB.
           PERFORM CABECALHO.

       IMPRIME-ARQUIVO.
           MOVE DESCR-ARQUIVO(ORDEM-IMPRESSA) TO ARQUIVO-LIN.
           WRITE REG-ATR FROM LINHA-ARQUIVO AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       ENCERRA-TITULAR.
           IF CT-REG-CPF EQUAL ZEROES
              WRITE REG-ATR FROM RODAPE-02 AFTER ADVANCING 2 LINES
           ELSE
              MOVE CT-REG-CPF TO TOTAL-REG-REL
              WRITE REG-ATR FROM RODAPE-01 AFTER ADVANCING 3 LINES
           END-IF.
           IF DATA-HOJE GREATER THAN DATA-PRAZO
              WRITE REG-ATR FROM RODAPE-03 AFTER ADVANCING 2 LINES
              ADD 1 TO CT-FORA-PRAZO
           END-IF.
           MOVE CPF-ATUAL TO CPF-BUSCA.
           PERFORM PESQUISA-CPF.
           MOVE CPF-ATUAL TO CPF-AUD.
           MOVE "C" TO ACAO-AUD.
           MOVE TAB-SOL-PED(IND-PEDIDO) TO SOLICITANTE-AUD.
           MOVE TAB-DATA-PED(IND-PEDIDO) TO DATA-SOL-AUD.
           MOVE DATA-HOJE TO DATA-EXEC-AUD.
           MOVE "REL-LGPD" TO ARQUIVO-AUD.
           WRITE REG-AUD.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-ATR.
           WRITE REG-ATR AFTER ADVANCING PAGE.
           WRITE REG-ATR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-ATR FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-ATR FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.
