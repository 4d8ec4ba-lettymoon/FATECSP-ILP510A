           SELECT PARMCONS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-PARM.
           SELECT CPTRAN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-CPT.
           SELECT REL-CONS ASSIGN TO DISK.

       DATA DIVISION.
           02 TIPO-DTIP  PIC 9(02).
           02 DESCR-DTIP PIC X(20).
           02 TETO-DTIP  PIC 9(05)V99.
           02 COD-FORN-DTIP PIC 9(05).
           02 DIA-REP-DTIP  PIC 9(02).

       FD PARMCONS
           LABEL RECORD ARE STANDARD
           02 MES-PARM PIC 9(02).
           02 ANO-PARM PIC 9(04).

       FD CPTRAN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CPTRAN.DAT".
       01 REG-TRAN.
           02 COD-FORN-TRAN  PIC 9(05).
           02 DOC-TRAN       PIC X(10).
           02 ORIGEM-TRAN    PIC X(01).
           02 DATA-EMIS-TRAN-X PIC X(08).
           02 DATA-VENC-TRAN-X PIC X(08).
           02 DATA-VENC-TRAN REDEFINES DATA-VENC-TRAN-X PIC 9(08).
           02 VALOR-TRAN     PIC 9(07)V99.
           02 HIST-TRAN      PIC X(10).

       FD REL-CONS
           LABEL RECORD IS OMITTED.
       01 REG-ATR PIC X(90).
           77 WS-STATUS-DEDT PIC X(02).
           77 WS-STATUS-DTIP PIC X(02).
           77 WS-STATUS-PARM PIC X(02).
           77 WS-STATUS-CPT  PIC X(02).
           77 DATA-HOJE      PIC 9(08) VALUE ZEROES.
           77 DATA-REPASSE   PIC 9(08) VALUE ZEROES.
           77 CT-REPASSES    PIC 9(03) VALUE ZEROES.
           77 TOTAL-REPASSE  PIC 9(09)V99 VALUE ZEROES.
           77 COMPET-ATUAL   PIC 9(06) VALUE ZEROES.
           77 QTD-DTIP       PIC 9(02) VALUE ZEROES.
           77 IND-DTIP       PIC 9(02) VALUE ZEROES.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

       01 TABELA-DEDTIPO.
           02 TAB-DTIP OCCURS 20 TIMES.
               03 TAB-TIPO-DTIP   PIC 9(02).
               03 TAB-FORN-DTIP   PIC 9(05).
               03 TAB-DIA-DTIP    PIC 9(02).
               03 TAB-RETIDO-DTIP PIC 9(07)V99.

       01 CAB-01.
           02 FILLER  PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CONSIG.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-DEDTIPO.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
           PERFORM GERA-REPASSE.
           PERFORM FIM.
           STOP RUN.

           IF QTD-DTIP LESS THAN 20
              ADD 1 TO QTD-DTIP
              MOVE TIPO-DTIP TO TAB-TIPO-DTIP(QTD-DTIP)
              MOVE ZEROES TO TAB-FORN-DTIP(QTD-DTIP)
              MOVE 10 TO TAB-DIA-DTIP(QTD-DTIP)
              MOVE ZEROES TO TAB-RETIDO-DTIP(QTD-DTIP)
              IF COD-FORN-DTIP NUMERIC
                 MOVE COD-FORN-DTIP TO TAB-FORN-DTIP(QTD-DTIP)
              END-IF
              IF DIA-REP-DTIP NUMERIC AND DIA-REP-DTIP GREATER THAN 0
                 AND DIA-REP-DTIP LESS THAN 29
                 MOVE DIA-REP-DTIP TO TAB-DIA-DTIP(QTD-DTIP)
              END-IF
           END-IF.
           PERFORM LER-DEDTIPO.

           MOVE 1 TO IND-DTIP.
           PERFORM TESTA-TIPO UNTIL IND-DTIP GREATER THAN QTD-DTIP
                   OR ACHEI EQUAL "S".
           IF ACHEI EQUAL "S"
              SUBTRACT 1 FROM IND-DTIP
           END-IF.

       TESTA-TIPO.
           IF TAB-TIPO-DTIP(IND-DTIP) EQUAL TIPO-CON
           MOVE QTD-PARC-CON TO REFER-DEDT(18:2).
           WRITE REG-DEDTRAN.
           ADD 1 TO CT-PARCELAS.
           ADD VALOR-PARCELA TO TAB-RETIDO-DTIP(IND-DTIP).
           MOVE COMPET-ATUAL TO COMPET-ULT-CON.
           IF PARC-COB-CON EQUAL QTD-PARC-CON
              MOVE "Q" TO SIT-CON
           MOVE SIT-CON        TO SIT-ATU.
           WRITE REG-CONS-ATU.

       GERA-REPASSE.
           OPEN EXTEND CPTRAN.
           IF WS-STATUS-CPT EQUAL "35"
              OPEN OUTPUT CPTRAN
           END-IF.
           MOVE 1 TO IND-DTIP.
           PERFORM GRAVA-REPASSE UNTIL IND-DTIP GREATER THAN QTD-DTIP.
           CLOSE CPTRAN.

       GRAVA-REPASSE.
           IF TAB-RETIDO-DTIP(IND-DTIP) GREATER THAN ZEROES
              IF TAB-FORN-DTIP(IND-DTIP) EQUAL ZEROES
                 DISPLAY "TIPO " TAB-TIPO-DTIP(IND-DTIP)
                         " SEM FORNECEDOR DE REPASSE"
              ELSE
                 MOVE COMPET-ATUAL TO DATA-REPASSE(1:6)
                 MOVE TAB-DIA-DTIP(IND-DTIP) TO DATA-REPASSE(7:2)
                 IF COMPET-ATUAL(5:2) EQUAL "12"
                    ADD 10000 TO DATA-REPASSE
                    SUBTRACT 1100 FROM DATA-REPASSE
                 ELSE
                    ADD 100 TO DATA-REPASSE
                 END-IF
                 IF DATA-REPASSE LESS THAN DATA-HOJE
                    MOVE DATA-HOJE TO DATA-REPASSE
                 END-IF
                 MOVE TAB-FORN-DTIP(IND-DTIP) TO COD-FORN-TRAN
                 MOVE "CS"         TO DOC-TRAN(1:2)
                 MOVE TAB-TIPO-DTIP(IND-DTIP) TO DOC-TRAN(3:2)
                 MOVE COMPET-ATUAL TO DOC-TRAN(5:6)
                 MOVE "C"          TO ORIGEM-TRAN
                 MOVE SPACES       TO DATA-EMIS-TRAN-X
                 MOVE DATA-REPASSE TO DATA-VENC-TRAN
                 MOVE TAB-RETIDO-DTIP(IND-DTIP) TO VALOR-TRAN
                 MOVE SPACES       TO HIST-TRAN
                 WRITE REG-TRAN
                 ADD 1 TO CT-REPASSES
                 ADD TAB-RETIDO-DTIP(IND-DTIP) TO TOTAL-REPASSE
              END-IF
           END-IF.
           ADD 1 TO IND-DTIP.

       FIM.
           DISPLAY "CONTRATOS LIDOS       : " CT-CONTRATOS.
           DISPLAY "PARCELAS GERADAS      : " CT-PARCELAS.
           DISPLAY "CONTRATOS QUITADOS    : " CT-QUITADOS.
           DISPLAY "TIPOS INVALIDOS       : " CT-INVALIDOS.
           DISPLAY "REPASSES A PAGAR      : " CT-REPASSES.
           DISPLAY "TOTAL A REPASSAR      : " TOTAL-REPASSE.
           CLOSE CONSANT CONSATU DEDTRAN REL-CONS.
