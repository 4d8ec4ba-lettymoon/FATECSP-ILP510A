               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 DATA-VALID-USU PIC 9(08).

       FD USUATU
           LABEL RECORD ARE STANDARD
               03 MES-ATU PIC 9(02).
               03 ANO-ATU PIC 9(04).
           02 SIT-USU-ATU PIC 9(01).
           02 DATA-VALID-ATU PIC 9(08).

       FD CAD-USU-I
           LABEL RECORD ARE STANDARD
           02 NOM-USU-I  PIC X(30).
           02 DATA-USU-I PIC 9(08).
           02 SIT-USU-I  PIC 9(01).
           02 DATA-VALID-I PIC 9(08).

       FD REL-PONTE
           LABEL RECORD IS OMITTED.
           77 CT-COLISOES    PIC 9(05) VALUE ZEROES.
           77 CT-FORA-ROSTER PIC 9(05) VALUE ZEROES.
           77 IND-DESL       PIC 9(04) VALUE ZEROES.
           77 VALIDADE-NOVA  PIC 9(08) VALUE ZEROES.
           77 CT-LIN         PIC 9(02) VALUE 41.
           77 CT-PAG         PIC 9(03) VALUE ZEROES.

               03 TAB-NOM-USU  PIC X(30).
               03 TAB-DATA-USU PIC 9(08).
               03 TAB-SIT-USU  PIC 9(01).
               03 TAB-VALID-USU PIC 9(08).
               03 TAB-NO-ROSTER PIC X(01).

       01 CAB-01.
       PROCEDURE DIVISION.
       PGM-USUPONTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE VALIDADE-NOVA = DATA-HOJE + 10000.
           IF VALIDADE-NOVA(5:4) EQUAL "0229"
              SUBTRACT 1 FROM VALIDADE-NOVA
           END-IF.
           PERFORM CARREGA-USUARIOS.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "S".
              MOVE NOM-USU TO TAB-NOM-USU(QTD-USU)
              MOVE REG-DATA TO TAB-DATA-USU(QTD-USU)
              MOVE SIT-USU TO TAB-SIT-USU(QTD-USU)
              IF DATA-VALID-USU NUMERIC
                 MOVE DATA-VALID-USU TO TAB-VALID-USU(QTD-USU)
              ELSE
                 MOVE ZEROES TO TAB-VALID-USU(QTD-USU)
              END-IF
              MOVE "N"     TO TAB-NO-ROSTER(QTD-USU)
           ELSE
              DISPLAY "CAD-USU.DAT EXCEDE A TABELA DE USUARIOS - "
              MOVE DATA-HOJE(5:2) TO TAB-DATA-USU(IND-USU)(3:2)
              MOVE DATA-HOJE(1:4) TO TAB-DATA-USU(IND-USU)(5:4)
              MOVE 1         TO TAB-SIT-USU(IND-USU)
              MOVE VALIDADE-NOVA TO TAB-VALID-USU(IND-USU)
              MOVE "S"       TO TAB-NO-ROSTER(IND-USU)
              ADD 1 TO CT-CRIADOS
              PERFORM GRAVA-INDEXADO
           MOVE DATA-HOJE(5:2) TO DATA-USU-I(3:2).
           MOVE DATA-HOJE(1:4) TO DATA-USU-I(5:4).
           MOVE 1 TO SIT-USU-I.
           MOVE VALIDADE-NOVA TO DATA-VALID-I.
           WRITE REG-USU-I.
           IF WS-STATUS-IDX NOT EQUAL "00"
              DISPLAY "ERRO AO GRAVAR CADUSU.IDX - CHAVE "
           MOVE TAB-DATA-USU(IND-USU)(3:2) TO MES-ATU.
           MOVE TAB-DATA-USU(IND-USU)(5:4) TO ANO-ATU.
           MOVE TAB-SIT-USU(IND-USU) TO SIT-USU-ATU.
           MOVE TAB-VALID-USU(IND-USU) TO DATA-VALID-ATU.
           WRITE REG-USU-ATU.
           ADD 1 TO IND-USU.

