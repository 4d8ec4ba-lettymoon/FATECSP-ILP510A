               88 SIT-ATIVO    VALUE 1.
               88 SIT-SUSPENSO VALUE 2.
               88 SIT-CANCELADO VALUE 3.
           02 DATA-VALID-USU PIC 9(08).

       FD CAD-USU-I
           LABEL RECORD ARE STANDARD
           02 NOM-USU-I  PIC X(30).
           02 DATA-USU-I PIC 9(08).
           02 SIT-USU-I  PIC 9(01).
           02 DATA-VALID-I PIC 9(08).

       FD PARMUSU
           LABEL RECORD ARE STANDARD
           MOVE MES     TO DATA-USU-I(3:2).
           MOVE ANO     TO DATA-USU-I(5:4).
           MOVE SIT-USU TO SIT-USU-I.
           IF DATA-VALID-USU NUMERIC
              MOVE DATA-VALID-USU TO DATA-VALID-I
           ELSE
              MOVE ZEROES TO DATA-VALID-I
           END-IF.
           WRITE REG-USU-I.
           IF WS-STATUS-IDX EQUAL "00"
              ADD 1 TO CT-GRAVADOS
           MOVE DATA-USU-I(3:2) TO MES.
           MOVE DATA-USU-I(5:4) TO ANO.
           MOVE SIT-USU-I       TO SIT-USU.
           MOVE DATA-VALID-I    TO DATA-VALID-USU.
           WRITE REG-USU.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LER-IDX.
