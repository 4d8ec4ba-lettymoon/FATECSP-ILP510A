       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOCVAL.
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

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 IND-DIG      PIC 9(02) VALUE ZEROES.
           77 PRIM-DIG     PIC 9(02) VALUE ZEROES.
           77 QTD-DIG      PIC 9(02) VALUE ZEROES.
           77 IND-PESO     PIC 9(02) VALUE ZEROES.
           77 SOMA-DIG     PIC 9(04) VALUE ZEROES.
           77 RESTO-DIG    PIC 9(02) VALUE ZEROES.
           77 DV-CALC      PIC 9(01) VALUE ZEROES.
           77 REPETIDO     PIC X(01) VALUE "S".

       01 DOCUMENTO-W      PIC 9(14) VALUE ZEROES.
       01 DOCUMENTO-W-RED REDEFINES DOCUMENTO-W.
           02 DIG-DOC      PIC 9(01) OCCURS 14 TIMES.

       01 PESOS-CPF.
           02 FILLER PIC X(20) VALUE "11100908070605040302".
       01 PESOS-CPF-RED REDEFINES PESOS-CPF.
           02 PESO-CPF PIC 9(02) OCCURS 10 TIMES.

       01 PESOS-CNPJ.
           02 FILLER PIC X(26) VALUE "06050403020908070605040302".
       01 PESOS-CNPJ-RED REDEFINES PESOS-CNPJ.
           02 PESO-CNPJ PIC 9(02) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01 TIPO-DOC       PIC X(01).
       01 NUMERO-DOC     PIC X(14).
       01 RESULTADO-DOC  PIC X(02).
           88 DOC-VALIDO        VALUE "00".
           88 DOC-TIPO-INVALIDO VALUE "01".
           88 DOC-NAO-NUMERICO  VALUE "02".
           88 DOC-REPETIDO      VALUE "03".
           88 DOC-DV-INVALIDO   VALUE "04".

       PROCEDURE DIVISION USING TIPO-DOC NUMERO-DOC RESULTADO-DOC.
       PGM-DOCVAL.
           MOVE "00" TO RESULTADO-DOC.
           IF TIPO-DOC NOT EQUAL "F" AND TIPO-DOC NOT EQUAL "J"
              MOVE "01" TO RESULTADO-DOC
              GOBACK
           END-IF.
           IF NUMERO-DOC NOT NUMERIC
              MOVE "02" TO RESULTADO-DOC
              GOBACK
           END-IF.
           MOVE NUMERO-DOC TO DOCUMENTO-W.
           IF TIPO-DOC EQUAL "F"
              MOVE 4  TO PRIM-DIG
              MOVE 11 TO QTD-DIG
              IF DOCUMENTO-W GREATER THAN 99999999999
                 MOVE "02" TO RESULTADO-DOC
                 GOBACK
              END-IF
           ELSE
              MOVE 1  TO PRIM-DIG
              MOVE 14 TO QTD-DIG
           END-IF.
           IF DOCUMENTO-W EQUAL ZEROES
              MOVE "02" TO RESULTADO-DOC
              GOBACK
           END-IF.
           MOVE "S" TO REPETIDO.
           ADD 1 PRIM-DIG GIVING IND-DIG.
           PERFORM TESTA-REPETIDO UNTIL IND-DIG GREATER THAN 14.
           IF REPETIDO EQUAL "S"
              MOVE "03" TO RESULTADO-DOC
              GOBACK
           END-IF.
           IF TIPO-DOC EQUAL "F"
              PERFORM CONFERE-CPF
           ELSE
              PERFORM CONFERE-CNPJ
           END-IF.
           GOBACK.

       TESTA-REPETIDO.
           IF DIG-DOC(IND-DIG) NOT EQUAL DIG-DOC(PRIM-DIG)
              MOVE "N" TO REPETIDO
           END-IF.
           ADD 1 TO IND-DIG.

       CONFERE-CPF.
           MOVE ZEROES TO SOMA-DIG.
           MOVE 2 TO IND-PESO.
           MOVE 4 TO IND-DIG.
           PERFORM SOMA-CPF UNTIL IND-DIG GREATER THAN 12.
           PERFORM CALCULA-DV.
           IF DV-CALC NOT EQUAL DIG-DOC(13)
              MOVE "04" TO RESULTADO-DOC
           ELSE
              MOVE ZEROES TO SOMA-DIG
              MOVE 1 TO IND-PESO
              MOVE 4 TO IND-DIG
              PERFORM SOMA-CPF UNTIL IND-DIG GREATER THAN 13
              PERFORM CALCULA-DV
              IF DV-CALC NOT EQUAL DIG-DOC(14)
                 MOVE "04" TO RESULTADO-DOC
              END-IF
           END-IF.

       SOMA-CPF.
           COMPUTE SOMA-DIG = SOMA-DIG +
                   DIG-DOC(IND-DIG) * PESO-CPF(IND-PESO).
           ADD 1 TO IND-DIG.
           ADD 1 TO IND-PESO.

       CONFERE-CNPJ.
           MOVE ZEROES TO SOMA-DIG.
           MOVE 2 TO IND-PESO.
           MOVE 1 TO IND-DIG.
           PERFORM SOMA-CNPJ UNTIL IND-DIG GREATER THAN 12.
           PERFORM CALCULA-DV.
           IF DV-CALC NOT EQUAL DIG-DOC(13)
              MOVE "04" TO RESULTADO-DOC
           ELSE
              MOVE ZEROES TO SOMA-DIG
              MOVE 1 TO IND-PESO
              MOVE 1 TO IND-DIG
              PERFORM SOMA-CNPJ UNTIL IND-DIG GREATER THAN 13
              PERFORM CALCULA-DV
              IF DV-CALC NOT EQUAL DIG-DOC(14)
                 MOVE "04" TO RESULTADO-DOC
              END-IF
           END-IF.

       SOMA-CNPJ.
           COMPUTE SOMA-DIG = SOMA-DIG +
                   DIG-DOC(IND-DIG) * PESO-CNPJ(IND-PESO).
           ADD 1 TO IND-DIG.
           ADD 1 TO IND-PESO.

       CALCULA-DV.
           DIVIDE SOMA-DIG BY 11 GIVING RESTO-DIG
                  REMAINDER RESTO-DIG.
           IF RESTO-DIG LESS THAN 2
              MOVE 0 TO DV-CALC
           ELSE
              COMPUTE DV-CALC = 11 - RESTO-DIG
           END-IF.
