               88 SIT-ATIVO-I    VALUE 1.
               88 SIT-SUSPENSO-I VALUE 2.
               88 SIT-CANCELADO-I VALUE 3.
           02 DATA-VALID-I PIC 9(08).

       WORKING-STORAGE SECTION.
           77 OPCAO        PIC 9(01) VALUE 0.
           77 RESULTADO-SIGN PIC X(02) VALUE SPACES.
           77 FUNCAO-W     PIC X(10) VALUE SPACES.
           77 CHAVE-W      PIC X(10) VALUE SPACES.
           77 DATA-HOJE    PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       PGM-USUMANUT.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           CALL "OPERSIGN" USING PROGRAMA-W OPERADOR
                                 NOME-OPERADOR PERFIL-OPERADOR
                                 RESULTADO-SIGN.
           DISPLAY "NASCIMENTO: " DATA-USU-I(1:2) "/"
                   DATA-USU-I(3:2) "/" DATA-USU-I(5:4).
           DISPLAY "SITUACAO  : " SIT-TEXTO.
           IF DATA-VALID-I NUMERIC AND DATA-VALID-I GREATER THAN 0
              DISPLAY "VALIDADE  : " DATA-VALID-I(7:2) "/"
                      DATA-VALID-I(5:2) "/" DATA-VALID-I(1:4)
           ELSE
              DISPLAY "VALIDADE  : NAO INFORMADA"
           END-IF.

       PEDE-DADOS.
           DISPLAY "NOME: " WITH NO ADVANCING.
              PERFORM VALIDA-DADOS
              IF CH-ERRO EQUAL "N"
                 PERFORM MONTA-REGISTRO
                 COMPUTE DATA-VALID-I = DATA-HOJE + 10000
                 IF DATA-VALID-I(5:4) EQUAL "0229"
                    SUBTRACT 1 FROM DATA-VALID-I
                 END-IF
                 WRITE REG-USU-I
                 IF WS-STATUS-IDX EQUAL "00"
                    DISPLAY "USUARIO INCLUIDO."
