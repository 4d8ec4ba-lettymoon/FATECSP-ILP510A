                    VALOR-CONT-X NUMERIC AND
                    (HISTORICO-CONT EQUAL "SALARIOS" OR
                     HISTORICO-CONT EQUAL "COMISSOES" OR
                     HISTORICO-CONT EQUAL "HORASEXTRA" OR
                     HISTORICO-CONT EQUAL "DESP FERIA" OR
                     HISTORICO-CONT EQUAL "DESP 13SAL" OR
                     HISTORICO-CONT EQUAL "DESP ENCAR")
                    MOVE DEP-CONT TO DEP-W
                    PERFORM LOCALIZA-DEPARTAMENTO
                    ADD VALOR-CONT-9 TO TAB-REAL-FOL-YTD(IND-DEP)
                       ADD VALOR-CONT-9 TO TAB-REAL-FOLHA(IND-DEP)
                    END-IF
                 END-IF
                 IF COMPET-LOTE(1:4) EQUAL COMPET-SEL(1:4) AND
                    COMPET-LOTE NOT GREATER THAN COMPET-SEL AND
                    NATUREZA-CONT EQUAL "C" AND
                    VALOR-CONT-X NUMERIC AND
                    (HISTORICO-CONT EQUAL "DESP FERIA" OR
                     HISTORICO-CONT EQUAL "DESP 13SAL" OR
                     HISTORICO-CONT EQUAL "DESP ENCAR")
                    MOVE DEP-CONT TO DEP-W
                    PERFORM LOCALIZA-DEPARTAMENTO
                    PERFORM ESTORNA-FOLHA
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM LER-CONTABIL.

       ESTORNA-FOLHA.
           IF VALOR-CONT-9 GREATER THAN TAB-REAL-FOL-YTD(IND-DEP)
              MOVE 0 TO TAB-REAL-FOL-YTD(IND-DEP)
           ELSE
              SUBTRACT VALOR-CONT-9 FROM TAB-REAL-FOL-YTD(IND-DEP)
           END-IF.
           IF COMPET-LOTE EQUAL COMPET-SEL
              IF VALOR-CONT-9 GREATER THAN TAB-REAL-FOLHA(IND-DEP)
                 MOVE 0 TO TAB-REAL-FOLHA(IND-DEP)
              ELSE
                 SUBTRACT VALOR-CONT-9 FROM TAB-REAL-FOLHA(IND-DEP)
              END-IF
           END-IF.

       APURA-VENDAS.
           OPEN INPUT ARQVENDA.
           IF WS-STATUS-VENDA EQUAL "00"
