                 MOVE "MENSALIDADE JA QUITADA" TO MOTIVO-REJ
                 PERFORM GRAVA-REJEITO
              ELSE
                 IF TAB-SIT-M(IND-MENS) EQUAL "R"
                    MOVE "MENSALIDADE EM ACORDO" TO MOTIVO-REJ
                    PERFORM GRAVA-REJEITO
                 ELSE
                    PERFORM APLICA-PAGAMENTO
                 END-IF
              END-IF
           END-IF.
           PERFORM LEITURA.
