                   PERFORM EXECUTA-PASSO
               END-IF

               IF NOT CADEIA-PARADA
                   MOVE "DISTRIBUI" TO WS-PASSO-CORRENTE
                   PERFORM EXECUTA-PASSO
               END-IF

               PERFORM OBTEM-DATA-HORA
               MOVE WS-HORA-FORMATADA TO WS-OPL-FIM-HORA
               MOVE WS-RC-FINAL       TO WS-OPL-FIM-RC-ED
                   CALL "CALCULADORA"
               WHEN "CONCILIA"
                   CALL "CONCILIA"
               WHEN "DISTRIBUI"
                   CALL "DISTRIBUI"
           END-EVALUATE
           MOVE RETURN-CODE TO WS-RC-PASSO
           MOVE ZERO TO RETURN-CODE
                   MOVE "ERRO - CADEIA INTERROMPIDA NESTE PASSO" TO
                      WS-OPL-PARECER
               WHEN WS-RC-PASSO = 4 AND WS-PASSO-CORRENTE = "VALIDAENT"
                   MOVE "AVISO - REGISTROS OU ARQUIVOS RECUSADOS" TO
                      WS-OPL-PARECER
               WHEN WS-RC-PASSO = 4 AND
                    WS-PASSO-CORRENTE = "CALCULADORA"
               WHEN WS-RC-PASSO = 4 AND WS-PASSO-CORRENTE = "CONCILIA"
                   MOVE "AVISO - CONCILIACAO REPROVADA" TO
                      WS-OPL-PARECER
               WHEN WS-RC-PASSO = 4 AND WS-PASSO-CORRENTE = "DISTRIBUI"
                   MOVE "AVISO - DISTRIBUICAO INCOMPLETA" TO
                      WS-OPL-PARECER
               WHEN WS-RC-PASSO = 4
                   MOVE "AVISO" TO WS-OPL-PARECER
               WHEN OTHER
