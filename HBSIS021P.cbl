           MOVE SPACES                 TO AUD-VALOR-ANTIGO
                                          AUD-VALOR-NOVO
                                          AUD-OPERADOR
                                          AUD-RESUMO
                                          AUD-HASH
                                          AUD-RESUMO-ANON
           MOVE ZEROS                  TO AUD-SEQUENCIA
           MOVE ANT-DATA-HORA          TO AUD-DATA-HORA
           MOVE ANT-PROGRAMA           TO AUD-PROGRAMA
           MOVE ANT-FUNCAO             TO AUD-FUNCAO
