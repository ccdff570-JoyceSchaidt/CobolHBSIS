           NOME-VEND-HBSIS007C         BY ANT-NOME-VEND
           DISTANCIA-HBSIS007C         BY ANT-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY ANT-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY ANT-COD-FILIAL
           COD-LINHA-HBSIS007C         BY ANT-COD-LINHA.

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           READ ARQ-DIS-ATUAL

           IF WS-FL-STATUS-ATU         EQUAL ZEROS
              IF COD-LINHA-HBSIS007C
                                       NOT NUMERIC
                 MOVE ZEROS            TO COD-LINHA-HBSIS007C
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ATU
           END-IF
           READ ARQ-DIS-ANTERIOR

           IF WS-FL-STATUS-ANT         EQUAL ZEROS
              IF ANT-COD-LINHA
                                       NOT NUMERIC
                 MOVE ZEROS            TO ANT-COD-LINHA
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ANT
           END-IF
               WHEN WS-FIM-ATU          EQUAL "S"
                    PERFORM 2310-CLIENTE-SO-NA-ANTERIOR
               WHEN COD-CLIENTE-HBSIS007C LESS ANT-COD-CLIENTE
                 OR (COD-CLIENTE-HBSIS007C EQUAL ANT-COD-CLIENTE
                 AND COD-LINHA-HBSIS007C LESS ANT-COD-LINHA)
                    PERFORM 2300-CLIENTE-SO-NA-ATUAL
               WHEN ANT-COD-CLIENTE     LESS COD-CLIENTE-HBSIS007C
                 OR (ANT-COD-CLIENTE     EQUAL COD-CLIENTE-HBSIS007C
                 AND ANT-COD-LINHA       LESS COD-LINHA-HBSIS007C)
                    PERFORM 2310-CLIENTE-SO-NA-ANTERIOR
               WHEN OTHER
                    IF COD-VENDEDOR-HBSIS007C
