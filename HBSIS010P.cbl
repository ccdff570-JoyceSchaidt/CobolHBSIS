           NOME-VEND-HBSIS007C         BY ANT-NOME-VEND
           DISTANCIA-HBSIS007C         BY ANT-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY ANT-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY ANT-COD-FILIAL
           COD-LINHA-HBSIS007C         BY ANT-COD-LINHA.

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(010)         VALUE
               "COD CLI.".
           05  FILLER                  PIC  X(005)         VALUE
               "LN".
           05  FILLER                  PIC  X(012)         VALUE
               "VEND ANTIGO".
           05  FILLER                  PIC  X(012)         VALUE
       01  WS-LINHA-DETALHE.
           05  WS-DET-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DET-LINHA            PIC  9(002).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DET-VENDEDOR-ANTIGO  PIC  ZZ9.
           05  FILLER                  PIC  X(007)         VALUE SPACES.
           05  WS-DET-VENDEDOR-NOVO    PIC  ZZ9.
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
                    PERFORM 2410-CLIENTE-SO-NA-ANTERIOR
               WHEN COD-CLIENTE-HBSIS007C LESS ANT-COD-CLIENTE
                 OR (COD-CLIENTE-HBSIS007C EQUAL ANT-COD-CLIENTE
                 AND COD-LINHA-HBSIS007C LESS ANT-COD-LINHA)
                    PERFORM 2300-LER-ARQ-ATUAL
               WHEN ANT-COD-CLIENTE     LESS COD-CLIENTE-HBSIS007C
                 OR (ANT-COD-CLIENTE     EQUAL COD-CLIENTE-HBSIS007C
                 AND ANT-COD-LINHA       LESS COD-LINHA-HBSIS007C)
                    PERFORM 2410-CLIENTE-SO-NA-ANTERIOR
               WHEN OTHER
                    IF COD-VENDEDOR-HBSIS007C
                                          NOT EQUAL ANT-COD-VENDEDOR
                       MOVE COD-CLIENTE-HBSIS007C
                                          TO WS-DET-COD-CLIENTE
                       MOVE COD-LINHA-HBSIS007C
                                          TO WS-DET-LINHA
                       MOVE ANT-COD-VENDEDOR
                                          TO WS-DET-VENDEDOR-ANTIGO
                       MOVE COD-VENDEDOR-HBSIS007C
       2410-CLIENTE-SO-NA-ANTERIOR     SECTION.

           MOVE ANT-COD-CLIENTE        TO WS-DET-COD-CLIENTE
           MOVE ANT-COD-LINHA          TO WS-DET-LINHA
           MOVE ANT-COD-VENDEDOR       TO WS-DET-VENDEDOR-ANTIGO
           MOVE ZEROS                  TO WS-DET-VENDEDOR-NOVO
           MOVE "CLIENTE NAO CONSTA NA EXECUCAO ATUAL"
