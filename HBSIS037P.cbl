       01  WS-IDX-CARTEIRA             PIC  9(005)         VALUE ZEROS.
       01  WS-ACHOU-CARTEIRA           PIC  X(001)         VALUE "N".
       01  WS-PROCURA-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-PROCURA-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-CARTEIRA-DUPLICADA       PIC  X(001)         VALUE "N".
       01  WS-IDX-ANTERIOR             PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-SUPERVISOR           PIC  9(004)         VALUE ZEROS.
       01  WS-COD-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UM CLIENTE ATRIBUIDO NA TABELA DE CARTEIRA, COM A     *
      * CURVA ABC RELIDA DO CADASTRO - O CLIENTE ATENDIDO EM MAIS DE   *
      * UMA LINHA PELO MESMO VENDEDOR ENTRA UMA UNICA VEZ NA CARTEIRA  *
      * DELE                                                           *
      *----------------------------------------------------------------*
       2120-ARMAZENA-CARTEIRA          SECTION.

           MOVE "N"                    TO WS-CARTEIRA-DUPLICADA

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              PERFORM 2125-VERIFICA-DUPLICADA
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              AND WS-CARTEIRA-DUPLICADA
                                       EQUAL "N"
              IF WS-QTD-CARTEIRA       NOT LESS 20000
                 DISPLAY "TABELA DE CARTEIRA EXCEDIDA"
                                       UPON CONSOLE
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OS REGISTROS DO CLIENTE SAO CONSECUTIVOS NA DISTRIBUICAO -     *
      * PROCURA O MESMO CLIENTE E VENDEDOR NAS POSICOES ANTERIORES     *
      *----------------------------------------------------------------*
       2125-VERIFICA-DUPLICADA         SECTION.

           MOVE WS-QTD-CARTEIRA        TO WS-IDX-ANTERIOR

           PERFORM 2126-COMPARA-ANTERIOR UNTIL
                   WS-CARTEIRA-DUPLICADA
                                       EQUAL "S" OR
                   WS-IDX-ANTERIOR     EQUAL ZEROS

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O REGISTRO CORRENTE COM UMA POSICAO ANTERIOR DA TABELA *
      *----------------------------------------------------------------*
       2126-COMPARA-ANTERIOR           SECTION.

           IF WS-CAR-COD-CLIENTE (WS-IDX-ANTERIOR)
                                       NOT EQUAL COD-CLIENTE-HBSIS007C
              MOVE ZEROS               TO WS-IDX-ANTERIOR
           ELSE
              IF WS-CAR-COD-VENDEDOR (WS-IDX-ANTERIOR)
                                       EQUAL COD-VENDEDOR-HBSIS007C
                 MOVE "S"              TO WS-CARTEIRA-DUPLICADA
              ELSE
                 SUBTRACT 1            FROM WS-IDX-ANTERIOR
              END-IF
           END-IF

           .
       2126-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VARRE O HISTORICO DE VISITAS, ATUALIZANDO A ULTIMA VISITA DE   *
      * CADA CLIENTE DA CARTEIRA E CONTANDO AS VISITAS FORA DA         *
      * CARTEIRA POR VENDEDOR - A AUSENCIA DO ARQUIVO SIGNIFICA QUE    *
       2220-TRATA-VISITA               SECTION.

           MOVE COD-CLIENTE-HBSIS036C  TO WS-PROCURA-CLIENTE
           MOVE COD-VENDEDOR-HBSIS036C TO WS-PROCURA-VENDEDOR

           PERFORM 2230-PROCURA-CARTEIRA

       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O PAR CLIENTE E VENDEDOR NA TABELA DE CARTEIRA - A     *
      * VISITA SO CONTA PARA O VENDEDOR QUE A FEZ                      *
      *----------------------------------------------------------------*
       2230-PROCURA-CARTEIRA           SECTION.

       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA POSICAO DA TABELA DE CARTEIRA COM O CLIENTE E O    *
      * VENDEDOR PROCURADOS                                            *
      *----------------------------------------------------------------*
       2240-COMPARA-CARTEIRA           SECTION.

           IF WS-CAR-COD-CLIENTE (WS-IDX-CARTEIRA)
                                       EQUAL WS-PROCURA-CLIENTE
              AND WS-CAR-COD-VENDEDOR (WS-IDX-CARTEIRA)
                                       EQUAL WS-PROCURA-VENDEDOR
              MOVE "S"                 TO WS-ACHOU-CARTEIRA
           ELSE
              ADD 1                    TO WS-IDX-CARTEIRA
