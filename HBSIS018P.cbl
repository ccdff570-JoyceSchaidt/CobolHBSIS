      *                MESMO CRITERIO DE DISTANCIA (HAVERSINE) E PESO   *
      *                DO HBSIS007P E EXIBE OS MELHORES CANDIDATOS COM  *
      *                A DISTANCIA E A CARTEIRA ATUAL, SEM GRAVAR NADA  *
      *                O MELHOR CANDIDATO E DEVOLVIDO NA AREA DE        *
      *                LIGACAO COMO SUGESTAO DE RESPONSAVEL PARA O      *
      *                CADASTRO DE PROSPECTOS (HBSIS052P)               *
      * ARQUIVOS.....:                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS018L
                                          WS-QTD-CANDIDATOS
                                          COD-VEND-SUGERIDO-HBSIS018L
                                          DIST-SUGERIDA-HBSIS018L
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
              MOVE "S"                 TO WS-CAN-USADO (WS-IDX-MELHOR)
              ADD 1                    TO WS-QTD-EXIBIDOS

              IF WS-QTD-EXIBIDOS       EQUAL 1
                 MOVE WS-CAN-CODIGO (WS-IDX-MELHOR)
                                       TO COD-VEND-SUGERIDO-HBSIS018L
                 MOVE WS-CAN-DISTANCIA (WS-IDX-MELHOR)
                                       TO DIST-SUGERIDA-HBSIS018L
              END-IF

              MOVE WS-CAN-DISTANCIA (WS-IDX-MELHOR)
                                       TO WS-ED-DISTANCIA
              MOVE WS-CAN-CARTEIRA (WS-IDX-MELHOR)
