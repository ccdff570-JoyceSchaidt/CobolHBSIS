       01  WS-DATA-CORTE-NUM           PIC  9(008)         VALUE ZEROS.

       01  WS-CLI-ANTERIOR             PIC  9(007)         VALUE ZEROS.
       01  WS-TAB-ANTERIOR-LINHA.
           05  WS-TAB-ANTERIOR-OCR     OCCURS 100 TIMES.
               10  WS-VEN-ANTERIOR     PIC  9(003).
               10  WS-TEM-ANTERIOR     PIC  X(001).
       01  WS-QTD-TROCAS               PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-EXPURGADOS           PIC  9(007)         VALUE ZEROS.

       2200-ACUMULA-PERIODO            SECTION.

           MOVE ZEROS                  TO WS-CLI-ANTERIOR
                                          WS-QTD-TROCAS
           INITIALIZE WS-TAB-ANTERIOR-LINHA

           PERFORM 2120-OPEN-ARQ-HISTORICO
           PERFORM 2130-LER-ARQ-HISTORICO
                 MOVE COD-CLIENTE-HBSIS014C
                                       TO WS-CLI-ANTERIOR
                 MOVE ZEROS            TO WS-QTD-TROCAS
                 INITIALIZE WS-TAB-ANTERIOR-LINHA
              END-IF

      *       A TROCA E MEDIDA DENTRO DA MESMA LINHA DE NEGOCIO - O
      *       HISTORICO VEM ORDENADO POR CLIENTE, DATA E LINHA
              IF COD-LINHA-HBSIS014C   NOT NUMERIC
                 MOVE ZEROS            TO COD-LINHA-HBSIS014C
              END-IF

              IF WS-TEM-ANTERIOR (COD-LINHA-HBSIS014C + 1)
                                       EQUAL "S"
                 AND COD-VENDEDOR-HBSIS014C
                                       NOT EQUAL
                     WS-VEN-ANTERIOR (COD-LINHA-HBSIS014C + 1)
                 ADD 1                 TO WS-QTD-TROCAS
              END-IF

              MOVE COD-VENDEDOR-HBSIS014C
                                       TO WS-VEN-ANTERIOR
                                          (COD-LINHA-HBSIS014C + 1)
              MOVE "S"                 TO WS-TEM-ANTERIOR
                                          (COD-LINHA-HBSIS014C + 1)

              IF COD-VENDEDOR-HBSIS014C
                                       GREATER ZEROS
