           05  PAR-FAIXA-INI           PIC  X(007).
           05  PAR-FAIXA-FIM           PIC  X(007).
           05  PAR-MODO-APROVACAO      PIC  X(001).
           05  PAR-RASTRO              PIC  X(001).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
                                          QTD-PARTICOES-HBSIS007L
                                          FAIXA-CLI-INI-HBSIS007L
                                          FAIXA-CLI-FIM-HBSIS007L
                                          CENARIO-HBSIS007L
           MOVE "N"                    TO RASTRO-HBSIS007L

           PERFORM 1100-LE-PARAMETROS

           DISPLAY "  MODO DE APROVACAO.......: "
                   MODO-APROVACAO-HBSIS007L
                                       UPON CONSOLE
           DISPLAY "  RASTRO DA ATRIBUICAO....: "
                   RASTRO-HBSIS007L    UPON CONSOLE

           .
       1100-EXIT.
              PERFORM 1250-PARAMETRO-INVALIDO
           END-IF

           IF PAR-RASTRO               EQUAL SPACES OR "N"
              MOVE "N"                 TO RASTRO-HBSIS007L
           ELSE
              IF PAR-RASTRO            EQUAL "S"
                 MOVE PAR-RASTRO       TO RASTRO-HBSIS007L
              ELSE
                 PERFORM 1250-PARAMETRO-INVALIDO
              END-IF
           END-IF

           IF PAR-PARTICAO             EQUAL SPACES
              CONTINUE
           ELSE
