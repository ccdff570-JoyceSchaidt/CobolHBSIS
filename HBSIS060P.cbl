       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS060P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS060P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ROTINA PRINCIPAL DE EXECUCAO BATCH DA            *
      *                ANONIMIZACAO DOS VENDEDORES ARQUIVADOS (FUNCAO 1 *
      *                DO HBSIS059P) - LE O PRAZO DE RETENCAO E O       *
      *                OPERADOR DA ENTRADA (SYSIN) E REPASSA O RETORNO  *
      *                PARA O JCL ATRAVES DO RETURN-CODE                *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - PRAZO DE RETENCAO EM *
      *                DIAS (BRANCO = 1825) E CODIGO DO OPERADOR PARA O *
      *                LOG (BRANCO = HBSIS60D)                          *
      * ARQUIVOS.....:                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       01  WS-DIAS-RETENCAO            PIC  9(004)         VALUE ZEROS.
       01  WS-DIAS-ENTRADA             PIC  X(004)         VALUE SPACES.
       01  WS-OPERADOR-ENTRADA         PIC  X(008)         VALUE SPACES.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS059                 PIC  X(009)         VALUE
           'HBSIS059P'.

       COPY HBSIS059L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - LE O PRAZO DE RETENCAO E O OPERADOR  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DIAS-ENTRADA      FROM CONSOLE
           ACCEPT WS-OPERADOR-ENTRADA  FROM CONSOLE

           IF WS-DIAS-ENTRADA          EQUAL SPACES
              MOVE ZEROS               TO WS-DIAS-RETENCAO
           ELSE
              IF WS-DIAS-ENTRADA       IS NUMERIC
                 MOVE WS-DIAS-ENTRADA  TO WS-DIAS-RETENCAO
              ELSE
                 DISPLAY "PRAZO DE RETENCAO INVALIDO"
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           IF WS-OPERADOR-ENTRADA      EQUAL SPACES
              MOVE "HBSIS60D"          TO WS-OPERADOR-ENTRADA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - EXECUTA A ANONIMIZACAO               *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           INITIALIZE HBSIS059L
           MOVE 1                      TO COD-FUNCAO-HBSIS059L
           MOVE WS-DIAS-RETENCAO       TO DIAS-RETENCAO-HBSIS059L
           MOVE WS-OPERADOR-ENTRADA    TO COD-OPERADOR-HBSIS059L

           CALL WS-HBSIS059            USING HBSIS059L

           DISPLAY MSG-RETORNO-HBSIS059L
                                       UPON CONSOLE
           DISPLAY "VENDEDORES ANONIMIZADOS: "
                   QTD-REGISTROS-HBSIS059L
                                       UPON CONSOLE

           IF COD-RETORNO-HBSIS059L    NOT EQUAL ZEROS
              MOVE COD-RETORNO-HBSIS059L
                                       TO RETURN-CODE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS060P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS060P.
      *----------------------------------------------------------------*
