       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS063P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS063P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ROTINA PRINCIPAL DE EXECUCAO BATCH DA            *
      *                VERIFICACAO DA CADEIA DE SELOS DA TRILHA DE      *
      *                AUDITORIA (HBSIS062P) - LE A FAIXA DE GERACOES   *
      *                DA ENTRADA (SYSIN) E DEVOLVE RETURN-CODE 8       *
      *                QUANDO HA QUEBRA, LACUNA OU REMOCAO E 9 EM ERRO  *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES DA         *
      *                PRIMEIRA GERACAO (AAAAMM, BRANCO = DESDE A       *
      *                PRIMEIRA), ANO E MES DA ULTIMA GERACAO (AAAAMM,  *
      *                BRANCO = ATE A ULTIMA) E INDICADOR DE            *
      *                VERIFICACAO DO ARQUIVO CORRENTE (S/N, BRANCO =   *
      *                S)                                               *
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
       01  WS-ANO-MES-INICIAL          PIC  X(006)         VALUE SPACES.
       01  WS-ANO-MES-FINAL            PIC  X(006)         VALUE SPACES.
       01  WS-INCLUI-CORRENTE          PIC  X(001)         VALUE SPACES.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS062                 PIC  X(009)         VALUE
           'HBSIS062P'.

       COPY HBSIS062L.
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
      * ROTINA DE INICIALIZACAO - LE E CONFERE A FAIXA DE GERACOES     *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-ANO-MES-INICIAL   FROM CONSOLE
           ACCEPT WS-ANO-MES-FINAL     FROM CONSOLE
           ACCEPT WS-INCLUI-CORRENTE   FROM CONSOLE

           IF WS-ANO-MES-INICIAL       NOT EQUAL SPACES
              AND WS-ANO-MES-INICIAL   IS NOT NUMERIC
              DISPLAY "ANO E MES DA PRIMEIRA GERACAO INVALIDO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-ANO-MES-FINAL         NOT EQUAL SPACES
              AND WS-ANO-MES-FINAL     IS NOT NUMERIC
              DISPLAY "ANO E MES DA ULTIMA GERACAO INVALIDO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-INCLUI-CORRENTE       NOT EQUAL "N"
              MOVE "S"                 TO WS-INCLUI-CORRENTE
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - A FAIXA DE MESES VIRA O PERIODO DO   *
      * PRIMEIRO AO ULTIMO DIA POSSIVEL E EXECUTA A VERIFICACAO        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           INITIALIZE HBSIS062L
           MOVE "S"                    TO INCLUI-GERACOES-HBSIS062L
           MOVE WS-INCLUI-CORRENTE     TO INCLUI-CORRENTE-HBSIS062L

           IF WS-ANO-MES-INICIAL       NOT EQUAL SPACES
              STRING WS-ANO-MES-INICIAL
                                       DELIMITED BY SIZE
                     "01"              DELIMITED BY SIZE
                                  INTO DATA-INICIO-HBSIS062L
           END-IF

           IF WS-ANO-MES-FINAL         NOT EQUAL SPACES
              STRING WS-ANO-MES-FINAL  DELIMITED BY SIZE
                     "31"              DELIMITED BY SIZE
                                  INTO DATA-FIM-HBSIS062L
           END-IF

           CALL WS-HBSIS062            USING HBSIS062L

           DISPLAY MSG-RETORNO-HBSIS062L
                                       UPON CONSOLE
           DISPLAY "GERACOES VERIFICADAS: " QTD-GERACOES-HBSIS062L
                   " REGISTROS SELADOS: " QTD-SELADOS-HBSIS062L
                   " OCORRENCIAS: " QTD-OCORRENCIAS-HBSIS062L
                                       UPON CONSOLE

           EVALUATE COD-RETORNO-HBSIS062L
               WHEN 0
                    CONTINUE
               WHEN 1
                    MOVE 8             TO RETURN-CODE
               WHEN OTHER
                    MOVE COD-RETORNO-HBSIS062L
                                       TO RETURN-CODE
           END-EVALUATE

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
      * FIM DO PROGRAMA HBSIS063P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS063P.
      *----------------------------------------------------------------*
