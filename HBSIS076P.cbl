       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS076P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS076P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ARQUIVAMENTO EM LOTE DOS RELATORIOS DE UM JOB - *
      *                PARA CADA RELATORIO INFORMADO NA ENTRADA CHAMA O *
      *                HBSIS075P, QUE COPIA O RELATORIO FIXO PARA UMA   *
      *                GERACAO DATADA E A REGISTRA NO CATALOGO DE       *
      *                RELATORIOS COM O PROGRAMA PRODUTOR, O JOB, A     *
      *                DATA DE NEGOCIO, LINHAS, PAGINAS E RETENCAO -    *
      *                RELATORIO AUSENTE OU VAZIO TERMINA COM           *
      *                RETURN-CODE 4; FALHA NO CATALOGO COM 9           *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN), UM POR LINHA - NOME   *
      *                DO JOB, DATA DE NEGOCIO AAAAMMDD (BRANCO = DATA  *
      *                DO DIA, OU A DO DIA ANTERIOR ANTES DAS 06:00) E, *
      *                ATE A PRIMEIRA LINHA EM BRANCO, UM RELATORIO POR *
      *                LINHA NO FORMATO NOME;PROGRAMA;RETENCAO EM DIAS  *
      *                (RETENCAO EM BRANCO OU ZERO = 90 DIAS)           *
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
       01  WS-JOB                      PIC  X(008)         VALUE SPACES.
       01  WS-DATA-NEGOCIO             PIC  X(008)         VALUE SPACES.
       01  WS-LINHA-SYSIN              PIC  X(080)         VALUE SPACES.
       01  WS-FIM-SYSIN                PIC  X(001)         VALUE "N".
      *
       01  WS-PAR-NOME                 PIC  X(020)         VALUE SPACES.
       01  WS-PAR-PROGRAMA             PIC  X(009)         VALUE SPACES.
       01  WS-PAR-RETENCAO-X           PIC  X(010)         VALUE SPACES.
       01  WS-PAR-RETENCAO             PIC  9(004)         VALUE ZEROS.
      *
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-AGORA               PIC  X(008)         VALUE SPACES.
       01  WS-HORA-VIRADA              PIC  X(002)         VALUE "06".
       01  WS-INT-DATA                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
      *
       01  WS-QTD-LIDOS                PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-ARQUIVADOS           PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-AUSENTES             PIC  9(003)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS075                 PIC  X(009)         VALUE
           'HBSIS075P'.

       COPY HBSIS075L.
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
      * ROTINA DE INICIALIZACAO - LE O JOB E A DATA DE NEGOCIO         *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-JOB               FROM CONSOLE
           ACCEPT WS-DATA-NEGOCIO      FROM CONSOLE

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA        FROM TIME

           IF WS-JOB                   EQUAL SPACES
              DISPLAY "NOME DO JOB NAO INFORMADO PARA O ARQUIVAMENTO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-NEGOCIO          EQUAL SPACES OR ZEROS
              PERFORM 1100-DATA-NEGOCIO-PADRAO
           END-IF

           IF WS-DATA-NEGOCIO          IS NOT NUMERIC
              DISPLAY "DATA DE NEGOCIO INVALIDA: " WS-DATA-NEGOCIO
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DATA DE NEGOCIO PADRAO - O CICLO QUE ATRAVESSA A MEIA-NOITE    *
      * CONTINUA NA DATA DO DIA ANTERIOR ATE A HORA DE VIRADA, COMO NO *
      * CONTROLE DO CICLO (HBSIS055P)                                  *
      *----------------------------------------------------------------*
       1100-DATA-NEGOCIO-PADRAO        SECTION.

           MOVE WS-DATA-HOJE           TO WS-DATA-NEGOCIO

           IF WS-HORA-AGORA (1:2)      LESS WS-HORA-VIRADA
              COMPUTE WS-INT-DATA =
                      FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL (WS-DATA-HOJE)) - 1
              COMPUTE WS-DATA-CALC-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-INT-DATA)
              MOVE WS-DATA-CALC-NUM    TO WS-DATA-NEGOCIO
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - UM RELATORIO POR LINHA DA ENTRADA    *
      * ATE A PRIMEIRA LINHA EM BRANCO                                 *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-LER-SYSIN

           PERFORM 2200-ARQUIVA-RELATORIO UNTIL
                   WS-FIM-SYSIN        EQUAL "S"

           DISPLAY "ARQUIVAMENTO DO JOB " WS-JOB " DATA "
                   WS-DATA-NEGOCIO " - RELATORIOS: " WS-QTD-LIDOS
                   " ARQUIVADOS: " WS-QTD-ARQUIVADOS
                   " AUSENTES/VAZIOS: " WS-QTD-AUSENTES
                                       UPON CONSOLE

           IF WS-QTD-AUSENTES          GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UMA LINHA DE RELATORIO DA ENTRADA                   *
      *----------------------------------------------------------------*
       2100-LER-SYSIN                  SECTION.

           MOVE SPACES                 TO WS-LINHA-SYSIN

           ACCEPT WS-LINHA-SYSIN       FROM CONSOLE

           IF WS-LINHA-SYSIN           EQUAL SPACES
              OR WS-LINHA-SYSIN (1:2)  EQUAL "/*"
              MOVE "S"                 TO WS-FIM-SYSIN
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEPARA NOME;PROGRAMA;RETENCAO E ARQUIVA O RELATORIO PELO       *
      * HBSIS075P                                                      *
      *----------------------------------------------------------------*
       2200-ARQUIVA-RELATORIO          SECTION.

           ADD 1                       TO WS-QTD-LIDOS

           MOVE SPACES                 TO WS-PAR-NOME
                                          WS-PAR-PROGRAMA
                                          WS-PAR-RETENCAO-X
           MOVE ZEROS                  TO WS-PAR-RETENCAO

           UNSTRING WS-LINHA-SYSIN     DELIMITED BY ";"
               INTO WS-PAR-NOME
                    WS-PAR-PROGRAMA
                    WS-PAR-RETENCAO-X
           END-UNSTRING

           IF WS-PAR-RETENCAO-X        NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-PAR-RETENCAO-X)
                                       EQUAL ZEROS
              COMPUTE WS-PAR-RETENCAO =
                      FUNCTION NUMVAL (WS-PAR-RETENCAO-X)
           END-IF

           INITIALIZE HBSIS075L
           MOVE 0                      TO COD-FUNCAO-HBSIS075L
           MOVE WS-PAR-NOME            TO NOME-RELATORIO-HBSIS075L
           MOVE WS-PAR-PROGRAMA        TO PROGRAMA-HBSIS075L
           MOVE WS-JOB                 TO JOB-HBSIS075L
           MOVE WS-DATA-NEGOCIO        TO DATA-NEGOCIO-HBSIS075L
           MOVE WS-PAR-RETENCAO        TO RETENCAO-DIAS-HBSIS075L

           CALL WS-HBSIS075            USING HBSIS075L

           EVALUATE COD-RETORNO-HBSIS075L
               WHEN 0
                    ADD 1              TO WS-QTD-ARQUIVADOS
                    DISPLAY WS-PAR-NOME " ARQUIVADO EM "
                            ARQUIVO-GERACAO-HBSIS075L
                            " LINHAS " QTD-LINHAS-HBSIS075L
                            " PAGINAS " QTD-PAGINAS-HBSIS075L
                                       UPON CONSOLE
               WHEN 1
                    ADD 1              TO WS-QTD-AUSENTES
                    DISPLAY WS-PAR-NOME " - " MSG-RETORNO-HBSIS075L
                                       UPON CONSOLE
               WHEN OTHER
                    DISPLAY WS-PAR-NOME " - " MSG-RETORNO-HBSIS075L
                                       UPON CONSOLE
                    MOVE 9             TO RETURN-CODE
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           PERFORM 2100-LER-SYSIN

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS076P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS076P.
      *----------------------------------------------------------------*
