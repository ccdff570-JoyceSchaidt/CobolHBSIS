      * OBJETIVO.....: CONSULTAR A TRILHA DE AUDITORIA GRAVADA PELO     *
      *                HBSIS002P E HBSIS004P, FILTRANDO POR CODIGO,     *
      *                PROGRAMA, FUNCAO E PERIODO, E EMITIR RELATORIO   *
      *                COM O ANTES/DEPOIS DECODIFICADO CAMPO A CAMPO -  *
      *                AO FINAL A CADEIA DE SELOS DO PERIODO CONSULTADO *
      *                E VERIFICADA PELO HBSIS062P E O RESULTADO SAI NO *
      *                RELATORIO E NO INDICADOR DE INTEGRIDADE          *
      * ARQUIVOS.....:                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.

       FD  ARQ-AUD-GERACAO
           LABEL RECORD IS STANDARD.
       01  REG-AUD-GERACAO             PIC  X(511).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           05  FILLER                  PIC  X(025)         VALUE
               "REGISTROS SELECIONADOS: ".
           05  WS-TOT-SELECIONADOS     PIC  ZZZZ9.

       01  WS-ED-OCORRENCIAS           PIC  ZZZZZZ9.

       01  WS-LINHA-INTEGRIDADE.
           05  FILLER                  PIC  X(034)         VALUE
               "INTEGRIDADE DA TRILHA NO PERIODO: ".
           05  WS-INT-TEXTO            PIC  X(098).
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS062                 PIC  X(009)         VALUE
           'HBSIS062P'.

       COPY HBSIS062L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*

           MOVE ZEROS                  TO COD-RETORNO-HBSIS011L
                                          QTD-SELECIONADOS-HBSIS011L
                                          QTD-OCORRENCIAS-HBSIS011L
                                          WS-CONT-SELECIONADOS
           MOVE SPACES                 TO INTEGRIDADE-HBSIS011L
           MOVE "CONSULTA DE AUDITORIA CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS011L

           PERFORM 2900-GRAVA-TOTALIZADOR

           PERFORM 2500-CLOSE-ARQ-AUDITORIA
           PERFORM 2800-VERIFICA-INTEGRIDADE
           PERFORM 2600-CLOSE-REL-AUDITORIA

           MOVE WS-CONT-SELECIONADOS   TO QTD-SELECIONADOS-HBSIS011L
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA A CADEIA DE SELOS DO MESMO ALCANCE DA CONSULTA - O    *
      * ARQUIVO CORRENTE E AS GERACOES QUE COBREM O PERIODO FILTRADO - *
      * E GRAVA O RESULTADO NO RELATORIO; O DETALHE DAS OCORRENCIAS    *
      * FICA NO RelVerifAuditoria                                      *
      *----------------------------------------------------------------*
       2800-VERIFICA-INTEGRIDADE       SECTION.

           INITIALIZE HBSIS062L
           MOVE FIL-DATA-INICIO-HBSIS011L
                                       TO DATA-INICIO-HBSIS062L
           MOVE FIL-DATA-FIM-HBSIS011L TO DATA-FIM-HBSIS062L
           MOVE "N"                    TO INCLUI-GERACOES-HBSIS062L
           MOVE "S"                    TO INCLUI-CORRENTE-HBSIS062L

           IF FIL-DATA-INICIO-HBSIS011L
                                       NOT EQUAL SPACES AND ZEROS
              OR FIL-DATA-FIM-HBSIS011L
                                       NOT EQUAL SPACES AND ZEROS
              MOVE "S"                 TO INCLUI-GERACOES-HBSIS062L
           END-IF

           CALL WS-HBSIS062            USING HBSIS062L

           MOVE QTD-OCORRENCIAS-HBSIS062L
                                       TO QTD-OCORRENCIAS-HBSIS011L
           MOVE SPACES                 TO WS-INT-TEXTO

           EVALUATE COD-RETORNO-HBSIS062L
               WHEN 0
                    MOVE "S"           TO INTEGRIDADE-HBSIS011L
                    MOVE "VERIFICADA SEM QUEBRA, LACUNA OU REMOCAO"
                                       TO WS-INT-TEXTO
               WHEN 1
                    MOVE "N"           TO INTEGRIDADE-HBSIS011L
                    MOVE QTD-OCORRENCIAS-HBSIS062L
                                       TO WS-ED-OCORRENCIAS
                    STRING "NAO CONFERE - "
                                       DELIMITED BY SIZE
                           WS-ED-OCORRENCIAS
                                       DELIMITED BY SIZE
                           " OCORRENCIAS NO RelVerifAuditoria"
                                       DELIMITED BY SIZE
                                  INTO WS-INT-TEXTO
               WHEN OTHER
                    MOVE SPACES        TO INTEGRIDADE-HBSIS011L
                    STRING "NAO VERIFICADA - "
                                       DELIMITED BY SIZE
                           MSG-RETORNO-HBSIS062L
                                       DELIMITED BY SIZE
                                  INTO WS-INT-TEXTO
           END-EVALUATE

           MOVE WS-LINHA-INTEGRIDADE   TO REL-HBSIS011C
           WRITE REL-HBSIS011C

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO TOTALIZADOR DO RELATORIO                           *
      *----------------------------------------------------------------*
       2900-GRAVA-TOTALIZADOR          SECTION.
