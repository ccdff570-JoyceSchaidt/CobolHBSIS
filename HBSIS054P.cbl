       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS054P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS054P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONSULTA DA SITUACAO DE UM JOB DO CICLO NOTURNO *
      *                NO ARQUIVO DE CONTROLE DO CICLO E LIBERACAO     *
      *                MANUAL PELO OPERADOR - A LIBERACAO MARCA O JOB  *
      *                COMO L PARA A DATA DE NEGOCIO, COM MOTIVO       *
      *                OBRIGATORIO E TRILHA DE AUDITORIA, E PERMITE    *
      *                QUE OS SUCESSORES DO JOB SEJAM EXECUTADOS       *
      * ARQUIVOS.....:                                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                     DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.
      *----------------------------------------------------------------*
           SELECT ARQ-CICLO          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS054C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CIC.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CICLO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCicloLote'.
       COPY "HBSIS054C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CIC            PIC  X(002)         VALUE "00".
       77  WS-JOB-EXISTE               PIC  X(001)         VALUE "N".

       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
      * REGISTRO DA TRILHA DE AUDITORIA MONTADO PARA O HBSIS061P       *
      *----------------------------------------------------------------*
       COPY "HBSISAUD.CPY".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS054L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS054L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - DATA DE NEGOCIO EM BRANCO ASSUME A   *
      * DATA DO DIA                                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS054L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS054L

           IF DATA-NEGOCIO-HBSIS054L   EQUAL SPACES OR ZEROS
              ACCEPT DATA-NEGOCIO-HBSIS054L
                                       FROM DATE YYYYMMDD
           END-IF

           IF DATA-NEGOCIO-HBSIS054L   IS NOT NUMERIC
              MOVE 1                   TO COD-RETORNO-HBSIS054L
              MOVE "DATA DE NEGOCIO INVALIDA"
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 3000-FINALIZA
           END-IF

           IF JOB-HBSIS054L            EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS054L
              MOVE "NOME DO JOB OBRIGATORIO"
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS054L
               WHEN 0
                    PERFORM 2100-CONSULTAR-JOB
               WHEN 1
                    PERFORM 2200-LIBERAR-JOB
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS054L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS054L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CONTROLE DO CICLO                       *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-CICLO             SECTION.

           OPEN I-O ARQ-CICLO

           IF WS-FL-STATUS-CIC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS054L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO CICLO"
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE CONTROLE DO CICLO                     *
      *----------------------------------------------------------------*
       2060-CLOSE-ARQ-CICLO            SECTION.

           CLOSE ARQ-CICLO

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS054L
              MOVE "ERRO NO FECHAMENTO DO ARQUIVO DO CICLO"
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO JOB INFORMADO PARA A DATA DE NEGOCIO                *
      *----------------------------------------------------------------*
       2070-LER-JOB                    SECTION.

           MOVE DATA-NEGOCIO-HBSIS054L TO DATA-NEGOCIO-HBSIS054C
           MOVE JOB-HBSIS054L          TO JOB-HBSIS054C

           READ ARQ-CICLO RECORD
                          KEY IS          CHAVE-HBSIS054C

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              MOVE "S"                 TO WS-JOB-EXISTE
           ELSE
              MOVE "N"                 TO WS-JOB-EXISTE
           END-IF

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O REGISTRO DO JOB NA AREA DE LIGACAO                   *
      *----------------------------------------------------------------*
       2080-DEVOLVE-JOB                SECTION.

           MOVE SITUACAO-HBSIS054C     TO SITUACAO-HBSIS054L
           MOVE DATA-INICIO-HBSIS054C  TO DATA-INICIO-HBSIS054L
           MOVE HORA-INICIO-HBSIS054C  TO HORA-INICIO-HBSIS054L
           MOVE DATA-FIM-HBSIS054C     TO DATA-FIM-HBSIS054L
           MOVE HORA-FIM-HBSIS054C     TO HORA-FIM-HBSIS054L
           MOVE COD-RETORNO-HBSIS054C  TO COD-RETORNO-JOB-HBSIS054L
           MOVE ULTIMO-STEP-HBSIS054C  TO ULTIMO-STEP-HBSIS054L
           MOVE PENDENCIAS-HBSIS054C   TO PENDENCIAS-HBSIS054L
           MOVE OPERADOR-LIB-HBSIS054C TO OPERADOR-LIB-HBSIS054L
           MOVE MOTIVO-LIB-HBSIS054C   TO MOTIVO-LIB-HBSIS054L
           MOVE DATA-HORA-LIB-HBSIS054C
                                       TO DATA-HORA-LIB-HBSIS054L
           MOVE SITUACAO-ANTERIOR-HBSIS054C
                                       TO SITUACAO-ANTERIOR-HBSIS054L

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CONSULTA DA SITUACAO DO JOB NA DATA DE NEGOCIO       *
      *----------------------------------------------------------------*
       2100-CONSULTAR-JOB              SECTION.

           PERFORM 2050-OPEN-ARQ-CICLO
           PERFORM 2070-LER-JOB

           IF WS-JOB-EXISTE            EQUAL "S"
              PERFORM 2080-DEVOLVE-JOB
              MOVE "JOB ENCONTRADO NO CICLO"
                                       TO MSG-RETORNO-HBSIS054L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS054L
              MOVE "JOB SEM REGISTRO NA DATA DE NEGOCIO"
                                       TO MSG-RETORNO-HBSIS054L
           END-IF

           PERFORM 2060-CLOSE-ARQ-CICLO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE LIBERACAO MANUAL DO JOB - SO E ACEITA PARA JOB SEM   *
      * REGISTRO, EM EXECUCAO, COM FALHA OU RECUSADO; O MOTIVO E       *
      * OBRIGATORIO E A SITUACAO ANTERIOR FICA GUARDADA NO REGISTRO E  *
      * NA AUDITORIA                                                   *
      *----------------------------------------------------------------*
       2200-LIBERAR-JOB                SECTION.

           IF MOTIVO-LIB-HBSIS054L     EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS054L
              MOVE "MOTIVO DA LIBERACAO OBRIGATORIO"
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2050-OPEN-ARQ-CICLO
           PERFORM 2070-LER-JOB

           IF WS-JOB-EXISTE            EQUAL "S"
              AND (SITUACAO-HBSIS054C  EQUAL "C" OR "A" OR "L")
              MOVE 1                   TO COD-RETORNO-HBSIS054L
              MOVE "JOB JA CONCLUIDO OU LIBERADO NA DATA"
                                       TO MSG-RETORNO-HBSIS054L
           END-IF

           IF COD-RETORNO-HBSIS054L    EQUAL ZEROS
              IF WS-JOB-EXISTE         EQUAL "S"
                 MOVE ARQ-HBSIS054C    TO WS-IMAGEM-ANTERIOR
                 MOVE SITUACAO-HBSIS054C
                                       TO SITUACAO-ANTERIOR-HBSIS054C
              ELSE
                 MOVE SPACES           TO WS-IMAGEM-ANTERIOR
                 INITIALIZE ARQ-HBSIS054C
                 MOVE DATA-NEGOCIO-HBSIS054L
                                       TO DATA-NEGOCIO-HBSIS054C
                 MOVE JOB-HBSIS054L    TO JOB-HBSIS054C
                 MOVE SPACES           TO SITUACAO-ANTERIOR-HBSIS054C
              END-IF

              ACCEPT WS-AUD-DATA       FROM DATE YYYYMMDD
              ACCEPT WS-AUD-HORA       FROM TIME

              MOVE "L"                 TO SITUACAO-HBSIS054C
              MOVE COD-OPERADOR-HBSIS054L
                                       TO OPERADOR-LIB-HBSIS054C
              MOVE MOTIVO-LIB-HBSIS054L
                                       TO MOTIVO-LIB-HBSIS054C
              STRING WS-AUD-DATA       DELIMITED BY SIZE
                     WS-AUD-HORA (1:6) DELIMITED BY SIZE
                                  INTO DATA-HORA-LIB-HBSIS054C

              IF WS-JOB-EXISTE         EQUAL "S"
                 REWRITE ARQ-HBSIS054C
              ELSE
                 WRITE ARQ-HBSIS054C
              END-IF

              IF WS-FL-STATUS-CIC      EQUAL ZEROS
                 MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE ARQ-HBSIS054C    TO AUD-VALOR-NOVO
                 MOVE "CICLO-LIB"      TO AUD-FUNCAO
                 PERFORM 2600-GRAVA-AUDITORIA
                 PERFORM 2080-DEVOLVE-JOB
                 MOVE "JOB LIBERADO PARA OS SUCESSORES"
                                       TO MSG-RETORNO-HBSIS054L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS054L
                 MOVE "ERRO AO GRAVAR O CONTROLE DO CICLO"
                                       TO MSG-RETORNO-HBSIS054L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-CICLO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA DA LIBERACAO         *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA            SECTION.

           MOVE DATA-HORA-LIB-HBSIS054C
                                       TO AUD-DATA-HORA
           MOVE "HBSIS054P"            TO AUD-PROGRAMA
           MOVE ZEROS                  TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS054L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS054L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS054L
              PERFORM 2060-CLOSE-ARQ-CICLO
              PERFORM 3000-FINALIZA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS054P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS054P.
      *----------------------------------------------------------------*
