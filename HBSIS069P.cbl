       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS069P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS069P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONSULTA DO FECHAMENTO MENSAL NO ARQUIVO DE     *
      *                CONTROLE DO FECHAMENTO E REABERTURA CONTROLADA   *
      *                DO MES FECHADO - A REABERTURA EXIGE MOTIVO,      *
      *                MARCA O MES COMO R, MARCA COMO SUBSTITUIDAS AS   *
      *                SAIDAS DO MES E GRAVA A TRILHA DE AUDITORIA; A   *
      *                GERACAO SELADA DA AUDITORIA DO MES CONTINUA      *
      *                VIGENTE E NAO E REFEITA NO NOVO FECHAMENTO       *
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
           SELECT ARQ-FECHAMENTO     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-HBSIS068C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FEC.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechamento'.
       COPY "HBSIS068C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-FEC            PIC  X(002)         VALUE "00".
       77  WS-MES-EXISTE               PIC  X(001)         VALUE "N".

       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.
       01  WS-IMAGEM-NOVA              PIC  X(200)         VALUE SPACES.
       01  WS-PTR-IMAGEM               PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-ETAPA                PIC  9(002)         VALUE ZEROS.
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
       COPY HBSIS069L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS069L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - O ANO/MES E OBRIGATORIO              *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS069L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS069L

           IF ANO-MES-HBSIS069L        IS NOT NUMERIC
              OR ANO-MES-HBSIS069L (5:2)
                                       LESS "01"
              OR ANO-MES-HBSIS069L (5:2)
                                       GREATER "12"
              MOVE 1                   TO COD-RETORNO-HBSIS069L
              MOVE "ANO/MES DO FECHAMENTO INVALIDO"
                                       TO MSG-RETORNO-HBSIS069L
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS069L
               WHEN 0
                    PERFORM 2100-CONSULTAR-MES
               WHEN 1
                    PERFORM 2200-REABRIR-MES
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS069L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS069L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CONTROLE DO FECHAMENTO                  *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-FECHAMENTO        SECTION.

           OPEN I-O ARQ-FECHAMENTO

           IF WS-FL-STATUS-FEC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS069L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DO FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE CONTROLE DO FECHAMENTO                *
      *----------------------------------------------------------------*
       2060-CLOSE-ARQ-FECHAMENTO       SECTION.

           CLOSE ARQ-FECHAMENTO

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS069L
              MOVE "ERRO NO FECHAMENTO DO ARQ DO FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO REGISTRO DE CONTROLE DO MES INFORMADO               *
      *----------------------------------------------------------------*
       2070-LER-MES                    SECTION.

           MOVE ANO-MES-HBSIS069L      TO ANO-MES-HBSIS068C

           READ ARQ-FECHAMENTO RECORD
                               KEY IS     ANO-MES-HBSIS068C

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              MOVE "S"                 TO WS-MES-EXISTE
           ELSE
              MOVE "N"                 TO WS-MES-EXISTE
           END-IF

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O REGISTRO DO MES NA AREA DE LIGACAO                   *
      *----------------------------------------------------------------*
       2080-DEVOLVE-MES                SECTION.

           MOVE SITUACAO-HBSIS068C     TO SITUACAO-HBSIS069L
           MOVE DATA-INICIO-HBSIS068C  TO DATA-INICIO-HBSIS069L
           MOVE HORA-INICIO-HBSIS068C  TO HORA-INICIO-HBSIS069L
           MOVE DATA-FIM-HBSIS068C     TO DATA-FIM-HBSIS069L
           MOVE HORA-FIM-HBSIS068C     TO HORA-FIM-HBSIS069L
           MOVE QTD-REABERTURAS-HBSIS068C
                                       TO QTD-REABERTURAS-HBSIS069L
           MOVE OPERADOR-REAB-HBSIS068C
                                       TO OPERADOR-REAB-HBSIS069L
           MOVE MOTIVO-REAB-HBSIS068C  TO MOTIVO-REAB-HBSIS069L
           MOVE DATA-HORA-REAB-HBSIS068C
                                       TO DATA-HORA-REAB-HBSIS069L

           MOVE 1                      TO WS-IDX-ETAPA

           PERFORM 2090-DEVOLVE-ETAPA UNTIL
                   WS-IDX-ETAPA        GREATER 5

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UMA ETAPA DO MES NA AREA DE LIGACAO                    *
      *----------------------------------------------------------------*
       2090-DEVOLVE-ETAPA              SECTION.

           MOVE NOME-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       TO NOME-ETAPA-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE SITUACAO-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       TO SITUACAO-ETAPA-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE COD-RETORNO-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       TO COD-RETORNO-ETAPA-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE QTD-CONTROLE-HBSIS068C (WS-IDX-ETAPA)
                                       TO QTD-CONTROLE-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE VALOR-CONTROLE-HBSIS068C (WS-IDX-ETAPA)
                                       TO VALOR-CONTROLE-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE SAIDA-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       TO SAIDA-ETAPA-HBSIS069L
                                          (WS-IDX-ETAPA)
           MOVE SITUACAO-SAIDA-HBSIS068C (WS-IDX-ETAPA)
                                       TO SITUACAO-SAIDA-HBSIS069L
                                          (WS-IDX-ETAPA)

           ADD 1                       TO WS-IDX-ETAPA

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE CONSULTA DO FECHAMENTO DO MES                        *
      *----------------------------------------------------------------*
       2100-CONSULTAR-MES              SECTION.

           PERFORM 2050-OPEN-ARQ-FECHAMENTO
           PERFORM 2070-LER-MES

           IF WS-MES-EXISTE            EQUAL "S"
              PERFORM 2080-DEVOLVE-MES
              MOVE "MES ENCONTRADO NO CONTROLE DO FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS069L
              MOVE "MES SEM REGISTRO DE FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
           END-IF

           PERFORM 2060-CLOSE-ARQ-FECHAMENTO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE REABERTURA DO MES - SO O MES FECHADO (F) E REABERTO; *
      * O MOTIVO E OBRIGATORIO, AS SAIDAS VIGENTES DAS ETAPAS PASSAM A *
      * SUBSTITUIDAS (MENOS A GERACAO DA AUDITORIA) E A SITUACAO       *
      * ANTERIOR E A NOVA FICAM NA TRILHA DE AUDITORIA                 *
      *----------------------------------------------------------------*
       2200-REABRIR-MES                SECTION.

           IF MOTIVO-REAB-HBSIS069L    EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS069L
              MOVE "MOTIVO DA REABERTURA OBRIGATORIO"
                                       TO MSG-RETORNO-HBSIS069L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2050-OPEN-ARQ-FECHAMENTO
           PERFORM 2070-LER-MES

           EVALUATE TRUE
               WHEN WS-MES-EXISTE      EQUAL "N"
                    MOVE 1             TO COD-RETORNO-HBSIS069L
                    MOVE "MES SEM REGISTRO DE FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
               WHEN SITUACAO-HBSIS068C NOT EQUAL "F"
                    MOVE 1             TO COD-RETORNO-HBSIS069L
                    MOVE "SO O MES FECHADO PODE SER REABERTO"
                                       TO MSG-RETORNO-HBSIS069L
           END-EVALUATE

           IF COD-RETORNO-HBSIS069L    EQUAL ZEROS
              MOVE SPACES              TO WS-IMAGEM-ANTERIOR
              STRING "ANO-MES "        DELIMITED BY SIZE
                     ANO-MES-HBSIS068C DELIMITED BY SIZE
                     " SITUACAO "      DELIMITED BY SIZE
                     SITUACAO-HBSIS068C
                                       DELIMITED BY SIZE
                     " FIM "           DELIMITED BY SIZE
                     DATA-FIM-HBSIS068C
                                       DELIMITED BY SIZE
                     HORA-FIM-HBSIS068C
                                       DELIMITED BY SIZE
                     " REABERTURAS "   DELIMITED BY SIZE
                     QTD-REABERTURAS-HBSIS068C
                                       DELIMITED BY SIZE
                                  INTO WS-IMAGEM-ANTERIOR

              ACCEPT WS-AUD-DATA       FROM DATE YYYYMMDD
              ACCEPT WS-AUD-HORA       FROM TIME

              MOVE "R"                 TO SITUACAO-HBSIS068C
              ADD 1                    TO QTD-REABERTURAS-HBSIS068C
              MOVE COD-OPERADOR-HBSIS069L
                                       TO OPERADOR-REAB-HBSIS068C
              MOVE MOTIVO-REAB-HBSIS069L
                                       TO MOTIVO-REAB-HBSIS068C
              MOVE SPACES              TO DATA-HORA-REAB-HBSIS068C
              STRING WS-AUD-DATA       DELIMITED BY SIZE
                     WS-AUD-HORA (1:6) DELIMITED BY SIZE
                                  INTO DATA-HORA-REAB-HBSIS068C

              MOVE SPACES              TO WS-IMAGEM-NOVA
              MOVE 1                   TO WS-PTR-IMAGEM
              STRING "ANO-MES "        DELIMITED BY SIZE
                     ANO-MES-HBSIS068C DELIMITED BY SIZE
                     " SITUACAO R REABERTURAS "
                                       DELIMITED BY SIZE
                     QTD-REABERTURAS-HBSIS068C
                                       DELIMITED BY SIZE
                     " MOTIVO "        DELIMITED BY SIZE
                     MOTIVO-REAB-HBSIS068C
                                       DELIMITED BY SIZE
                     " SUBSTITUIDAS:"  DELIMITED BY SIZE
                                  INTO WS-IMAGEM-NOVA
                               POINTER WS-PTR-IMAGEM

              MOVE 1                   TO WS-IDX-ETAPA

              PERFORM 2210-SUBSTITUI-SAIDA UNTIL
                      WS-IDX-ETAPA     GREATER 5

              REWRITE ARQ-HBSIS068C

              IF WS-FL-STATUS-FEC      EQUAL ZEROS
                 MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE WS-IMAGEM-NOVA   TO AUD-VALOR-NOVO
                 MOVE "FECH-REAB"      TO AUD-FUNCAO
                 PERFORM 2600-GRAVA-AUDITORIA
                 PERFORM 2080-DEVOLVE-MES
                 MOVE "MES REABERTO - SAIDAS SUBSTITUIDAS"
                                       TO MSG-RETORNO-HBSIS069L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS069L
                 MOVE "ERRO AO GRAVAR O CONTROLE DO FECHAMENTO"
                                       TO MSG-RETORNO-HBSIS069L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-FECHAMENTO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA COMO SUBSTITUIDA A SAIDA VIGENTE DE UMA ETAPA - A        *
      * GERACAO DA AUDITORIA (ETAPA 3) E SELADA E CONTINUA VIGENTE     *
      *----------------------------------------------------------------*
       2210-SUBSTITUI-SAIDA            SECTION.

           IF SITUACAO-SAIDA-HBSIS068C (WS-IDX-ETAPA)
                                       EQUAL "V"
              AND WS-IDX-ETAPA         NOT EQUAL 3
              MOVE "S"                 TO SITUACAO-SAIDA-HBSIS068C
                                          (WS-IDX-ETAPA)

              IF WS-PTR-IMAGEM         LESS 170
                 STRING " "            DELIMITED BY SIZE
                        SAIDA-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       DELIMITED BY SPACE
                                  INTO WS-IMAGEM-NOVA
                               POINTER WS-PTR-IMAGEM
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-ETAPA

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA DA REABERTURA        *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA            SECTION.

           MOVE DATA-HORA-REAB-HBSIS068C
                                       TO AUD-DATA-HORA
           MOVE "HBSIS069P"            TO AUD-PROGRAMA
           MOVE ANO-MES-HBSIS068C      TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS069L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS069L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS069L
              PERFORM 2060-CLOSE-ARQ-FECHAMENTO
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
      * FIM DO PROGRAMA HBSIS069P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS069P.
      *----------------------------------------------------------------*
