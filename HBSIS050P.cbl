       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS050P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS050P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER AS PROPOSTAS DE CORRECAO DE COORDENADA   *
      *                DE CLIENTE (ArqPropCoord, GERADAS PELO HBSIS051P *
      *                A PARTIR DOS CHECK-INS DO APLICATIVO DE CAMPO) - *
      *                CONSULTA, APROVACAO E RECUSA PELO SUPERVISOR DO  *
      *                VENDEDOR DOS CHECK-INS; NA APROVACAO A NOVA      *
      *                LATITUDE/LONGITUDE E GRAVADA NO ArqCliente COM A *
      *                AUDITORIA DE ALTERACAO DO CADASTRO, E TODA       *
      *                DECISAO GRAVA TRILHA DE AUDITORIA DA PROPOSTA    *
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
           SELECT ARQ-PROP-COORD     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS050C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRC.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS002C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS002C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PROP-COORD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPropCoord'.
       COPY "HBSIS050C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.
       01  WS-CLIENTE-ANTERIOR         PIC  X(200)         VALUE SPACES.
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
       COPY HBSIS050L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS050L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS050L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS050L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS050L
               WHEN 0
                    PERFORM 2100-CONSULTAR-PROPOSTA
               WHEN 1
                    PERFORM 2200-APROVAR-PROPOSTA
               WHEN 2
                    PERFORM 2300-RECUSAR-PROPOSTA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS050L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS050L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE PROPOSTAS DE COORDENADA                 *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-PROP-COORD        SECTION.

           OPEN I-O ARQ-PROP-COORD

           IF WS-FL-STATUS-PRC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS050L
              MOVE "ERRO NA ABERTURA DO ARQ PROPOSTA COORD."
                                       TO MSG-RETORNO-HBSIS050L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE PROPOSTAS DE COORDENADA               *
      *----------------------------------------------------------------*
       2060-CLOSE-ARQ-PROP-COORD       SECTION.

           CLOSE ARQ-PROP-COORD

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS050L
              MOVE "ERRO NO FECHAMENTO DO ARQ PROPOSTA COORD"
                                       TO MSG-RETORNO-HBSIS050L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A PROPOSTA DO CLIENTE INFORMADO E DEVOLVE OS DADOS NA *
      * AREA DE LIGACAO                                                *
      *----------------------------------------------------------------*
       2080-LOCALIZA-PROPOSTA          SECTION.

           MOVE COD-CLIENTE-HBSIS050L  TO COD-CLIENTE-HBSIS050C

           READ ARQ-PROP-COORD RECORD
                              KEY IS      COD-CLIENTE-HBSIS050C

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              PERFORM 2090-DEVOLVE-PROPOSTA
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS050L
              MOVE "PROPOSTA NAO ENCONTRADA PARA O CLIENTE"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DA PROPOSTA NA AREA DE LIGACAO                *
      *----------------------------------------------------------------*
       2090-DEVOLVE-PROPOSTA           SECTION.

           MOVE LAT-ATUAL-HBSIS050C    TO LAT-ATUAL-HBSIS050L
           MOVE LON-ATUAL-HBSIS050C    TO LON-ATUAL-HBSIS050L
           MOVE LAT-PROPOSTA-HBSIS050C TO LAT-PROPOSTA-HBSIS050L
           MOVE LON-PROPOSTA-HBSIS050C TO LON-PROPOSTA-HBSIS050L
           MOVE QTD-CHECKIN-HBSIS050C  TO QTD-CHECKIN-HBSIS050L
           MOVE DISTANCIA-HBSIS050C    TO DISTANCIA-HBSIS050L
           MOVE COD-VENDEDOR-HBSIS050C TO COD-VENDEDOR-HBSIS050L
           MOVE COD-SUPERVISOR-HBSIS050C
                                       TO SUP-PROPOSTA-HBSIS050L
           MOVE DATA-PROPOSTA-HBSIS050C
                                       TO DATA-PROPOSTA-HBSIS050L
           MOVE SITUACAO-HBSIS050C     TO SITUACAO-HBSIS050L

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DA PROPOSTA PELO CODIGO DO CLIENTE                    *
      *----------------------------------------------------------------*
       2100-CONSULTAR-PROPOSTA         SECTION.

           PERFORM 2050-OPEN-ARQ-PROP-COORD

           PERFORM 2080-LOCALIZA-PROPOSTA

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              MOVE "PROPOSTA ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROP-COORD

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APROVACAO DA PROPOSTA - SOMENTE PENDENTE, PELO SUPERVISOR DO   *
      * VENDEDOR DOS CHECK-INS (PROPOSTA SEM SUPERVISOR ACEITA         *
      * QUALQUER SUPERVISOR); O CADASTRO DO CLIENTE NAO PODE TER SIDO  *
      * ALTERADO DEPOIS DA GERACAO DA PROPOSTA                         *
      *----------------------------------------------------------------*
       2200-APROVAR-PROPOSTA           SECTION.

           PERFORM 2050-OPEN-ARQ-PROP-COORD

           PERFORM 2080-LOCALIZA-PROPOSTA

           PERFORM 2210-CONFERE-DECISAO

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              PERFORM 2220-ATUALIZA-CLIENTE
           END-IF

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              MOVE ARQ-HBSIS050C       TO WS-IMAGEM-ANTERIOR
              MOVE "A"                 TO SITUACAO-HBSIS050C
              MOVE "COORD-APR"         TO AUD-FUNCAO
              PERFORM 2400-REGRAVA-PROPOSTA

              IF COD-RETORNO-HBSIS050L EQUAL ZEROS
                 MOVE "COORDENADA APLICADA NO CADASTRO"
                                       TO MSG-RETORNO-HBSIS050L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROP-COORD

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE A PROPOSTA ESTA PENDENTE E SE O SUPERVISOR          *
      * INFORMADO RESPONDE POR ELA                                     *
      *----------------------------------------------------------------*
       2210-CONFERE-DECISAO            SECTION.

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              AND SITUACAO-HBSIS050C   NOT EQUAL "P"
              MOVE 1                   TO COD-RETORNO-HBSIS050L
              MOVE "PROPOSTA NAO ESTA PENDENTE"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              AND COD-SUPERVISOR-HBSIS050C
                                       GREATER ZEROS
              AND COD-SUPERVISOR-HBSIS050C
                                       NOT EQUAL
                                       COD-SUPERVISOR-HBSIS050L
              MOVE 1                   TO COD-RETORNO-HBSIS050L
              MOVE "SUPERVISOR NAO RESPONDE PELA PROPOSTA"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A COORDENADA PROPOSTA NO CADASTRO DO CLIENTE COM A       *
      * AUDITORIA DE ALTERACAO (IMAGEM ANTERIOR E NOVA DO REGISTRO)    *
      *----------------------------------------------------------------*
       2220-ATUALIZA-CLIENTE           SECTION.

           OPEN I-O ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS050L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS050L
              PERFORM 2060-CLOSE-ARQ-PROP-COORD
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-HBSIS050C  TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         NOT EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS050L
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              IF LATITUDE-CLI-HBSIS002C
                                       NOT EQUAL LAT-ATUAL-HBSIS050C
                 OR LONGITUDE-CLI-HBSIS002C
                                       NOT EQUAL LON-ATUAL-HBSIS050C
                 MOVE 1                TO COD-RETORNO-HBSIS050L
                 MOVE "CADASTRO ALTERADO DEPOIS DA PROPOSTA"
                                       TO MSG-RETORNO-HBSIS050L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              MOVE ARQ-HBSIS002C       TO WS-CLIENTE-ANTERIOR
              MOVE LAT-PROPOSTA-HBSIS050C
                                       TO LATITUDE-CLI-HBSIS002C
              MOVE LON-PROPOSTA-HBSIS050C
                                       TO LONGITUDE-CLI-HBSIS002C

              REWRITE ARQ-HBSIS002C

              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE "ALTERACAO"      TO AUD-FUNCAO
                 MOVE WS-CLIENTE-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE ARQ-HBSIS002C    TO AUD-VALOR-NOVO
                 PERFORM 2600-GRAVA-AUDITORIA
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS050L
                 MOVE "ERRO AO REGRAVAR O CLIENTE"
                                       TO MSG-RETORNO-HBSIS050L
              END-IF
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA DA PROPOSTA - O CADASTRO DO CLIENTE FICA COMO ESTA E O  *
      * PONTO RECUSADO NAO VOLTA A SER PROPOSTO PELO HBSIS051P         *
      *----------------------------------------------------------------*
       2300-RECUSAR-PROPOSTA           SECTION.

           PERFORM 2050-OPEN-ARQ-PROP-COORD

           PERFORM 2080-LOCALIZA-PROPOSTA

           PERFORM 2210-CONFERE-DECISAO

           IF COD-RETORNO-HBSIS050L    EQUAL ZEROS
              MOVE ARQ-HBSIS050C       TO WS-IMAGEM-ANTERIOR
              MOVE "R"                 TO SITUACAO-HBSIS050C
              MOVE "COORD-REJ"         TO AUD-FUNCAO
              PERFORM 2400-REGRAVA-PROPOSTA

              IF COD-RETORNO-HBSIS050L EQUAL ZEROS
                 MOVE "PROPOSTA RECUSADA - CADASTRO MANTIDO"
                                       TO MSG-RETORNO-HBSIS050L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-PROP-COORD

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A PROPOSTA COM A DECISAO E A TRILHA DE AUDITORIA - A   *
      * IMAGEM ANTERIOR, A SITUACAO NOVA E A FUNCAO DE AUDITORIA VEM   *
      * PREENCHIDAS                                                    *
      *----------------------------------------------------------------*
       2400-REGRAVA-PROPOSTA           SECTION.

           MOVE COD-SUPERVISOR-HBSIS050L
                                       TO SUP-DECISAO-HBSIS050C
           MOVE COD-OPERADOR-HBSIS050L TO OPER-DECISAO-HBSIS050C
           MOVE WS-DATA-HOJE           TO DATA-DECISAO-HBSIS050C

           REWRITE ARQ-HBSIS050C

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              PERFORM 2090-DEVOLVE-PROPOSTA
              MOVE WS-IMAGEM-ANTERIOR  TO AUD-VALOR-ANTIGO
              MOVE ARQ-HBSIS050C       TO AUD-VALOR-NOVO
              PERFORM 2600-GRAVA-AUDITORIA
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS050L
              MOVE "ERRO AO REGRAVAR A PROPOSTA"
                                       TO MSG-RETORNO-HBSIS050L
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA                      *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA            SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO AUD-DATA-HORA

           MOVE "HBSIS050P"            TO AUD-PROGRAMA
           MOVE COD-CLIENTE-HBSIS050C  TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS050L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS050L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS050L
              PERFORM 2060-CLOSE-ARQ-PROP-COORD
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
      * FIM DO PROGRAMA HBSIS050P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS050P.
      *----------------------------------------------------------------*
