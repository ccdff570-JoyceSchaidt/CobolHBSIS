       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS043P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS043P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EFETIVACAO NOTURNA DAS TRANSFERENCIAS DE        *
      *                CLIENTE APROVADAS PELOS DOIS SUPERVISORES - TODA *
      *                SOLICITACAO APROVADA COM DATA EFETIVA ATE A DATA *
      *                DE REFERENCIA GRAVA (OU REGRAVA) A CARTEIRA FIXA *
      *                DO CLIENTE PARA O VENDEDOR DE DESTINO, COM       *
      *                AUDITORIA, E E MARCADA COMO EFETIVADA; A         *
      *                TRANSFERENCIA CUJO DESTINO ESTIVER INATIVO FICA  *
      *                ADIADA E A DO CLIENTE CUJA CARTEIRA FIXA JA NAO  *
      *                ESTA COM O VENDEDOR DE ORIGEM NAO E APLICADA     *
      *                (CONFLITO, RETURN-CODE 4) - AMBAS SAEM NO        *
      *                RELATORIO E CONTINUAM APROVADAS - AO FINAL       *
      *                EMITE O RELATORIO DE ENVELHECIMENTO DAS          *
      *                SOLICITACOES EM ABERTO POR SUPERVISOR            *
      *                (HBSIS042P)                                      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DE REFERENCIA   *
      *                (AAAAMMDD, BRANCO = HOJE) E CODIGO DO OPERADOR   *
      *                PARA A AUDITORIA (BRANCO = HBSIS07D)             *
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
           SELECT ARQ-TRANSFERENCIA  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS NUM-SOLIC-HBSIS042C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-TRF.

           SELECT ARQ-CARTEIRA-FIXA  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS012C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CFX.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT REL-EFETIVACAO     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-TRANSFERENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqTransferencia'.
       COPY "HBSIS042C.CPY".

       FD  ARQ-CARTEIRA-FIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCarteiraFixa'.
       COPY "HBSIS012C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  REL-EFETIVACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelEfetivaTransf'.
       01  REL-HBSIS043C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TRF            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CFX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-COD-OPERADOR             PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-DESTINO-ATIVO            PIC  X(001)         VALUE "N".
       01  WS-CARTEIRA-EXISTE          PIC  X(001)         VALUE "N".
       01  WS-ORIGEM-CONFERE           PIC  X(001)         VALUE "S".
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.

       01  WS-QTD-LIDAS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-EFETIVADAS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ADIADAS              PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CONFLITOS            PIC  9(007)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(048)         VALUE
               "EFETIVACAO DE TRANSFERENCIAS DE CLIENTE - DATA: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-OCORRENCIA.
           05  WS-OCO-TEXTO            PIC  X(025).
           05  FILLER                  PIC  X(007)         VALUE
               "SOLIC. ".
           05  WS-OCO-NUM-SOLIC        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  CLIENTE ".
           05  WS-OCO-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(006)         VALUE
               "  DE ".
           05  WS-OCO-VEND-ORIGEM      PIC  ZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               " PARA ".
           05  WS-OCO-VEND-DESTINO     PIC  ZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  EFETIVA ".
           05  WS-OCO-DATA-EFETIVA     PIC  X(008).

       01  WS-LINHA-CONFLITO.
           05  FILLER                  PIC  X(041)         VALUE
               "          CARTEIRA FIXA ATUAL: VENDEDOR ".
           05  WS-CON-VEND-ATUAL       PIC  ZZ9.
           05  FILLER                  PIC  X(044)         VALUE
               " - NAO APLICADA, REVISAR COM OS SUPERVISORES".

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(018)         VALUE
               "APROVADAS LIDAS: ".
           05  WS-TOT-LIDAS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  EFETIVADAS: ".
           05  WS-TOT-EFETIVADAS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  ADIADAS: ".
           05  WS-TOT-ADIADAS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  CONFLITOS: ".
           05  WS-TOT-CONFLITOS        PIC  ZZZZZZ9.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS042                 PIC  X(009)         VALUE
           'HBSIS042P'.

       COPY HBSIS042L.

       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
      * REGISTRO DA TRILHA DE AUDITORIA MONTADO PARA O HBSIS061P       *
      *----------------------------------------------------------------*
       COPY "HBSISAUD.CPY".
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
      * ROTINA DE INICIALIZACAO - LE OS PARAMETROS DA ENTRADA          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE
           ACCEPT WS-COD-OPERADOR      FROM CONSOLE

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-REFERENCIA
                                       FROM DATE YYYYMMDD
           END-IF

           IF WS-COD-OPERADOR          EQUAL SPACES
              MOVE "HBSIS07D"          TO WS-COD-OPERADOR
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-REL-EFETIVACAO

           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS043C
           WRITE REL-HBSIS043C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS043C
           WRITE REL-HBSIS043C

           PERFORM 2100-OPEN-ARQUIVOS

           MOVE LOW-VALUES             TO NUM-SOLIC-HBSIS042C

           START ARQ-TRANSFERENCIA KEY NOT LESS NUM-SOLIC-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-TRANSFERENCIA

              PERFORM 2200-TRATA-SOLICITACAO UNTIL
                      WS-FL-STATUS-TRF NOT EQUAL "00"
           END-IF

           CLOSE ARQ-TRANSFERENCIA
           CLOSE ARQ-CARTEIRA-FIXA
           CLOSE ARQ-VENDEDOR

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS043C
           WRITE REL-HBSIS043C
           MOVE WS-QTD-LIDAS           TO WS-TOT-LIDAS
           MOVE WS-QTD-EFETIVADAS      TO WS-TOT-EFETIVADAS
           MOVE WS-QTD-ADIADAS         TO WS-TOT-ADIADAS
           MOVE WS-QTD-CONFLITOS       TO WS-TOT-CONFLITOS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS043C
           WRITE REL-HBSIS043C

           CLOSE REL-EFETIVACAO

           DISPLAY "EFETIVACAO DE TRANSFERENCIAS CONCLUIDA - "
                   "EFETIVADAS: " WS-QTD-EFETIVADAS
                   " ADIADAS: " WS-QTD-ADIADAS
                   " CONFLITOS: " WS-QTD-CONFLITOS
                                       UPON CONSOLE

           PERFORM 2500-EMITE-ENVELHECIMENTO

           IF WS-QTD-CONFLITOS         GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO RELATORIO DE EFETIVACAO                            *
      *----------------------------------------------------------------*
       2050-OPEN-REL-EFETIVACAO        SECTION.

           OPEN OUTPUT REL-EFETIVACAO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DAS SOLICITACOES, DA CARTEIRA FIXA E DOS VENDEDORES   *
      *----------------------------------------------------------------*
       2100-OPEN-ARQUIVOS              SECTION.

           OPEN I-O ARQ-TRANSFERENCIA

           IF WS-FL-STATUS-TRF         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE TRANSFERENCIAS"
                                       UPON CONSOLE
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-CARTEIRA-FIXA

           IF WS-FL-STATUS-CFX         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CARTEIRA FIXA"
                                       UPON CONSOLE
              CLOSE ARQ-TRANSFERENCIA
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       UPON CONSOLE
              CLOSE ARQ-TRANSFERENCIA
              CLOSE ARQ-CARTEIRA-FIXA
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DAS SOLICITACOES                            *
      *----------------------------------------------------------------*
       2110-LER-ARQ-TRANSFERENCIA      SECTION.

           READ ARQ-TRANSFERENCIA NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UMA SOLICITACAO - SOMENTE AS APROVADAS COM DATA EFETIVA  *
      * VENCIDA SAO LEVADAS A CARTEIRA FIXA                            *
      *----------------------------------------------------------------*
       2200-TRATA-SOLICITACAO          SECTION.

           IF SITUACAO-HBSIS042C       EQUAL "A"
              AND DATA-EFETIVA-HBSIS042C
                                       NOT GREATER WS-DATA-REFERENCIA
              ADD 1                    TO WS-QTD-LIDAS

              MOVE NUM-SOLIC-HBSIS042C TO WS-OCO-NUM-SOLIC
              MOVE COD-CLIENTE-HBSIS042C
                                       TO WS-OCO-COD-CLIENTE
              MOVE VEND-ORIGEM-HBSIS042C
                                       TO WS-OCO-VEND-ORIGEM
              MOVE VEND-DESTINO-HBSIS042C
                                       TO WS-OCO-VEND-DESTINO
              MOVE DATA-EFETIVA-HBSIS042C
                                       TO WS-OCO-DATA-EFETIVA

              PERFORM 2210-VERIFICA-DESTINO
              PERFORM 2220-VERIFICA-ORIGEM

              EVALUATE TRUE
                  WHEN WS-ORIGEM-CONFERE
                                       EQUAL "N"
                       ADD 1           TO WS-QTD-CONFLITOS
                       MOVE "CONFLITO - CARTEIRA MUDOU"
                                       TO WS-OCO-TEXTO
                  WHEN WS-DESTINO-ATIVO
                                       EQUAL "S"
                       PERFORM 2300-GRAVA-CARTEIRA-FIXA
                       PERFORM 2350-MARCA-EFETIVADA
                       ADD 1           TO WS-QTD-EFETIVADAS
                       MOVE "EFETIVADA..............: "
                                       TO WS-OCO-TEXTO
                  WHEN OTHER
                       ADD 1           TO WS-QTD-ADIADAS
                       MOVE "ADIADA - DESTINO INATIVO"
                                       TO WS-OCO-TEXTO
              END-EVALUATE

              MOVE WS-LINHA-OCORRENCIA TO REL-HBSIS043C
              WRITE REL-HBSIS043C

              IF WS-ORIGEM-CONFERE     EQUAL "N"
                 MOVE COD-VENDEDOR-HBSIS012C
                                       TO WS-CON-VEND-ATUAL
                 MOVE WS-LINHA-CONFLITO
                                       TO REL-HBSIS043C
                 WRITE REL-HBSIS043C

                 DISPLAY "TRANSFERENCIA " NUM-SOLIC-HBSIS042C
                         " NAO APLICADA - CLIENTE "
                         COD-CLIENTE-HBSIS042C
                         " ESTA COM O VENDEDOR "
                         COD-VENDEDOR-HBSIS012C
                         " E NAO COM A ORIGEM "
                         VEND-ORIGEM-HBSIS042C
                                       UPON CONSOLE
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-TRANSFERENCIA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O VENDEDOR DE DESTINO DEVE CONTINUAR ATIVO NA DATA EFETIVA     *
      *----------------------------------------------------------------*
       2210-VERIFICA-DESTINO           SECTION.

           MOVE "N"                    TO WS-DESTINO-ATIVO
           MOVE VEND-DESTINO-HBSIS042C TO COD-VENDEDOR-HBSIS004C

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              AND SITUACAO-VENDEDOR-HBSIS004C
                                       NOT EQUAL "I"
              MOVE "S"                 TO WS-DESTINO-ATIVO
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * A CARTEIRA FIXA DO CLIENTE DEVE CONTINUAR COM O VENDEDOR DE    *
      * ORIGEM DA SOLICITACAO, COMO NA INCLUSAO (HBSIS042P) - SE FOI   *
      * ALTERADA DEPOIS DA APROVACAO, A TRANSFERENCIA NAO E APLICADA   *
      * PARA NAO SOBREPOR A ALTERACAO; CLIENTE SEM CARTEIRA FIXA       *
      * RECEBE A CARTEIRA DO DESTINO                                   *
      *----------------------------------------------------------------*
       2220-VERIFICA-ORIGEM            SECTION.

           MOVE "S"                    TO WS-ORIGEM-CONFERE
           MOVE COD-CLIENTE-HBSIS042C  TO COD-CLIENTE-HBSIS012C

           READ ARQ-CARTEIRA-FIXA RECORD
                              KEY IS      COD-CLIENTE-HBSIS012C

           IF WS-FL-STATUS-CFX         EQUAL ZEROS
              MOVE "S"                 TO WS-CARTEIRA-EXISTE

              IF COD-VENDEDOR-HBSIS012C
                                       NOT EQUAL VEND-ORIGEM-HBSIS042C
                 MOVE "N"              TO WS-ORIGEM-CONFERE
              END-IF
           ELSE
              MOVE "N"                 TO WS-CARTEIRA-EXISTE
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU REGRAVA A CARTEIRA FIXA DO CLIENTE PARA O DESTINO,    *
      * COM A IMAGEM ANTERIOR E A NOVA NA TRILHA DE AUDITORIA - O      *
      * REGISTRO ATUAL JA FOI LIDO NA CONFERENCIA DA ORIGEM            *
      *----------------------------------------------------------------*
       2300-GRAVA-CARTEIRA-FIXA        SECTION.

           IF WS-CARTEIRA-EXISTE       EQUAL "S"
              MOVE ARQ-HBSIS012C       TO AUD-VALOR-ANTIGO
              MOVE VEND-DESTINO-HBSIS042C
                                       TO COD-VENDEDOR-HBSIS012C
              REWRITE ARQ-HBSIS012C
           ELSE
              MOVE SPACES              TO AUD-VALOR-ANTIGO
              MOVE COD-CLIENTE-HBSIS042C
                                       TO COD-CLIENTE-HBSIS012C
              MOVE VEND-DESTINO-HBSIS042C
                                       TO COD-VENDEDOR-HBSIS012C
              WRITE ARQ-HBSIS012C
           END-IF

           IF WS-FL-STATUS-CFX         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR A CARTEIRA FIXA - CLIENTE "
                      COD-CLIENTE-HBSIS042C
                                       UPON CONSOLE
              CLOSE ARQ-TRANSFERENCIA
              CLOSE ARQ-CARTEIRA-FIXA
              CLOSE ARQ-VENDEDOR
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ARQ-HBSIS012C          TO AUD-VALOR-NOVO
           MOVE "TRANSF-EFE"           TO AUD-FUNCAO
           MOVE COD-CLIENTE-HBSIS042C  TO AUD-CODIGO
           PERFORM 2400-GRAVA-AUDITORIA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA A SOLICITACAO COMO EFETIVADA NA DATA DE REFERENCIA       *
      *----------------------------------------------------------------*
       2350-MARCA-EFETIVADA            SECTION.

           MOVE ARQ-HBSIS042C          TO WS-IMAGEM-ANTERIOR

           MOVE "E"                    TO SITUACAO-HBSIS042C
           MOVE WS-DATA-REFERENCIA     TO DATA-SITUACAO-HBSIS042C

           REWRITE ARQ-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO REGRAVAR A SOLICITACAO "
                      NUM-SOLIC-HBSIS042C
                                       UPON CONSOLE
              CLOSE ARQ-TRANSFERENCIA
              CLOSE ARQ-CARTEIRA-FIXA
              CLOSE ARQ-VENDEDOR
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-IMAGEM-ANTERIOR     TO AUD-VALOR-ANTIGO
           MOVE ARQ-HBSIS042C          TO AUD-VALOR-NOVO
           MOVE "TRANSF-SOL"           TO AUD-FUNCAO
           MOVE COD-CLIENTE-HBSIS042C  TO AUD-CODIGO
           PERFORM 2400-GRAVA-AUDITORIA

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA                      *
      *----------------------------------------------------------------*
       2400-GRAVA-AUDITORIA            SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO AUD-DATA-HORA

           MOVE "HBSIS043P"            TO AUD-PROGRAMA
           MOVE WS-COD-OPERADOR        TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY MSG-RETORNO-HBSIS061L
                                       UPON CONSOLE
              CLOSE ARQ-TRANSFERENCIA
              CLOSE ARQ-CARTEIRA-FIXA
              CLOSE ARQ-VENDEDOR
              CLOSE REL-EFETIVACAO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RELATORIO DE ENVELHECIMENTO DAS SOLICITACOES EM ABERTO *
      * POR SUPERVISOR (RelTransferencia)                              *
      *----------------------------------------------------------------*
       2500-EMITE-ENVELHECIMENTO       SECTION.

           INITIALIZE HBSIS042L
           MOVE 5                      TO COD-FUNCAO-HBSIS042L
           MOVE WS-COD-OPERADOR        TO COD-OPERADOR-HBSIS042L

           CALL WS-HBSIS042            USING HBSIS042L

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              DISPLAY "SOLICITACOES PENDENTES DE APROVACAO: "
                      QTD-ABERTAS-HBSIS042L
                                       UPON CONSOLE
           ELSE
              DISPLAY MSG-RETORNO-HBSIS042L
                                       UPON CONSOLE
              MOVE 4                   TO RETURN-CODE
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS043P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS043P.
      *----------------------------------------------------------------*
