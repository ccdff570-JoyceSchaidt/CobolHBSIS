       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS042P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS042P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER AS SOLICITACOES DE TRANSFERENCIA DE      *
      *                CLIENTE ENTRE VENDEDORES (ArqTransferencia) -    *
      *                INCLUSAO COM MOTIVO E DATA EFETIVA, APROVACAO    *
      *                OU REJEICAO PELO SUPERVISOR DO VENDEDOR QUE CEDE *
      *                E PELO DO VENDEDOR QUE RECEBE, CANCELAMENTO E    *
      *                RELATORIO DE ENVELHECIMENTO DAS SOLICITACOES     *
      *                EM ABERTO POR SUPERVISOR - A SOLICITACAO         *
      *                APROVADA PELOS DOIS LADOS E LEVADA A CARTEIRA    *
      *                FIXA NA DATA EFETIVA PELO HBSIS043P NO CICLO     *
      *                NOTURNO; TODA ACAO GRAVA TRILHA DE AUDITORIA     *
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

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS002C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS002C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-CARTEIRA-FIXA  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS012C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CFX.

           SELECT REL-TRANSFERENCIA  ASSIGN TO DISK
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

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-CARTEIRA-FIXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCarteiraFixa'.
       COPY "HBSIS012C.CPY".

       FD  REL-TRANSFERENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelTransferencia'.
       01  REL-HBSIS042C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-TRF            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CFX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-PROX-SOLIC               PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ABERTAS              PIC  9(005)         VALUE ZEROS.
       01  WS-SOLIC-ABERTA             PIC  X(001)         VALUE "N".
       01  WS-SUP-ORIGEM               PIC  9(003)         VALUE ZEROS.
       01  WS-SUP-DESTINO              PIC  9(003)         VALUE ZEROS.
       01  WS-LADO-ATENDIDO            PIC  X(001)         VALUE "N".
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.

       01  WS-INT-HOJE                 PIC  9(008)         VALUE ZEROS.
       01  WS-INT-SOLIC                PIC  9(008)         VALUE ZEROS.
       01  WS-DIAS-ABERTA              PIC  9(005)         VALUE ZEROS.
      *
      * TABELA DAS PENDENCIAS DE APROVACAO - UMA LINHA POR LADO AINDA
      * PENDENTE, ORDENADA POR SUPERVISOR E IDADE PARA O RELATORIO
      *
       01  WS-TAB-ABERTA.
           05  WS-TAB-ABERTA-OCR       OCCURS 5000 TIMES.
               10  WS-ABE-SUPERVISOR   PIC  9(003).
               10  WS-ABE-DIAS         PIC  9(005).
               10  WS-ABE-NUM-SOLIC    PIC  9(007).
               10  WS-ABE-COD-CLIENTE  PIC  9(007).
               10  WS-ABE-VEND-ORIGEM  PIC  9(003).
               10  WS-ABE-VEND-DESTINO PIC  9(003).
               10  WS-ABE-LADO         PIC  X(007).
               10  WS-ABE-DATA-EFETIVA PIC  X(008).

       01  WS-ABE-TEMP                 PIC  X(043)         VALUE SPACES.
       01  WS-QTD-TAB-ABERTA           PIC  9(004)         VALUE ZEROS.
       01  WS-ABE-I                    PIC  9(004)         VALUE ZEROS.
       01  WS-ABE-J                    PIC  9(004)         VALUE ZEROS.
       01  WS-ABE-MIN                  PIC  9(004)         VALUE ZEROS.
       01  WS-SUP-CORRENTE             PIC  9(003)         VALUE ZEROS.
       01  WS-SUP-QTD                  PIC  9(005)         VALUE ZEROS.
       01  WS-SUP-MAIOR-DIAS           PIC  9(005)         VALUE ZEROS.
       01  WS-SUP-ATE-07               PIC  9(005)         VALUE ZEROS.
       01  WS-SUP-ATE-15               PIC  9(005)         VALUE ZEROS.
       01  WS-SUP-ATE-30               PIC  9(005)         VALUE ZEROS.
       01  WS-SUP-MAIS-30              PIC  9(005)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(060)         VALUE
               "SOLICITACOES DE TRANSFERENCIA EM ABERTO POR SUPERVISOR".
           05  FILLER                  PIC  X(008)         VALUE
               " DATA: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CABECALHO-03.
           05  FILLER                  PIC  X(010)         VALUE
               "SUPERV.".
           05  FILLER                  PIC  X(010)         VALUE
               "SOLIC.".
           05  FILLER                  PIC  X(010)         VALUE
               "COD CLI.".
           05  FILLER                  PIC  X(008)         VALUE
               "ORIGEM".
           05  FILLER                  PIC  X(009)         VALUE
               "DESTINO".
           05  FILLER                  PIC  X(009)         VALUE
               "LADO".
           05  FILLER                  PIC  X(010)         VALUE
               "EFETIVA".
           05  FILLER                  PIC  X(010)         VALUE
               "DIAS".

       01  WS-LINHA-DET-ABERTA.
           05  WS-DAB-SUPERVISOR       PIC  ZZ9.
           05  FILLER                  PIC  X(007)         VALUE SPACES.
           05  WS-DAB-NUM-SOLIC        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DAB-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DAB-VEND-ORIGEM      PIC  ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WS-DAB-VEND-DESTINO     PIC  ZZ9.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DAB-LADO             PIC  X(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DAB-DATA-EFETIVA     PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DAB-DIAS             PIC  ZZZZ9.

       01  WS-LINHA-TOT-SUPERVISOR.
           05  FILLER                  PIC  X(012)         VALUE
               "SUPERVISOR ".
           05  WS-TSU-SUPERVISOR       PIC  ZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               " ABERTAS: ".
           05  WS-TSU-QTD              PIC  ZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  ATE 7D: ".
           05  WS-TSU-ATE-07           PIC  ZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  8-15D: ".
           05  WS-TSU-ATE-15           PIC  ZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  16-30D: ".
           05  WS-TSU-ATE-30           PIC  ZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  +30D: ".
           05  WS-TSU-MAIS-30          PIC  ZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  MAIS ANTIGA: ".
           05  WS-TSU-MAIOR-DIAS       PIC  ZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(032)         VALUE
               "SOLICITACOES PENDENTES (LADOS): ".
           05  WS-TOT-ABERTAS          PIC  ZZZZ9.
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
       COPY HBSIS042L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS042L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS042L
                                          QTD-ABERTAS-HBSIS042L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS042L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS042L
               WHEN 0
                    PERFORM 2100-CONSULTAR-SOLICITACAO
               WHEN 1
                    PERFORM 2200-INCLUIR-SOLICITACAO
               WHEN 2
                    PERFORM 2300-APROVAR-SOLICITACAO
               WHEN 3
                    PERFORM 2400-REJEITAR-SOLICITACAO
               WHEN 4
                    PERFORM 2500-CANCELAR-SOLICITACAO
               WHEN 5
                    PERFORM 2700-RELATORIO-AGING
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS042L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS042L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE SOLICITACOES DE TRANSFERENCIA           *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-TRANSFERENCIA     SECTION.

           OPEN I-O ARQ-TRANSFERENCIA

           IF WS-FL-STATUS-TRF         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO NA ABERTURA DO ARQ TRANSFERENCIA"
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE SOLICITACOES DE TRANSFERENCIA         *
      *----------------------------------------------------------------*
       2060-CLOSE-ARQ-TRANSFERENCIA    SECTION.

           CLOSE ARQ-TRANSFERENCIA

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO NO FECHAMENTO DO ARQ TRANSFERENCIA"
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE SOLICITACOES                  *
      *----------------------------------------------------------------*
       2070-LER-ARQ-TRANSFERENCIA      SECTION.

           READ ARQ-TRANSFERENCIA NEXT RECORD

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A SOLICITACAO INFORMADA E DEVOLVE A SITUACAO NA AREA  *
      * DE LIGACAO                                                     *
      *----------------------------------------------------------------*
       2080-LOCALIZA-SOLICITACAO       SECTION.

           MOVE NUM-SOLIC-HBSIS042L    TO NUM-SOLIC-HBSIS042C

           READ ARQ-TRANSFERENCIA RECORD
                              KEY IS      NUM-SOLIC-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              PERFORM 2090-DEVOLVE-SOLICITACAO
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "SOLICITACAO NAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE OS DADOS DA SOLICITACAO NA AREA DE LIGACAO             *
      *----------------------------------------------------------------*
       2090-DEVOLVE-SOLICITACAO        SECTION.

           MOVE COD-CLIENTE-HBSIS042C  TO COD-CLIENTE-HBSIS042L
           MOVE VEND-ORIGEM-HBSIS042C  TO VEND-ORIGEM-HBSIS042L
           MOVE VEND-DESTINO-HBSIS042C TO VEND-DESTINO-HBSIS042L
           MOVE MOTIVO-HBSIS042C       TO MOTIVO-HBSIS042L
           MOVE DATA-EFETIVA-HBSIS042C TO DATA-EFETIVA-HBSIS042L
           MOVE SITUACAO-HBSIS042C     TO SITUACAO-HBSIS042L
           MOVE APROV-ORIGEM-HBSIS042C TO APROV-ORIGEM-HBSIS042L
           MOVE APROV-DESTINO-HBSIS042C
                                       TO APROV-DESTINO-HBSIS042L
           MOVE SUP-ORIGEM-HBSIS042C   TO SUP-ORIGEM-HBSIS042L
           MOVE SUP-DESTINO-HBSIS042C  TO SUP-DESTINO-HBSIS042L

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DE UMA SOLICITACAO PELO NUMERO                        *
      *----------------------------------------------------------------*
       2100-CONSULTAR-SOLICITACAO      SECTION.

           PERFORM 2050-OPEN-ARQ-TRANSFERENCIA

           PERFORM 2080-LOCALIZA-SOLICITACAO

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              MOVE "SOLICITACAO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUSAO DE UMA SOLICITACAO DE TRANSFERENCIA - O CLIENTE DEVE  *
      * ESTAR ATIVO, OS DOIS VENDEDORES ATIVOS E DISTINTOS, A DATA     *
      * EFETIVA NAO PODE SER ANTERIOR A HOJE, O VENDEDOR DE ORIGEM     *
      * DEVE CONFERIR COM A CARTEIRA FIXA QUANDO O CLIENTE TIVER UMA E *
      * NAO PODE HAVER OUTRA SOLICITACAO EM ABERTO PARA O CLIENTE      *
      *----------------------------------------------------------------*
       2200-INCLUIR-SOLICITACAO        SECTION.

           IF VEND-ORIGEM-HBSIS042L    EQUAL VEND-DESTINO-HBSIS042L
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "VENDEDOR DE ORIGEM IGUAL AO DE DESTINO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              IF DATA-EFETIVA-HBSIS042L
                                       NOT NUMERIC
                 OR DATA-EFETIVA-HBSIS042L
                                       LESS WS-DATA-HOJE
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "DATA EFETIVA INVALIDA OU ANTERIOR A HOJE"
                                       TO MSG-RETORNO-HBSIS042L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              AND MOTIVO-HBSIS042L     EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "MOTIVO DA TRANSFERENCIA OBRIGATORIO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              PERFORM 2210-VALIDA-CLIENTE
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              PERFORM 2220-VALIDA-VENDEDORES
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              PERFORM 2230-VALIDA-CARTEIRA-FIXA
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              PERFORM 2050-OPEN-ARQ-TRANSFERENCIA
              PERFORM 2240-PESQUISA-SOLICITACOES

              IF WS-SOLIC-ABERTA       EQUAL "S"
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "CLIENTE JA TEM SOLICITACAO EM ABERTO"
                                       TO MSG-RETORNO-HBSIS042L
              ELSE
                 PERFORM 2250-GRAVA-SOLICITACAO
              END-IF

              PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A EXISTENCIA E SITUACAO DO CLIENTE INFORMADO            *
      *----------------------------------------------------------------*
       2210-VALIDA-CLIENTE             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-HBSIS042L  TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              AND SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DOIS VENDEDORES E GUARDA O SUPERVISOR DE CADA LADO   *
      *----------------------------------------------------------------*
       2220-VALIDA-VENDEDORES          SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE VEND-ORIGEM-HBSIS042L  TO COD-VENDEDOR-HBSIS004C

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-SUP-ORIGEM
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "VENDEDOR DE ORIGEM NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              MOVE VEND-DESTINO-HBSIS042L
                                       TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS   COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 AND SITUACAO-VENDEDOR-HBSIS004C
                                       NOT EQUAL "I"
                 MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-SUP-DESTINO
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "VENDEDOR DE DESTINO NAO CADASTRADO/INATIVO"
                                       TO MSG-RETORNO-HBSIS042L
              END-IF
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * QUANDO O CLIENTE JA TEM CARTEIRA FIXA, O VENDEDOR QUE CEDE O   *
      * CLIENTE DEVE SER O DA CARTEIRA                                 *
      *----------------------------------------------------------------*
       2230-VALIDA-CARTEIRA-FIXA       SECTION.

           OPEN INPUT ARQ-CARTEIRA-FIXA

           IF WS-FL-STATUS-CFX         EQUAL ZEROS
              MOVE COD-CLIENTE-HBSIS042L
                                       TO COD-CLIENTE-HBSIS012C

              READ ARQ-CARTEIRA-FIXA RECORD
                                 KEY IS   COD-CLIENTE-HBSIS012C

              IF WS-FL-STATUS-CFX      EQUAL ZEROS
                 AND COD-VENDEDOR-HBSIS012C
                                       NOT EQUAL VEND-ORIGEM-HBSIS042L
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "ORIGEM DIFERE DO VENDEDOR DA CARTEIRA FIXA"
                                       TO MSG-RETORNO-HBSIS042L
              END-IF

              CLOSE ARQ-CARTEIRA-FIXA
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE AS SOLICITACOES PARA DETERMINAR O PROXIMO NUMERO E SE *
      * O CLIENTE JA TEM SOLICITACAO PENDENTE OU APROVADA              *
      *----------------------------------------------------------------*
       2240-PESQUISA-SOLICITACOES      SECTION.

           MOVE ZEROS                  TO WS-PROX-SOLIC
           MOVE "N"                    TO WS-SOLIC-ABERTA

           MOVE LOW-VALUES             TO NUM-SOLIC-HBSIS042C

           START ARQ-TRANSFERENCIA KEY NOT LESS NUM-SOLIC-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              PERFORM 2070-LER-ARQ-TRANSFERENCIA

              PERFORM 2245-AVALIA-SOLICITACAO UNTIL
                      WS-FL-STATUS-TRF NOT EQUAL "00"
           END-IF

           ADD 1                       TO WS-PROX-SOLIC

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O MAIOR NUMERO E MARCA SOLICITACAO ABERTA DO CLIENTE    *
      *----------------------------------------------------------------*
       2245-AVALIA-SOLICITACAO         SECTION.

           IF NUM-SOLIC-HBSIS042C      GREATER WS-PROX-SOLIC
              MOVE NUM-SOLIC-HBSIS042C TO WS-PROX-SOLIC
           END-IF

           IF COD-CLIENTE-HBSIS042C    EQUAL COD-CLIENTE-HBSIS042L
              AND (SITUACAO-HBSIS042C  EQUAL "P" OR "A")
              MOVE "S"                 TO WS-SOLIC-ABERTA
           END-IF

           PERFORM 2070-LER-ARQ-TRANSFERENCIA

           .
       2245-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A NOVA SOLICITACAO COM OS DOIS LADOS PENDENTES           *
      *----------------------------------------------------------------*
       2250-GRAVA-SOLICITACAO          SECTION.

           INITIALIZE ARQ-HBSIS042C

           MOVE WS-PROX-SOLIC          TO NUM-SOLIC-HBSIS042C
           MOVE COD-CLIENTE-HBSIS042L  TO COD-CLIENTE-HBSIS042C
           MOVE VEND-ORIGEM-HBSIS042L  TO VEND-ORIGEM-HBSIS042C
           MOVE VEND-DESTINO-HBSIS042L TO VEND-DESTINO-HBSIS042C
           MOVE MOTIVO-HBSIS042L       TO MOTIVO-HBSIS042C
           MOVE DATA-EFETIVA-HBSIS042L TO DATA-EFETIVA-HBSIS042C
           MOVE WS-DATA-HOJE           TO DATA-SOLIC-HBSIS042C
                                          DATA-SITUACAO-HBSIS042C
           MOVE COD-OPERADOR-HBSIS042L TO OPER-SOLIC-HBSIS042C
           MOVE WS-SUP-ORIGEM          TO SUP-ORIGEM-HBSIS042C
           MOVE WS-SUP-DESTINO         TO SUP-DESTINO-HBSIS042C
           MOVE "P"                    TO APROV-ORIGEM-HBSIS042C
                                          APROV-DESTINO-HBSIS042C
                                          SITUACAO-HBSIS042C

           WRITE ARQ-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              MOVE WS-PROX-SOLIC       TO NUM-SOLIC-HBSIS042L
              PERFORM 2090-DEVOLVE-SOLICITACAO
              MOVE SPACES              TO AUD-VALOR-ANTIGO
              MOVE ARQ-HBSIS042C       TO AUD-VALOR-NOVO
              MOVE "TRANSF-INC"        TO AUD-FUNCAO
              PERFORM 2600-GRAVA-AUDITORIA
              MOVE ZEROS               TO COD-RETORNO-HBSIS042L
              MOVE "SOLICITACAO INCLUIDA - AGUARDA APROVACAO"
                                       TO MSG-RETORNO-HBSIS042L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO AO GRAVAR A SOLICITACAO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APROVACAO DE UM LADO DA SOLICITACAO PELO SUPERVISOR INFORMADO  *
      * - O SUPERVISOR QUE RESPONDE PELOS DOIS VENDEDORES APROVA OS    *
      * DOIS LADOS DE UMA VEZ; COM OS DOIS LADOS APROVADOS A           *
      * SOLICITACAO PASSA A APROVADA E AGUARDA A DATA EFETIVA          *
      *----------------------------------------------------------------*
       2300-APROVAR-SOLICITACAO        SECTION.

           PERFORM 2050-OPEN-ARQ-TRANSFERENCIA

           PERFORM 2080-LOCALIZA-SOLICITACAO

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              AND SITUACAO-HBSIS042C   NOT EQUAL "P"
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "SOLICITACAO NAO ESTA PENDENTE"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              MOVE ARQ-HBSIS042C       TO WS-IMAGEM-ANTERIOR
              MOVE "N"                 TO WS-LADO-ATENDIDO

              IF SUP-ORIGEM-HBSIS042C  EQUAL COD-SUPERVISOR-HBSIS042L
                 AND APROV-ORIGEM-HBSIS042C
                                       EQUAL "P"
                 MOVE "A"              TO APROV-ORIGEM-HBSIS042C
                 MOVE COD-OPERADOR-HBSIS042L
                                       TO OPER-ORIGEM-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-ORIGEM-HBSIS042C
                 MOVE "S"              TO WS-LADO-ATENDIDO
              END-IF

              IF SUP-DESTINO-HBSIS042C EQUAL COD-SUPERVISOR-HBSIS042L
                 AND APROV-DESTINO-HBSIS042C
                                       EQUAL "P"
                 MOVE "A"              TO APROV-DESTINO-HBSIS042C
                 MOVE COD-OPERADOR-HBSIS042L
                                       TO OPER-DESTINO-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-DESTINO-HBSIS042C
                 MOVE "S"              TO WS-LADO-ATENDIDO
              END-IF

              IF WS-LADO-ATENDIDO      EQUAL "N"
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "SUPERVISOR SEM APROVACAO PENDENTE NELA"
                                       TO MSG-RETORNO-HBSIS042L
              ELSE
                 IF APROV-ORIGEM-HBSIS042C
                                       EQUAL "A"
                    AND APROV-DESTINO-HBSIS042C
                                       EQUAL "A"
                    MOVE "A"           TO SITUACAO-HBSIS042C
                    MOVE WS-DATA-HOJE  TO DATA-SITUACAO-HBSIS042C
                    MOVE "SOLICITACAO APROVADA - AGUARDA DATA EFETIVA"
                                       TO MSG-RETORNO-HBSIS042L
                 ELSE
                    MOVE "LADO APROVADO - AGUARDA O OUTRO SUPERVISOR"
                                       TO MSG-RETORNO-HBSIS042L
                 END-IF

                 MOVE "TRANSF-APR"     TO AUD-FUNCAO
                 PERFORM 2550-REGRAVA-SOLICITACAO
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REJEICAO DA SOLICITACAO POR UM DOS DOIS SUPERVISORES - BASTA   *
      * UM LADO REJEITAR PARA A SOLICITACAO SER ENCERRADA              *
      *----------------------------------------------------------------*
       2400-REJEITAR-SOLICITACAO       SECTION.

           PERFORM 2050-OPEN-ARQ-TRANSFERENCIA

           PERFORM 2080-LOCALIZA-SOLICITACAO

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              AND SITUACAO-HBSIS042C   NOT EQUAL "P"
              MOVE 1                   TO COD-RETORNO-HBSIS042L
              MOVE "SOLICITACAO NAO ESTA PENDENTE"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              MOVE ARQ-HBSIS042C       TO WS-IMAGEM-ANTERIOR
              MOVE "N"                 TO WS-LADO-ATENDIDO

              IF SUP-ORIGEM-HBSIS042C  EQUAL COD-SUPERVISOR-HBSIS042L
                 MOVE "R"              TO APROV-ORIGEM-HBSIS042C
                 MOVE COD-OPERADOR-HBSIS042L
                                       TO OPER-ORIGEM-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-ORIGEM-HBSIS042C
                 MOVE "S"              TO WS-LADO-ATENDIDO
              END-IF

              IF SUP-DESTINO-HBSIS042C EQUAL COD-SUPERVISOR-HBSIS042L
                 MOVE "R"              TO APROV-DESTINO-HBSIS042C
                 MOVE COD-OPERADOR-HBSIS042L
                                       TO OPER-DESTINO-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-DESTINO-HBSIS042C
                 MOVE "S"              TO WS-LADO-ATENDIDO
              END-IF

              IF WS-LADO-ATENDIDO      EQUAL "N"
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "SUPERVISOR NAO RESPONDE PELA SOLICITACAO"
                                       TO MSG-RETORNO-HBSIS042L
              ELSE
                 MOVE "R"              TO SITUACAO-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-SITUACAO-HBSIS042C
                 MOVE "SOLICITACAO REJEITADA"
                                       TO MSG-RETORNO-HBSIS042L
                 MOVE "TRANSF-REJ"     TO AUD-FUNCAO
                 PERFORM 2550-REGRAVA-SOLICITACAO
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CANCELAMENTO DE SOLICITACAO AINDA NAO EFETIVADA                *
      *----------------------------------------------------------------*
       2500-CANCELAR-SOLICITACAO       SECTION.

           PERFORM 2050-OPEN-ARQ-TRANSFERENCIA

           PERFORM 2080-LOCALIZA-SOLICITACAO

           IF COD-RETORNO-HBSIS042L    EQUAL ZEROS
              IF SITUACAO-HBSIS042C    EQUAL "P" OR "A"
                 MOVE ARQ-HBSIS042C    TO WS-IMAGEM-ANTERIOR
                 MOVE "C"              TO SITUACAO-HBSIS042C
                 MOVE WS-DATA-HOJE     TO DATA-SITUACAO-HBSIS042C
                 MOVE "SOLICITACAO CANCELADA"
                                       TO MSG-RETORNO-HBSIS042L
                 MOVE "TRANSF-CAN"     TO AUD-FUNCAO
                 PERFORM 2550-REGRAVA-SOLICITACAO
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS042L
                 MOVE "SOLICITACAO JA ENCERRADA OU EFETIVADA"
                                       TO MSG-RETORNO-HBSIS042L
              END-IF
           END-IF

           PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A SOLICITACAO ALTERADA COM A TRILHA DE AUDITORIA       *
      *----------------------------------------------------------------*
       2550-REGRAVA-SOLICITACAO        SECTION.

           REWRITE ARQ-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              PERFORM 2090-DEVOLVE-SOLICITACAO
              MOVE WS-IMAGEM-ANTERIOR  TO AUD-VALOR-ANTIGO
              MOVE ARQ-HBSIS042C       TO AUD-VALOR-NOVO
              PERFORM 2600-GRAVA-AUDITORIA
              MOVE ZEROS               TO COD-RETORNO-HBSIS042L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO AO REGRAVAR A SOLICITACAO"
                                       TO MSG-RETORNO-HBSIS042L
           END-IF

           .
       2550-EXIT.
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

           MOVE "HBSIS042P"            TO AUD-PROGRAMA
           MOVE COD-CLIENTE-HBSIS042C  TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS042L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA
              PERFORM 3000-FINALIZA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE ENVELHECIMENTO DAS SOLICITACOES PENDENTES POR     *
      * SUPERVISOR - CADA LADO AINDA SEM DECISAO ENTRA NA LISTA DO SEU *
      * SUPERVISOR, COM OS DIAS DESDE A INCLUSAO E A QUEBRA POR FAIXA  *
      *----------------------------------------------------------------*
       2700-RELATORIO-AGING            SECTION.

           PERFORM 2050-OPEN-ARQ-TRANSFERENCIA

           OPEN OUTPUT REL-TRANSFERENCIA

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS042L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       TO MSG-RETORNO-HBSIS042L
              PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS042C
           WRITE REL-HBSIS042C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS042C
           WRITE REL-HBSIS042C
           MOVE WS-LINHA-CABECALHO-03  TO REL-HBSIS042C
           WRITE REL-HBSIS042C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS042C
           WRITE REL-HBSIS042C

           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (WS-DATA-HOJE))

           MOVE ZEROS                  TO WS-QTD-TAB-ABERTA
                                          WS-QTD-ABERTAS
           MOVE LOW-VALUES             TO NUM-SOLIC-HBSIS042C

           START ARQ-TRANSFERENCIA KEY NOT LESS NUM-SOLIC-HBSIS042C

           IF WS-FL-STATUS-TRF         EQUAL ZEROS
              PERFORM 2070-LER-ARQ-TRANSFERENCIA

              PERFORM 2710-CARREGA-ABERTA UNTIL
                      WS-FL-STATUS-TRF NOT EQUAL "00"
           END-IF

           PERFORM 2060-CLOSE-ARQ-TRANSFERENCIA

           MOVE 1                      TO WS-ABE-I

           PERFORM 2730-ORDENA-POSICAO UNTIL
                   WS-ABE-I            NOT LESS WS-QTD-TAB-ABERTA

           MOVE ZEROS                  TO WS-SUP-QTD
           MOVE 1                      TO WS-ABE-I

           PERFORM 2750-EMITE-ABERTA UNTIL
                   WS-ABE-I            GREATER WS-QTD-TAB-ABERTA

           IF WS-SUP-QTD               GREATER ZEROS
              PERFORM 2760-EMITE-TOTAL-SUPERVISOR
           END-IF

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS042C
           WRITE REL-HBSIS042C
           MOVE WS-QTD-ABERTAS         TO WS-TOT-ABERTAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS042C
           WRITE REL-HBSIS042C

           CLOSE REL-TRANSFERENCIA

           MOVE WS-QTD-ABERTAS         TO QTD-ABERTAS-HBSIS042L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS042L
           MOVE "RELATORIO DE ENVELHECIMENTO GERADO"
                                       TO MSG-RETORNO-HBSIS042L

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA OS LADOS PENDENTES DE UMA SOLICITACAO NA TABELA        *
      *----------------------------------------------------------------*
       2710-CARREGA-ABERTA             SECTION.

           IF SITUACAO-HBSIS042C       EQUAL "P"
              COMPUTE WS-INT-SOLIC =
                      FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                         (DATA-SOLIC-HBSIS042C))
              COMPUTE WS-DIAS-ABERTA = WS-INT-HOJE - WS-INT-SOLIC

              IF APROV-ORIGEM-HBSIS042C
                                       EQUAL "P"
                 MOVE SUP-ORIGEM-HBSIS042C
                                       TO WS-SUP-CORRENTE
                 MOVE "CEDE"           TO WS-DAB-LADO
                 PERFORM 2720-INCLUI-TAB-ABERTA
              END-IF

              IF APROV-DESTINO-HBSIS042C
                                       EQUAL "P"
                 MOVE SUP-DESTINO-HBSIS042C
                                       TO WS-SUP-CORRENTE
                 MOVE "RECEBE"         TO WS-DAB-LADO
                 PERFORM 2720-INCLUI-TAB-ABERTA
              END-IF
           END-IF

           PERFORM 2070-LER-ARQ-TRANSFERENCIA

           .
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI UM LADO PENDENTE NA TABELA DO RELATORIO                 *
      *----------------------------------------------------------------*
       2720-INCLUI-TAB-ABERTA          SECTION.

           IF WS-QTD-TAB-ABERTA        LESS 5000
              ADD 1                    TO WS-QTD-TAB-ABERTA
                                          WS-QTD-ABERTAS
              MOVE WS-SUP-CORRENTE     TO WS-ABE-SUPERVISOR
                                                  (WS-QTD-TAB-ABERTA)
              MOVE WS-DIAS-ABERTA      TO WS-ABE-DIAS
                                                  (WS-QTD-TAB-ABERTA)
              MOVE NUM-SOLIC-HBSIS042C TO WS-ABE-NUM-SOLIC
                                                  (WS-QTD-TAB-ABERTA)
              MOVE COD-CLIENTE-HBSIS042C
                                       TO WS-ABE-COD-CLIENTE
                                                  (WS-QTD-TAB-ABERTA)
              MOVE VEND-ORIGEM-HBSIS042C
                                       TO WS-ABE-VEND-ORIGEM
                                                  (WS-QTD-TAB-ABERTA)
              MOVE VEND-DESTINO-HBSIS042C
                                       TO WS-ABE-VEND-DESTINO
                                                  (WS-QTD-TAB-ABERTA)
              MOVE WS-DAB-LADO         TO WS-ABE-LADO
                                                  (WS-QTD-TAB-ABERTA)
              MOVE DATA-EFETIVA-HBSIS042C
                                       TO WS-ABE-DATA-EFETIVA
                                                  (WS-QTD-TAB-ABERTA)
           END-IF

           .
       2720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENACAO POR SELECAO - SUPERVISOR CRESCENTE E, DENTRO DELE,   *
      * DA SOLICITACAO MAIS ANTIGA PARA A MAIS NOVA                    *
      *----------------------------------------------------------------*
       2730-ORDENA-POSICAO             SECTION.

           MOVE WS-ABE-I               TO WS-ABE-MIN
           COMPUTE WS-ABE-J = WS-ABE-I + 1

           PERFORM 2740-COMPARA-POSICAO UNTIL
                   WS-ABE-J            GREATER WS-QTD-TAB-ABERTA

           IF WS-ABE-MIN               NOT EQUAL WS-ABE-I
              MOVE WS-TAB-ABERTA-OCR (WS-ABE-I)
                                       TO WS-ABE-TEMP
              MOVE WS-TAB-ABERTA-OCR (WS-ABE-MIN)
                                       TO WS-TAB-ABERTA-OCR (WS-ABE-I)
              MOVE WS-ABE-TEMP         TO WS-TAB-ABERTA-OCR
                                                  (WS-ABE-MIN)
           END-IF

           ADD 1                       TO WS-ABE-I

           .
       2730-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA POSICAO COM A MENOR ENCONTRADA ATE AQUI            *
      *----------------------------------------------------------------*
       2740-COMPARA-POSICAO            SECTION.

           IF WS-ABE-SUPERVISOR (WS-ABE-J)
                                       LESS
              WS-ABE-SUPERVISOR (WS-ABE-MIN)
              OR (WS-ABE-SUPERVISOR (WS-ABE-J)
                                       EQUAL
                  WS-ABE-SUPERVISOR (WS-ABE-MIN)
                  AND WS-ABE-DIAS (WS-ABE-J)
                                       GREATER
                      WS-ABE-DIAS (WS-ABE-MIN))
              MOVE WS-ABE-J            TO WS-ABE-MIN
           END-IF

           ADD 1                       TO WS-ABE-J

           .
       2740-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE UMA PENDENCIA, COM QUEBRA E SUBTOTAL POR SUPERVISOR      *
      *----------------------------------------------------------------*
       2750-EMITE-ABERTA               SECTION.

           IF WS-SUP-QTD               GREATER ZEROS
              AND WS-ABE-SUPERVISOR (WS-ABE-I)
                                       NOT EQUAL WS-SUP-CORRENTE
              PERFORM 2760-EMITE-TOTAL-SUPERVISOR
           END-IF

           IF WS-SUP-QTD               EQUAL ZEROS
              MOVE WS-ABE-SUPERVISOR (WS-ABE-I)
                                       TO WS-SUP-CORRENTE
              MOVE ZEROS               TO WS-SUP-MAIOR-DIAS
                                          WS-SUP-ATE-07
                                          WS-SUP-ATE-15
                                          WS-SUP-ATE-30
                                          WS-SUP-MAIS-30
           END-IF

           ADD 1                       TO WS-SUP-QTD

           EVALUATE TRUE
               WHEN WS-ABE-DIAS (WS-ABE-I)
                                       NOT GREATER 7
                    ADD 1              TO WS-SUP-ATE-07
               WHEN WS-ABE-DIAS (WS-ABE-I)
                                       NOT GREATER 15
                    ADD 1              TO WS-SUP-ATE-15
               WHEN WS-ABE-DIAS (WS-ABE-I)
                                       NOT GREATER 30
                    ADD 1              TO WS-SUP-ATE-30
               WHEN OTHER
                    ADD 1              TO WS-SUP-MAIS-30
           END-EVALUATE

           IF WS-ABE-DIAS (WS-ABE-I)   GREATER WS-SUP-MAIOR-DIAS
              MOVE WS-ABE-DIAS (WS-ABE-I)
                                       TO WS-SUP-MAIOR-DIAS
           END-IF

           MOVE WS-ABE-SUPERVISOR (WS-ABE-I)
                                       TO WS-DAB-SUPERVISOR
           MOVE WS-ABE-NUM-SOLIC (WS-ABE-I)
                                       TO WS-DAB-NUM-SOLIC
           MOVE WS-ABE-COD-CLIENTE (WS-ABE-I)
                                       TO WS-DAB-COD-CLIENTE
           MOVE WS-ABE-VEND-ORIGEM (WS-ABE-I)
                                       TO WS-DAB-VEND-ORIGEM
           MOVE WS-ABE-VEND-DESTINO (WS-ABE-I)
                                       TO WS-DAB-VEND-DESTINO
           MOVE WS-ABE-LADO (WS-ABE-I) TO WS-DAB-LADO
           MOVE WS-ABE-DATA-EFETIVA (WS-ABE-I)
                                       TO WS-DAB-DATA-EFETIVA
           MOVE WS-ABE-DIAS (WS-ABE-I) TO WS-DAB-DIAS

           MOVE WS-LINHA-DET-ABERTA    TO REL-HBSIS042C
           WRITE REL-HBSIS042C

           ADD 1                       TO WS-ABE-I

           .
       2750-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O SUBTOTAL DO SUPERVISOR CORRENTE                        *
      *----------------------------------------------------------------*
       2760-EMITE-TOTAL-SUPERVISOR     SECTION.

           MOVE WS-SUP-CORRENTE        TO WS-TSU-SUPERVISOR
           MOVE WS-SUP-QTD             TO WS-TSU-QTD
           MOVE WS-SUP-ATE-07          TO WS-TSU-ATE-07
           MOVE WS-SUP-ATE-15          TO WS-TSU-ATE-15
           MOVE WS-SUP-ATE-30          TO WS-TSU-ATE-30
           MOVE WS-SUP-MAIS-30         TO WS-TSU-MAIS-30
           MOVE WS-SUP-MAIOR-DIAS      TO WS-TSU-MAIOR-DIAS

           MOVE WS-LINHA-TOT-SUPERVISOR
                                       TO REL-HBSIS042C
           WRITE REL-HBSIS042C
           MOVE SPACES                 TO REL-HBSIS042C
           WRITE REL-HBSIS042C

           MOVE ZEROS                  TO WS-SUP-QTD

           .
       2760-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS042P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS042P.
      *----------------------------------------------------------------*
