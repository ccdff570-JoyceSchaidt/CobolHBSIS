       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS062P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS062P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: VERIFICACAO DA CADEIA DE SELOS DA TRILHA DE     *
      *                AUDITORIA - PERCORRE AS GERACOES DO CATALOGO     *
      *                ArqCatAuditoria QUE COBREM O PERIODO INFORMADO E *
      *                O ArqAuditoria CORRENTE, RECALCULA O RESUMO E O  *
      *                HASH DE CADA REGISTRO PELO HBSIS061P E APONTA NO *
      *                RelVerifAuditoria QUEBRAS DE ENCADEAMENTO,       *
      *                CONTEUDO ALTERADO, LACUNAS DE SEQUENCIA E        *
      *                REGISTROS REMOVIDOS NO FINAL DE UM ARQUIVO       *
      *                (CONFERIDOS PELO FECHAMENTO DO CATALOGO E PELO   *
      *                ArqAudControle) - RETORNO 1 QUANDO HA OCORRENCIA *
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
           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-AUD-GERACAO    ASSIGN TO WS-LABEL-GER
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-GER.

           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT ARQ-CONTROLE       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTL.

           SELECT REL-VERIFICACAO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "HBSISAUD.CPY".

       FD  ARQ-AUD-GERACAO
           LABEL RECORD IS STANDARD.
       01  REG-AUD-GERACAO             PIC  X(511).

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatAuditoria'.
       COPY "HBSIS032C.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAudControle'.
       COPY "HBSIS061C.CPY".

       FD  REL-VERIFICACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelVerifAuditoria'.
       01  REL-HBSIS062C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-GER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-GER                PIC  X(030)         VALUE SPACES.

       01  WS-GER-ATENDE               PIC  X(001)         VALUE "N".
       01  WS-GER-SELADA               PIC  X(001)         VALUE "N".
       01  WS-TEM-SELO                 PIC  X(001)         VALUE "N".
       01  WS-CADEIA-INICIADA          PIC  X(001)         VALUE "N".
       01  WS-HASH-INICIAL             PIC  X(018)         VALUE
           "000000000000000000".
      *
      *    POSICAO CORRENTE DA CADEIA DURANTE A LEITURA DE UM ARQUIVO
      *
       01  WS-SEQ-ANTERIOR             PIC  9(009)         VALUE ZEROS.
       01  WS-SEQ-ESPERADA             PIC  9(009)         VALUE ZEROS.
       01  WS-HASH-ANTERIOR            PIC  X(018)         VALUE SPACES.
      *
      *    FECHAMENTO DA ULTIMA GERACAO SELADA LIDA DO CATALOGO
      *
       01  WS-CAT-SEQ-FINAL            PIC  9(009)         VALUE ZEROS.
       01  WS-CAT-HASH-FINAL           PIC  X(018)         VALUE
           "000000000000000000".
      *
      *    CONTADORES DO ARQUIVO EM VERIFICACAO
      *
       01  WS-ARQ-REGISTROS            PIC  9(007)         VALUE ZEROS.
       01  WS-ARQ-SELADOS              PIC  9(007)         VALUE ZEROS.
       01  WS-ARQ-SEM-SELO             PIC  9(007)         VALUE ZEROS.
       01  WS-ARQ-ANONIMIZADOS         PIC  9(007)         VALUE ZEROS.
       01  WS-ARQ-OCORRENCIAS          PIC  9(007)         VALUE ZEROS.

       01  WS-ED-SEQUENCIA             PIC  ZZZZZZZZ9.

       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(060)         VALUE
               "VERIFICACAO DA CADEIA DE SELOS DA TRILHA DE AUDITORIA".

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-PARAMETROS.
           05  FILLER                  PIC  X(012)         VALUE
               "PERIODO DE: ".
           05  WS-PAR-DATA-INICIO      PIC  X(008).
           05  FILLER                  PIC  X(006)         VALUE
               "  ATE ".
           05  WS-PAR-DATA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(012)         VALUE
               "  GERACOES: ".
           05  WS-PAR-GERACOES         PIC  X(001).
           05  FILLER                  PIC  X(012)         VALUE
               "  CORRENTE: ".
           05  WS-PAR-CORRENTE         PIC  X(001).

       01  WS-LINHA-ARQUIVO.
           05  FILLER                  PIC  X(009)         VALUE
               "ARQUIVO: ".
           05  WS-ARQ-NOME             PIC  X(030).

       01  WS-LINHA-OCORRENCIA.
           05  FILLER                  PIC  X(013)         VALUE
               "  SEQUENCIA: ".
           05  WS-OCR-SEQUENCIA        PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  DATA/HORA: ".
           05  WS-OCR-DATA-HORA        PIC  X(014).
           05  FILLER                  PIC  X(002)         VALUE
               "  ".
           05  WS-OCR-DESCRICAO        PIC  X(080).

       01  WS-LINHA-RESUMO-ARQUIVO.
           05  FILLER                  PIC  X(013)         VALUE
               "  REGISTROS: ".
           05  WS-RES-REGISTROS        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  SELADOS: ".
           05  WS-RES-SELADOS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  SEM SELO: ".
           05  WS-RES-SEM-SELO         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               "  ANONIMIZADOS: ".
           05  WS-RES-ANONIMIZADOS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  OCORRENCIAS: ".
           05  WS-RES-OCORRENCIAS      PIC  ZZZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(023)         VALUE
               "GERACOES VERIFICADAS: ".
           05  WS-TOT-GERACOES         PIC  ZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  SELADOS: ".
           05  WS-TOT-SELADOS          PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  SEM SELO: ".
           05  WS-TOT-SEM-SELO         PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               "  ANONIMIZADOS: ".
           05  WS-TOT-ANONIMIZADOS     PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  OCORRENCIAS: ".
           05  WS-TOT-OCORRENCIAS      PIC  ZZZZZZ9.

       01  WS-LINHA-RESULTADO.
           05  FILLER                  PIC  X(011)         VALUE
               "RESULTADO: ".
           05  WS-RESULTADO            PIC  X(060).
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS062L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS062L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - INDICADORES EM BRANCO INCLUEM AS     *
      * GERACOES E O ARQUIVO CORRENTE                                  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS062L
                                          QTD-GERACOES-HBSIS062L
                                          QTD-SELADOS-HBSIS062L
                                          QTD-SEM-SELO-HBSIS062L
                                          QTD-ANONIMIZADOS-HBSIS062L
                                          QTD-OCORRENCIAS-HBSIS062L
                                          WS-CAT-SEQ-FINAL
           MOVE SPACES                 TO MSG-RETORNO-HBSIS062L
           MOVE WS-HASH-INICIAL        TO WS-CAT-HASH-FINAL

           IF INCLUI-GERACOES-HBSIS062L
                                       NOT EQUAL "N"
              MOVE "S"                 TO INCLUI-GERACOES-HBSIS062L
           END-IF

           IF INCLUI-CORRENTE-HBSIS062L
                                       NOT EQUAL "N"
              MOVE "S"                 TO INCLUI-CORRENTE-HBSIS062L
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - O CATALOGO E SEMPRE PERCORRIDO PARA  *
      * OBTER O FECHAMENTO DA ULTIMA GERACAO, DE ONDE PARTE O ARQUIVO  *
      * CORRENTE                                                       *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-REL-VERIFICACAO
           PERFORM 2060-GRAVA-CABECALHO

           PERFORM 2100-PERCORRE-CATALOGO

           IF INCLUI-CORRENTE-HBSIS062L
                                       EQUAL "S"
              PERFORM 2400-VERIFICA-CORRENTE
           END-IF

           PERFORM 2900-GRAVA-TOTALIZADOR
           PERFORM 2950-CLOSE-REL-VERIFICACAO

           IF QTD-OCORRENCIAS-HBSIS062L
                                       GREATER ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS062L
              MOVE "CADEIA DA AUDITORIA COM OCORRENCIAS"
                                       TO MSG-RETORNO-HBSIS062L
           ELSE
              MOVE "CADEIA DA AUDITORIA VERIFICADA INTEGRA"
                                       TO MSG-RETORNO-HBSIS062L
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO RELATORIO DA VERIFICACAO                           *
      *----------------------------------------------------------------*
       2050-OPEN-REL-VERIFICACAO       SECTION.

           OPEN OUTPUT REL-VERIFICACAO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS062L
              MOVE "ERRO NA ABERTURA DO RELATORIO DE VERIFICACAO"
                                       TO MSG-RETORNO-HBSIS062L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO CABECALHO DO RELATORIO                             *
      *----------------------------------------------------------------*
       2060-GRAVA-CABECALHO            SECTION.

           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           MOVE DATA-INICIO-HBSIS062L  TO WS-PAR-DATA-INICIO
           MOVE DATA-FIM-HBSIS062L     TO WS-PAR-DATA-FIM
           MOVE INCLUI-GERACOES-HBSIS062L
                                       TO WS-PAR-GERACOES
           MOVE INCLUI-CORRENTE-HBSIS062L
                                       TO WS-PAR-CORRENTE
           MOVE WS-LINHA-PARAMETROS    TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O CATALOGO DE GERACOES - A AUSENCIA DO CATALOGO       *
      * SIGNIFICA QUE AINDA NAO HOUVE CORTE MENSAL                     *
      *----------------------------------------------------------------*
       2100-PERCORRE-CATALOGO          SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              PERFORM 2110-LER-CATALOGO

              PERFORM 2120-TRATA-CATALOGO UNTIL
                      WS-FL-STATUS-CAT NOT EQUAL "00"

              CLOSE ARQ-CATALOGO
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO CATALOGO DE GERACOES DA AUDITORIA                   *
      *----------------------------------------------------------------*
       2110-LER-CATALOGO               SECTION.

           READ ARQ-CATALOGO NEXT RECORD

           IF WS-FL-STATUS-CAT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS062L
              MOVE "ERRO NA LEITURA DO CATALOGO DE AUDITORIA"
                                       TO MSG-RETORNO-HBSIS062L
              CLOSE ARQ-CATALOGO
              PERFORM 2950-CLOSE-REL-VERIFICACAO
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DECIDE SE A GERACAO COBRE O PERIODO PEDIDO (MESMO CRITERIO DA  *
      * CONSULTA HBSIS011P) E A VERIFICA; EM SEGUIDA GUARDA O SEU      *
      * FECHAMENTO QUANDO ELA E SELADA                                 *
      *----------------------------------------------------------------*
       2120-TRATA-CATALOGO             SECTION.

           MOVE "N"                    TO WS-GER-SELADA

           IF SEQ-INICIAL-HBSIS032C    IS NUMERIC
              IF SEQ-INICIAL-HBSIS032C GREATER ZEROS
                 MOVE "S"              TO WS-GER-SELADA
              END-IF
           END-IF

           MOVE INCLUI-GERACOES-HBSIS062L
                                       TO WS-GER-ATENDE

           IF DATA-INICIO-HBSIS062L    NOT EQUAL SPACES AND ZEROS
              AND DATA-FIM-HBSIS032C   LESS DATA-INICIO-HBSIS062L
              MOVE "N"                 TO WS-GER-ATENDE
           END-IF

           IF DATA-FIM-HBSIS062L       NOT EQUAL SPACES AND ZEROS
              AND DATA-INICIO-HBSIS032C
                                       GREATER DATA-FIM-HBSIS062L
              MOVE "N"                 TO WS-GER-ATENDE
           END-IF

           IF WS-GER-ATENDE            EQUAL "S"
              PERFORM 2200-VERIFICA-GERACAO
           END-IF

           IF WS-GER-SELADA            EQUAL "S"
              MOVE SEQ-FINAL-HBSIS032C TO WS-CAT-SEQ-FINAL
              MOVE HASH-FINAL-HBSIS032C
                                       TO WS-CAT-HASH-FINAL
           END-IF

           PERFORM 2110-LER-CATALOGO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA UMA GERACAO DATADA - CONFERE O ENCADEAMENTO DELA COM  *
      * A GERACAO SELADA ANTERIOR NO CATALOGO, PERCORRE OS REGISTROS   *
      * A PARTIR DO HASH QUE A ANTECEDE E CONFERE O FECHAMENTO         *
      *----------------------------------------------------------------*
       2200-VERIFICA-GERACAO           SECTION.

           MOVE SPACES                 TO WS-LABEL-GER
           STRING "ArqAuditoria."      DELIMITED BY SIZE
                  ANO-MES-HBSIS032C    DELIMITED BY SIZE
                                  INTO WS-LABEL-GER

           ADD 1                       TO QTD-GERACOES-HBSIS062L
           MOVE WS-LABEL-GER           TO WS-ARQ-NOME
           PERFORM 2600-INICIA-ARQUIVO

           IF WS-GER-SELADA            EQUAL "S"
              PERFORM 2230-CONFERE-CATALOGO
              COMPUTE WS-SEQ-ANTERIOR  = SEQ-INICIAL-HBSIS032C - 1
              MOVE HASH-ANTERIOR-HBSIS032C
                                       TO WS-HASH-ANTERIOR
              IF SEQ-INICIAL-HBSIS032C GREATER 1
                 MOVE "S"              TO WS-CADEIA-INICIADA
              ELSE
                 MOVE "N"              TO WS-CADEIA-INICIADA
              END-IF
           ELSE
              MOVE ZEROS               TO WS-SEQ-ANTERIOR
              MOVE WS-HASH-INICIAL     TO WS-HASH-ANTERIOR
              MOVE "N"                 TO WS-CADEIA-INICIADA
           END-IF

           OPEN INPUT ARQ-AUD-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              PERFORM 2210-LER-ARQ-GERACAO

              PERFORM 2220-TRATA-AUD-GERACAO UNTIL
                      WS-FL-STATUS-GER NOT EQUAL "00"

              CLOSE ARQ-AUD-GERACAO

              PERFORM 2240-CONFERE-FECHAMENTO
           ELSE
              MOVE ZEROS               TO WS-OCR-SEQUENCIA
              MOVE SPACES              TO WS-OCR-DATA-HORA
              MOVE "GERACAO CATALOGADA NAO ENCONTRADA"
                                       TO WS-OCR-DESCRICAO
              PERFORM 2800-GRAVA-OCORRENCIA
           END-IF

           PERFORM 2700-GRAVA-RESUMO-ARQUIVO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UMA GERACAO DATADA DA AUDITORIA                     *
      *----------------------------------------------------------------*
       2210-LER-ARQ-GERACAO            SECTION.

           READ ARQ-AUD-GERACAO NEXT RECORD

           IF WS-FL-STATUS-GER         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS062L
              MOVE "ERRO NA LEITURA DA GERACAO DE AUDITORIA"
                                       TO MSG-RETORNO-HBSIS062L
              CLOSE ARQ-AUD-GERACAO
              CLOSE ARQ-CATALOGO
              PERFORM 2950-CLOSE-REL-VERIFICACAO
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM REGISTRO DA GERACAO - O REGISTRO E LEVADO PARA A    *
      * AREA DO ARQUIVO CORRENTE PARA REAPROVEITAR A CONFERENCIA       *
      *----------------------------------------------------------------*
       2220-TRATA-AUD-GERACAO          SECTION.

           MOVE REG-AUD-GERACAO        TO REG-AUDITORIA

           PERFORM 2300-CONFERE-REGISTRO

           PERFORM 2210-LER-ARQ-GERACAO

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE NO CATALOGO SE A GERACAO CONTINUA A GERACAO SELADA     *
      * ANTERIOR - SEQUENCIA INICIAL E HASH ANTERIOR DEVEM BATER COM O *
      * FECHAMENTO DELA; A PRIMEIRA GERACAO SELADA INICIA A CADEIA     *
      *----------------------------------------------------------------*
       2230-CONFERE-CATALOGO           SECTION.

           COMPUTE WS-SEQ-ESPERADA     = WS-CAT-SEQ-FINAL + 1

           IF SEQ-INICIAL-HBSIS032C    NOT EQUAL WS-SEQ-ESPERADA
              OR HASH-ANTERIOR-HBSIS032C
                                       NOT EQUAL WS-CAT-HASH-FINAL
              MOVE SEQ-INICIAL-HBSIS032C
                                       TO WS-OCR-SEQUENCIA
              MOVE SPACES              TO WS-OCR-DATA-HORA
              MOVE WS-SEQ-ESPERADA     TO WS-ED-SEQUENCIA
              MOVE SPACES              TO WS-OCR-DESCRICAO
              STRING "GERACAO NAO CONTINUA A ANTERIOR NO CATALOGO - "
                                       DELIMITED BY SIZE
                     "SEQUENCIA ESPERADA "
                                       DELIMITED BY SIZE
                     WS-ED-SEQUENCIA   DELIMITED BY SIZE
                                  INTO WS-OCR-DESCRICAO
              PERFORM 2800-GRAVA-OCORRENCIA
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O ULTIMO SELO LIDO E A CONTAGEM COM O FECHAMENTO DA    *
      * GERACAO NO CATALOGO - DIVERGENCIA INDICA REGISTROS REMOVIDOS   *
      * OU ACRESCENTADOS DEPOIS DO CORTE                               *
      *----------------------------------------------------------------*
       2240-CONFERE-FECHAMENTO         SECTION.

           IF WS-GER-SELADA            EQUAL "S"
              IF WS-SEQ-ANTERIOR       NOT EQUAL SEQ-FINAL-HBSIS032C
                 OR WS-HASH-ANTERIOR   NOT EQUAL HASH-FINAL-HBSIS032C
                 MOVE SEQ-FINAL-HBSIS032C
                                       TO WS-OCR-SEQUENCIA
                 MOVE SPACES           TO WS-OCR-DATA-HORA
                 MOVE "ULTIMO SELO DIVERGE DO FECHAMENTO DO CATALOGO"
                                       TO WS-OCR-DESCRICAO
                 PERFORM 2800-GRAVA-OCORRENCIA
              END-IF
           END-IF

           IF QTD-REGISTROS-HBSIS032C  IS NUMERIC
              IF WS-ARQ-REGISTROS      NOT EQUAL QTD-REGISTROS-HBSIS032C
                 MOVE ZEROS            TO WS-OCR-SEQUENCIA
                 MOVE SPACES           TO WS-OCR-DATA-HORA
                 MOVE "QUANTIDADE DE REGISTROS DIVERGE DO CATALOGO"
                                       TO WS-OCR-DESCRICAO
                 PERFORM 2800-GRAVA-OCORRENCIA
              END-IF
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM REGISTRO DA TRILHA - REGISTRO SEM SELO SO E ACEITO  *
      * ANTES DO INICIO DA CADEIA                                      *
      *----------------------------------------------------------------*
       2300-CONFERE-REGISTRO           SECTION.

           ADD 1                       TO WS-ARQ-REGISTROS

           MOVE "N"                    TO WS-TEM-SELO

           IF AUD-SEQUENCIA            IS NUMERIC
              IF AUD-SEQUENCIA         GREATER ZEROS
                 MOVE "S"              TO WS-TEM-SELO
              END-IF
           END-IF

           IF WS-TEM-SELO              EQUAL "S"
              PERFORM 2310-CONFERE-SELO
           ELSE
              IF WS-CADEIA-INICIADA    EQUAL "S"
                 MOVE ZEROS            TO WS-OCR-SEQUENCIA
                 MOVE AUD-DATA-HORA    TO WS-OCR-DATA-HORA
                 MOVE "REGISTRO SEM SELO NO MEIO DA CADEIA"
                                       TO WS-OCR-DESCRICAO
                 PERFORM 2800-GRAVA-OCORRENCIA
              ELSE
                 ADD 1                 TO WS-ARQ-SEM-SELO
                                          QTD-SEM-SELO-HBSIS062L
              END-IF
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O SELO DE UM REGISTRO - SEQUENCIA SEGUINTE A ANTERIOR, *
      * RESUMO IGUAL AO DO CONTEUDO (OU AO RESUMO DA IMAGEM            *
      * ANONIMIZADA) E HASH ENCADEADO AO HASH DO REGISTRO ANTERIOR - A *
      * CADEIA SEGUE A PARTIR DO SELO LIDO PARA QUE CADA OCORRENCIA    *
      * SEJA APONTADA UMA UNICA VEZ                                    *
      *----------------------------------------------------------------*
       2310-CONFERE-SELO               SECTION.

           ADD 1                       TO WS-ARQ-SELADOS
                                          QTD-SELADOS-HBSIS062L

           MOVE AUD-SEQUENCIA          TO WS-OCR-SEQUENCIA
           MOVE AUD-DATA-HORA          TO WS-OCR-DATA-HORA

           COMPUTE WS-SEQ-ESPERADA     = WS-SEQ-ANTERIOR + 1

           IF AUD-SEQUENCIA            NOT EQUAL WS-SEQ-ESPERADA
              MOVE WS-SEQ-ESPERADA     TO WS-ED-SEQUENCIA
              MOVE SPACES              TO WS-OCR-DESCRICAO
              STRING "LACUNA NA SEQUENCIA - ESPERADA "
                                       DELIMITED BY SIZE
                     WS-ED-SEQUENCIA   DELIMITED BY SIZE
                     " (REGISTROS REMOVIDOS OU INCLUIDOS)"
                                       DELIMITED BY SIZE
                                  INTO WS-OCR-DESCRICAO
              PERFORM 2800-GRAVA-OCORRENCIA
           END-IF

           MOVE 1                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L
           MOVE WS-HASH-ANTERIOR       TO HASH-ANTERIOR-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF AUD-RESUMO-ANON          EQUAL SPACES
              IF RESUMO-CALC-HBSIS061L NOT EQUAL AUD-RESUMO
                 MOVE "CONTEUDO DO REGISTRO ALTERADO"
                                       TO WS-OCR-DESCRICAO
                 PERFORM 2800-GRAVA-OCORRENCIA
              END-IF
           ELSE
              ADD 1                    TO WS-ARQ-ANONIMIZADOS
                                          QTD-ANONIMIZADOS-HBSIS062L
              IF RESUMO-CALC-HBSIS061L NOT EQUAL AUD-RESUMO-ANON
                 MOVE "CONTEUDO DO REGISTRO ANONIMIZADO ALTERADO"
                                       TO WS-OCR-DESCRICAO
                 PERFORM 2800-GRAVA-OCORRENCIA
              END-IF
           END-IF

           IF HASH-CALC-HBSIS061L      NOT EQUAL AUD-HASH
              MOVE "HASH NAO ENCADEIA COM O REGISTRO ANTERIOR"
                                       TO WS-OCR-DESCRICAO
              PERFORM 2800-GRAVA-OCORRENCIA
           END-IF

           MOVE AUD-SEQUENCIA          TO WS-SEQ-ANTERIOR
           MOVE AUD-HASH               TO WS-HASH-ANTERIOR
           MOVE "S"                    TO WS-CADEIA-INICIADA

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA O ARQUIVO CORRENTE A PARTIR DO FECHAMENTO DA ULTIMA   *
      * GERACAO SELADA E CONFERE O ULTIMO SELO COM O ArqAudControle    *
      *----------------------------------------------------------------*
       2400-VERIFICA-CORRENTE          SECTION.

           MOVE "ArqAuditoria"         TO WS-ARQ-NOME
           PERFORM 2600-INICIA-ARQUIVO

           MOVE WS-CAT-SEQ-FINAL       TO WS-SEQ-ANTERIOR
           MOVE WS-CAT-HASH-FINAL      TO WS-HASH-ANTERIOR

           IF WS-CAT-SEQ-FINAL         GREATER ZEROS
              MOVE "S"                 TO WS-CADEIA-INICIADA
           ELSE
              MOVE "N"                 TO WS-CADEIA-INICIADA
           END-IF

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              PERFORM 2410-LER-ARQ-AUDITORIA

              PERFORM 2420-TRATA-AUDITORIA UNTIL
                      WS-FL-STATUS-AUD NOT EQUAL "00"

              CLOSE ARQ-AUDITORIA

              PERFORM 2450-CONFERE-CONTROLE
           ELSE
              MOVE ZEROS               TO WS-OCR-SEQUENCIA
              MOVE SPACES              TO WS-OCR-DATA-HORA
              MOVE "ARQUIVO DE AUDITORIA CORRENTE NAO ENCONTRADO"
                                       TO WS-OCR-DESCRICAO
              PERFORM 2800-GRAVA-OCORRENCIA
           END-IF

           PERFORM 2700-GRAVA-RESUMO-ARQUIVO

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE AUDITORIA CORRENTE                       *
      *----------------------------------------------------------------*
       2410-LER-ARQ-AUDITORIA          SECTION.

           READ ARQ-AUDITORIA NEXT RECORD

           IF WS-FL-STATUS-AUD         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS062L
              MOVE "ERRO NA LEITURA DO ARQ AUDITORIA"
                                       TO MSG-RETORNO-HBSIS062L
              CLOSE ARQ-AUDITORIA
              PERFORM 2950-CLOSE-REL-VERIFICACAO
              PERFORM 3000-FINALIZA
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM REGISTRO DO ARQUIVO CORRENTE                        *
      *----------------------------------------------------------------*
       2420-TRATA-AUDITORIA            SECTION.

           PERFORM 2300-CONFERE-REGISTRO

           PERFORM 2410-LER-ARQ-AUDITORIA

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE O ULTIMO SELO DO ARQUIVO CORRENTE COM O CONTROLE DA    *
      * CADEIA - DIVERGENCIA INDICA REGISTROS REMOVIDOS NO FINAL       *
      *----------------------------------------------------------------*
       2450-CONFERE-CONTROLE           SECTION.

           OPEN INPUT ARQ-CONTROLE

           IF WS-FL-STATUS-CTL         EQUAL ZEROS
              READ ARQ-CONTROLE

              IF WS-FL-STATUS-CTL      EQUAL ZEROS
                 AND SEQUENCIA-HBSIS061C
                                       IS NUMERIC
                 IF SEQUENCIA-HBSIS061C
                                       NOT EQUAL WS-SEQ-ANTERIOR
                    OR HASH-HBSIS061C  NOT EQUAL WS-HASH-ANTERIOR
                    MOVE SEQUENCIA-HBSIS061C
                                       TO WS-OCR-SEQUENCIA
                    MOVE DATA-HORA-HBSIS061C
                                       TO WS-OCR-DATA-HORA
                    MOVE "ULTIMO SELO DIVERGE DO ArqAudControle"
                                       TO WS-OCR-DESCRICAO
                    PERFORM 2800-GRAVA-OCORRENCIA
                 END-IF
              END-IF

              CLOSE ARQ-CONTROLE
           END-IF

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA OS CONTADORES DO ARQUIVO E GRAVA A LINHA DE IDENTIFICACAO *
      *----------------------------------------------------------------*
       2600-INICIA-ARQUIVO             SECTION.

           MOVE ZEROS                  TO WS-ARQ-REGISTROS
                                          WS-ARQ-SELADOS
                                          WS-ARQ-SEM-SELO
                                          WS-ARQ-ANONIMIZADOS
                                          WS-ARQ-OCORRENCIAS

           MOVE WS-LINHA-ARQUIVO       TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS CONTADORES DO ARQUIVO VERIFICADO                      *
      *----------------------------------------------------------------*
       2700-GRAVA-RESUMO-ARQUIVO       SECTION.

           MOVE WS-ARQ-REGISTROS       TO WS-RES-REGISTROS
           MOVE WS-ARQ-SELADOS         TO WS-RES-SELADOS
           MOVE WS-ARQ-SEM-SELO        TO WS-RES-SEM-SELO
           MOVE WS-ARQ-ANONIMIZADOS    TO WS-RES-ANONIMIZADOS
           MOVE WS-ARQ-OCORRENCIAS     TO WS-RES-OCORRENCIAS
           MOVE WS-LINHA-RESUMO-ARQUIVO
                                       TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           .
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA OCORRENCIA DA VERIFICACAO                            *
      *----------------------------------------------------------------*
       2800-GRAVA-OCORRENCIA           SECTION.

           ADD 1                       TO WS-ARQ-OCORRENCIAS
                                          QTD-OCORRENCIAS-HBSIS062L

           MOVE WS-LINHA-OCORRENCIA    TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVACAO DO TOTALIZADOR E DO RESULTADO DA VERIFICACAO          *
      *----------------------------------------------------------------*
       2900-GRAVA-TOTALIZADOR          SECTION.

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           MOVE QTD-GERACOES-HBSIS062L TO WS-TOT-GERACOES
           MOVE QTD-SELADOS-HBSIS062L  TO WS-TOT-SELADOS
           MOVE QTD-SEM-SELO-HBSIS062L TO WS-TOT-SEM-SELO
           MOVE QTD-ANONIMIZADOS-HBSIS062L
                                       TO WS-TOT-ANONIMIZADOS
           MOVE QTD-OCORRENCIAS-HBSIS062L
                                       TO WS-TOT-OCORRENCIAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           IF QTD-OCORRENCIAS-HBSIS062L
                                       GREATER ZEROS
              MOVE
                 "CADEIA COM OCORRENCIAS - TRILHA NAO PODE SER ATESTADA"
                                       TO WS-RESULTADO
           ELSE
              MOVE
                 "CADEIA INTEGRA - NENHUMA QUEBRA, LACUNA OU REMOCAO"
                                       TO WS-RESULTADO
           END-IF

           MOVE WS-LINHA-RESULTADO     TO REL-HBSIS062C
           WRITE REL-HBSIS062C

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO RELATORIO DA VERIFICACAO                         *
      *----------------------------------------------------------------*
       2950-CLOSE-REL-VERIFICACAO      SECTION.

           CLOSE REL-VERIFICACAO

           .
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS062P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS062P.
      *----------------------------------------------------------------*
