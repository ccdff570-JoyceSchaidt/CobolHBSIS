       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS059P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS059P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ATENDER OS PEDIDOS DE TITULARES DE DADOS         *
      *                PESSOAIS (LGPD) DOS VENDEDORES - FUNCAO 0 EMITE  *
      *                O RELATORIO DE TUDO O QUE O SISTEMA GUARDA SOBRE *
      *                UM CPF (CADASTRO, ARQUIVOS MORTOS, AUSENCIAS,    *
      *                TRILHA DE AUDITORIA E GERACOES, HISTORICO DE     *
      *                DISTRIBUICAO, EXPORTACOES DE COMISSAO E          *
      *                NOTIFICACOES); FUNCAO 1 ANONIMIZA OS VENDEDORES  *
      *                ARQUIVADOS ALEM DO PRAZO DE RETENCAO, TROCANDO   *
      *                NOME, CPF E PIS POR TOKENS NOS ARQUIVOS MORTOS E *
      *                NAS GERACOES DA AUDITORIA E MANTENDO O CODIGO DO *
      *                VENDEDOR - TODO PEDIDO ATENDIDO VAI PARA O       *
      *                ArqLogLgpd; O REGISTRO SELADO DA AUDITORIA QUE   *
      *                TEM A IMAGEM TROCADA RECEBE O RESUMO DA IMAGEM   *
      *                ANONIMIZADA (HBSIS061P), PRESERVANDO O RESUMO    *
      *                ORIGINAL QUE COMPOE A CADEIA                     *
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
           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-MORTO          ASSIGN TO WS-LABEL-ARM
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ARM.

           SELECT ARQ-AUSENCIA       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS AUS-CHAVE
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-AUS.

           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT ARQ-AUD-GERACAO    ASSIGN TO WS-LABEL-GER
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-GER.

           SELECT ARQ-HISTORICO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS014C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-EXP-COMISSAO   ASSIGN TO WS-LABEL-EXP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EXP.

           SELECT ARQ-NOTIFICACAO    ASSIGN TO WS-LABEL-NOT
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-NOT.

           SELECT ARQ-TRABALHO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-TRB.

           SELECT ARQ-LOG-LGPD       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-LOG.

           SELECT REL-TITULAR        ASSIGN TO WS-LABEL-REL
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-MORTO
           LABEL RECORD IS STANDARD.
       01  REG-MORTO.
           05  ARM-TIPO                PIC  X(001).
           05  ARM-DATA-ARQUIVAMENTO   PIC  X(008).
           05  ARM-DADOS               PIC  X(200).

       FD  ARQ-AUSENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAusencia'.
       COPY "HBSISAUS.CPY".

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatAuditoria'.
       COPY "HBSIS032C.CPY".

       FD  ARQ-AUD-GERACAO
           LABEL RECORD IS STANDARD.
       COPY "HBSISAUD.CPY".

       FD  ARQ-HISTORICO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistorico'.
       COPY "HBSIS014C.CPY".

       FD  ARQ-EXP-COMISSAO
           LABEL RECORD IS STANDARD.
       01  EXP-HBSIS025C               PIC  X(100).

       FD  ARQ-NOTIFICACAO
           LABEL RECORD IS STANDARD.
       01  NOT-HBSIS031C               PIC  X(200).

       FD  ARQ-TRABALHO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLgpdTrab'.
       01  REG-TRABALHO                PIC  X(511).

       FD  ARQ-LOG-LGPD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLogLgpd'.
       COPY "HBSIS059C.CPY".

       FD  REL-TITULAR
           LABEL RECORD IS STANDARD.
       01  REL-HBSIS059C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ARM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-GER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-NOT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LOG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-ARM                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-GER                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-EXP                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-NOT                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-REL                PIC  X(030)         VALUE SPACES.

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-ATUAL               PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HORA                PIC  X(014)         VALUE SPACES.
       01  WS-DATA-CORRENTE            PIC  X(008)         VALUE SPACES.
       01  WS-DATA-CORRENTE-NUM        PIC  9(008)         VALUE ZEROS.
       01  WS-INT-HOJE                 PIC  9(008)         VALUE ZEROS.
       01  WS-INT-INICIAL              PIC  9(008)         VALUE ZEROS.
       01  WS-INT-FINAL                PIC  9(008)         VALUE ZEROS.
       01  WS-INT-CORRENTE             PIC  9(008)         VALUE ZEROS.
      *
      *    SEM DATA INICIAL OS ARQUIVOS DATADOS SAO PESQUISADOS NOS
      *    ULTIMOS 10 ANOS; SEM PRAZO A RETENCAO E DE 5 ANOS
       01  WS-DIAS-PESQUISA-PADRAO     PIC  9(004)         VALUE 3650.
       01  WS-DIAS-RETENCAO-PADRAO     PIC  9(004)         VALUE 1825.
       01  WS-DIAS-RETENCAO            PIC  9(004)         VALUE ZEROS.
      *
      *    CPF E PIS ANONIMIZADOS VALEM A BASE MAIS O CODIGO DO
      *    VENDEDOR - NUNCA SAO DOCUMENTOS VALIDOS
       01  WS-TOKEN-BASE               PIC  9(011)         VALUE
           99999999000.

       01  WS-CPF-TITULAR              PIC  9(011)         VALUE ZEROS.
       01  WS-CPF-TITULAR-ALFA         REDEFINES WS-CPF-TITULAR
                                       PIC  X(011).

       01  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SECAO                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ALTERADOS            PIC  9(007)         VALUE ZEROS.
       01  WS-TITULO-SECAO             PIC  X(060)         VALUE SPACES.
       01  WS-FIM-LEITURA              PIC  X(001)         VALUE "N".
       01  WS-IMAGEM-TITULAR           PIC  X(001)         VALUE "N".
       01  WS-IMAGEM-ALTERADA          PIC  X(001)         VALUE "N".
       01  WS-REG-ALTERADO             PIC  X(001)         VALUE "N".
      *
      *    CODIGOS QUE O TITULAR JA TEVE (CADASTRO E ARQUIVOS MORTOS)
       01  WS-TAB-CODIGO.
           05  WS-COD-TITULAR          PIC  9(003)
                                        OCCURS 20 TIMES.

       01  WS-QTD-CODIGOS              PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-CODIGO               PIC  9(002)         VALUE ZEROS.
       01  WS-ACHOU-CODIGO             PIC  X(001)         VALUE "N".
       01  WS-PROCURA-CODIGO           PIC  9(007)         VALUE ZEROS.
      *
      *    VENDEDORES ANONIMIZADOS NA EXECUCAO - CODIGO E CPF ORIGINAL,
      *    USADOS PARA LOCALIZAR AS IMAGENS DA TRILHA DE AUDITORIA
       01  WS-TAB-ANONIMIZADO.
           05  WS-TAB-ANONIMIZADO-OCR  OCCURS 5000 TIMES.
               10  WS-ANO-CODIGO       PIC  9(003).
               10  WS-ANO-CPF          PIC  9(011).

       01  WS-QTD-ANONIMIZADOS         PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-ANONIMIZADO          PIC  9(004)         VALUE ZEROS.
       01  WS-ACHOU-ANONIMIZADO        PIC  X(001)         VALUE "N".
      *
       01  WS-UNS-TIPO                 PIC  X(002)         VALUE SPACES.
       01  WS-UNS-CODIGO               PIC  X(003)         VALUE SPACES.
       01  WS-UNS-PIS                  PIC  X(011)         VALUE SPACES.
       01  WS-UNS-CPF                  PIC  X(011)         VALUE SPACES.
       01  WS-UNS-VALOR                PIC  X(012)         VALUE SPACES.
       01  WS-UNS-MUDANCA              PIC  X(001)         VALUE SPACES.
       01  WS-UNS-CLIENTE              PIC  X(007)         VALUE SPACES.
      *
       COPY "HBSIS004C.CPY" REPLACING
           ARQ-HBSIS004C               BY WS-ARM-VENDEDOR
           COD-VENDEDOR-HBSIS004C      BY WS-ARM-VEN-CODIGO
           CPF-HBSIS004C               BY WS-ARM-VEN-CPF
           NOME-VEND-HBSIS004C         BY WS-ARM-VEN-NOME
           LATITUDE-VEND-HBSIS004C     BY WS-ARM-VEN-LATITUDE
           LONGITUDE-VEND-HBSIS004C    BY WS-ARM-VEN-LONGITUDE
           SITUACAO-VENDEDOR-HBSIS004C BY WS-ARM-VEN-SITUACAO
           PESO-ROTEIRIZACAO-HBSIS004C BY WS-ARM-VEN-PESO
           COD-SUPERVISOR-HBSIS004C    BY WS-ARM-VEN-SUPERVISOR
           PIS-VENDEDOR-HBSIS004C      BY WS-ARM-VEN-PIS
           COD-FILIAL-HBSIS004C        BY WS-ARM-VEN-FILIAL.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(048)         VALUE
               "RELATORIO DE DADOS PESSOAIS DO TITULAR - CPF: ".
           05  WS-CAB-CPF              PIC  9(011).
           05  FILLER                  PIC  X(014)         VALUE
               "  EMITIDO EM: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-SECAO.
           05  FILLER                  PIC  X(002)         VALUE
               "* ".
           05  WS-SEC-TITULO           PIC  X(060).

       01  WS-LINHA-DETALHE.
           05  WS-DET-ORIGEM           PIC  X(023).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-TEXTO            PIC  X(107).

       01  WS-LINHA-TOTAL-SECAO.
           05  FILLER                  PIC  X(025)         VALUE
               "  REGISTROS NA SECAO: ".
           05  WS-TOT-SECAO            PIC  ZZZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(025)         VALUE
               "TOTAL DE REGISTROS: ".
           05  WS-TOT-REGISTROS        PIC  ZZZZZZ9.

       01  WS-LINHA-NADA-CONSTA        PIC  X(060)         VALUE
           "  NENHUM VENDEDOR ENCONTRADO PARA O CPF INFORMADO".
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS059L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS059L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - DATA E HORA DO ATENDIMENTO E INICIO  *
      * DA PESQUISA DOS ARQUIVOS DATADOS                               *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS059L
                                          QTD-REGISTROS-HBSIS059L
                                          WS-QTD-REGISTROS
                                          WS-QTD-CODIGOS
                                          WS-QTD-ANONIMIZADOS
           MOVE SPACES                 TO MSG-RETORNO-HBSIS059L
                                          NOME-RELATORIO-HBSIS059L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME

           MOVE SPACES                 TO WS-DATA-HORA
           STRING WS-DATA-HOJE         DELIMITED BY SIZE
                  WS-HORA-ATUAL (1:6)  DELIMITED BY SIZE
                                  INTO WS-DATA-HORA

           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (WS-DATA-HOJE))

           IF DATA-INICIAL-HBSIS059L   EQUAL SPACES OR ZEROS
              COMPUTE WS-INT-INICIAL = WS-INT-HOJE
                                     - WS-DIAS-PESQUISA-PADRAO
           ELSE
              IF DATA-INICIAL-HBSIS059L
                                       IS NUMERIC
                 COMPUTE WS-INT-INICIAL =
                         FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (DATA-INICIAL-HBSIS059L))
              ELSE
                 MOVE ZEROS            TO WS-INT-INICIAL
              END-IF

              IF WS-INT-INICIAL        EQUAL ZEROS
                 OR WS-INT-INICIAL     GREATER WS-INT-HOJE
                 MOVE 9                TO COD-RETORNO-HBSIS059L
                 MOVE "DATA INICIAL DE PESQUISA INVALIDA"
                                       TO MSG-RETORNO-HBSIS059L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS059L
               WHEN 0
                    PERFORM 2100-EXTRAI-DADOS-TITULAR
               WHEN 1
                    PERFORM 2500-ANONIMIZA-ARQUIVADOS
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS059L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS059L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXTRACAO DE TUDO O QUE O SISTEMA GUARDA SOBRE O TITULAR - OS   *
      * CODIGOS DE VENDEDOR DO CPF VEM DO CADASTRO E DOS ARQUIVOS      *
      * MORTOS E LOCALIZAM OS DEMAIS REGISTROS                         *
      *----------------------------------------------------------------*
       2100-EXTRAI-DADOS-TITULAR       SECTION.

           IF CPF-HBSIS059L            NOT NUMERIC
              OR CPF-HBSIS059L         EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "CPF DO TITULAR NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS059L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE CPF-HBSIS059L          TO WS-CPF-TITULAR

           MOVE SPACES                 TO WS-LABEL-REL
           STRING "RelDadosTitular."   DELIMITED BY SIZE
                  WS-DATA-HORA         DELIMITED BY SIZE
                                  INTO WS-LABEL-REL

           OPEN OUTPUT REL-TITULAR

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       TO MSG-RETORNO-HBSIS059L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-CPF-TITULAR         TO WS-CAB-CPF
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS059C
           WRITE REL-HBSIS059C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS059C
           WRITE REL-HBSIS059C

           PERFORM 2110-EXTRAI-CADASTRO
           PERFORM 2120-EXTRAI-ARQUIVO-MORTO

           IF WS-QTD-CODIGOS           EQUAL ZEROS
              MOVE WS-LINHA-NADA-CONSTA
                                       TO REL-HBSIS059C
              WRITE REL-HBSIS059C
           ELSE
              PERFORM 2140-EXTRAI-AUSENCIAS
              PERFORM 2150-EXTRAI-AUDITORIA
              PERFORM 2170-EXTRAI-HISTORICO
              PERFORM 2180-EXTRAI-COMISSOES
              PERFORM 2185-EXTRAI-NOTIFICACOES
           END-IF

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS059C
           WRITE REL-HBSIS059C
           MOVE WS-QTD-REGISTROS       TO WS-TOT-REGISTROS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS059C
           WRITE REL-HBSIS059C

           CLOSE REL-TITULAR

           MOVE "E"                    TO TIPO-PEDIDO-HBSIS059C
           MOVE WS-CPF-TITULAR         TO CPF-HBSIS059C
           IF WS-QTD-CODIGOS           EQUAL ZEROS
              MOVE ZEROS               TO COD-VENDEDOR-HBSIS059C
           ELSE
              MOVE WS-COD-TITULAR (1)  TO COD-VENDEDOR-HBSIS059C
           END-IF
           MOVE WS-QTD-REGISTROS       TO QTD-REGISTROS-HBSIS059C
           MOVE WS-LABEL-REL           TO REFERENCIA-HBSIS059C
           PERFORM 2800-GRAVA-LOG

           MOVE WS-QTD-REGISTROS       TO QTD-REGISTROS-HBSIS059L
           MOVE WS-LABEL-REL           TO NOME-RELATORIO-HBSIS059L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS059L
           MOVE "EXTRACAO DOS DADOS DO TITULAR GERADA"
                                       TO MSG-RETORNO-HBSIS059L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CADASTRO ATUAL - LEITURA PELA CHAVE ALTERNATIVA DE CPF         *
      *----------------------------------------------------------------*
       2110-EXTRAI-CADASTRO            SECTION.

           MOVE "CADASTRO DE VENDEDORES (ArqVendedor)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE WS-CPF-TITULAR      TO CPF-HBSIS004C

              READ ARQ-VENDEDOR RECORD
                                KEY IS CPF-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE ARQ-HBSIS004C    TO WS-ARM-VENDEDOR
                 MOVE "CADASTRO ATUAL" TO WS-DET-ORIGEM
                 PERFORM 2115-MONTA-DADOS-VENDEDOR
                 PERFORM 2198-GRAVA-DETALHE
                 MOVE WS-ARM-VEN-CODIGO
                                       TO WS-PROCURA-CODIGO
                 PERFORM 2130-GUARDA-CODIGO
              END-IF

              CLOSE ARQ-VENDEDOR
           END-IF

           PERFORM 2195-FECHA-SECAO

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O TEXTO DO DETALHE COM OS DADOS DE UM REGISTRO DE        *
      * VENDEDOR (CADASTRO, ARQUIVO MORTO OU IMAGEM DA AUDITORIA)      *
      *----------------------------------------------------------------*
       2115-MONTA-DADOS-VENDEDOR       SECTION.

           MOVE SPACES                 TO WS-DET-TEXTO
           STRING "COD "               DELIMITED BY SIZE
                  WS-ARM-VEN-CODIGO    DELIMITED BY SIZE
                  " NOME "             DELIMITED BY SIZE
                  WS-ARM-VEN-NOME      DELIMITED BY SIZE
                  " CPF "              DELIMITED BY SIZE
                  WS-ARM-VEN-CPF       DELIMITED BY SIZE
                  " PIS "              DELIMITED BY SIZE
                  WS-ARM-VEN-PIS       DELIMITED BY SIZE
                  " SIT "              DELIMITED BY SIZE
                  WS-ARM-VEN-SITUACAO  DELIMITED BY SIZE
                  " FIL "              DELIMITED BY SIZE
                  WS-ARM-VEN-FILIAL    DELIMITED BY SIZE
                  " SUP "              DELIMITED BY SIZE
                  WS-ARM-VEN-SUPERVISOR
                                       DELIMITED BY SIZE
                                  INTO WS-DET-TEXTO

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARQUIVOS MORTOS DE VENDEDORES - UM POR DATA DE ARQUIVAMENTO;   *
      * AS DATAS SEM ARQUIVO SAO IGNORADAS                             *
      *----------------------------------------------------------------*
       2120-EXTRAI-ARQUIVO-MORTO       SECTION.

           MOVE "ARQUIVOS MORTOS DE VENDEDORES (ArqVendedorMorto)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           MOVE WS-INT-INICIAL         TO WS-INT-CORRENTE

           PERFORM 2121-PESQUISA-MORTO-DATA UNTIL
                   WS-INT-CORRENTE     GREATER WS-INT-HOJE

           PERFORM 2195-FECHA-SECAO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PESQUISA O TITULAR NO ARQUIVO MORTO DE UMA DATA                *
      *----------------------------------------------------------------*
       2121-PESQUISA-MORTO-DATA        SECTION.

           PERFORM 2189-CALCULA-DATA-CORRENTE

           MOVE SPACES                 TO WS-LABEL-ARM
           STRING "ArqVendedorMorto."  DELIMITED BY SIZE
                  WS-DATA-CORRENTE     DELIMITED BY SIZE
                                  INTO WS-LABEL-ARM

           OPEN INPUT ARQ-MORTO

           IF WS-FL-STATUS-ARM         EQUAL ZEROS
              READ ARQ-MORTO NEXT RECORD

              PERFORM 2122-TRATA-MORTO-TITULAR UNTIL
                      WS-FL-STATUS-ARM NOT EQUAL "00"

              CLOSE ARQ-MORTO
           END-IF

           ADD 1                       TO WS-INT-CORRENTE

           .
       2121-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA O VENDEDOR ARQUIVADO COM O CPF DO TITULAR                *
      *----------------------------------------------------------------*
       2122-TRATA-MORTO-TITULAR        SECTION.

           IF ARM-TIPO                 EQUAL "V"
              MOVE ARM-DADOS (1:99)    TO WS-ARM-VENDEDOR

              IF WS-ARM-VEN-CPF        IS NUMERIC
                 AND WS-ARM-VEN-CPF    EQUAL WS-CPF-TITULAR
                 MOVE SPACES           TO WS-DET-ORIGEM
                 STRING "MORTO "       DELIMITED BY SIZE
                        ARM-DATA-ARQUIVAMENTO
                                       DELIMITED BY SIZE
                                  INTO WS-DET-ORIGEM
                 PERFORM 2115-MONTA-DADOS-VENDEDOR
                 PERFORM 2198-GRAVA-DETALHE
                 MOVE WS-ARM-VEN-CODIGO
                                       TO WS-PROCURA-CODIGO
                 PERFORM 2130-GUARDA-CODIGO
              END-IF
           END-IF

           READ ARQ-MORTO NEXT RECORD

           .
       2122-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA UM CODIGO DO TITULAR NA TABELA, SEM REPETIR             *
      *----------------------------------------------------------------*
       2130-GUARDA-CODIGO              SECTION.

           PERFORM 2136-LOCALIZA-CODIGO

           IF WS-ACHOU-CODIGO          EQUAL "N"
              AND WS-QTD-CODIGOS       LESS 20
              ADD 1                    TO WS-QTD-CODIGOS
              MOVE WS-PROCURA-CODIGO   TO WS-COD-TITULAR
                                                  (WS-QTD-CODIGOS)
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA POSICAO DA TABELA DE CODIGOS DO TITULAR            *
      *----------------------------------------------------------------*
       2135-PROCURA-CODIGO             SECTION.

           IF WS-COD-TITULAR (WS-IDX-CODIGO)
                                       EQUAL WS-PROCURA-CODIGO
              MOVE "S"                 TO WS-ACHOU-CODIGO
           ELSE
              ADD 1                    TO WS-IDX-CODIGO
           END-IF

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O CODIGO PROCURADO E UM CODIGO DO TITULAR          *
      *----------------------------------------------------------------*
       2136-LOCALIZA-CODIGO            SECTION.

           MOVE "N"                    TO WS-ACHOU-CODIGO
           MOVE 1                      TO WS-IDX-CODIGO

           PERFORM 2135-PROCURA-CODIGO UNTIL
                   WS-ACHOU-CODIGO     EQUAL "S" OR
                   WS-IDX-CODIGO       GREATER WS-QTD-CODIGOS

           .
       2136-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AUSENCIAS (FERIAS/AFASTAMENTOS) DE CADA CODIGO DO TITULAR      *
      *----------------------------------------------------------------*
       2140-EXTRAI-AUSENCIAS           SECTION.

           MOVE "AUSENCIAS (ArqAusencia)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           OPEN INPUT ARQ-AUSENCIA

           IF WS-FL-STATUS-AUS         EQUAL ZEROS
              MOVE 1                   TO WS-IDX-CODIGO

              PERFORM 2141-AUSENCIAS-CODIGO UNTIL
                      WS-IDX-CODIGO    GREATER WS-QTD-CODIGOS

              CLOSE ARQ-AUSENCIA
           END-IF

           PERFORM 2195-FECHA-SECAO

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA NAS AUSENCIAS DE UM CODIGO DO TITULAR                *
      *----------------------------------------------------------------*
       2141-AUSENCIAS-CODIGO           SECTION.

           MOVE WS-COD-TITULAR (WS-IDX-CODIGO)
                                       TO AUS-COD-VENDEDOR
           MOVE LOW-VALUES             TO AUS-DATA-INICIO

           START ARQ-AUSENCIA KEY NOT LESS AUS-CHAVE

           IF WS-FL-STATUS-AUS         EQUAL ZEROS
              MOVE "N"                 TO WS-FIM-LEITURA

              PERFORM 2142-TRATA-AUSENCIA UNTIL
                      WS-FIM-LEITURA   EQUAL "S"
           END-IF

           ADD 1                       TO WS-IDX-CODIGO

           .
       2141-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UMA AUSENCIA DO CODIGO CORRENTE                          *
      *----------------------------------------------------------------*
       2142-TRATA-AUSENCIA             SECTION.

           READ ARQ-AUSENCIA NEXT RECORD

           IF WS-FL-STATUS-AUS         NOT EQUAL ZEROS
              OR AUS-COD-VENDEDOR      NOT EQUAL
                 WS-COD-TITULAR (WS-IDX-CODIGO)
              MOVE "S"                 TO WS-FIM-LEITURA
           ELSE
              MOVE "AUSENCIA"          TO WS-DET-ORIGEM
              MOVE SPACES              TO WS-DET-TEXTO
              STRING "VEND "           DELIMITED BY SIZE
                     AUS-COD-VENDEDOR  DELIMITED BY SIZE
                     " DE "            DELIMITED BY SIZE
                     AUS-DATA-INICIO   DELIMITED BY SIZE
                     " ATE "           DELIMITED BY SIZE
                     AUS-DATA-FIM      DELIMITED BY SIZE
                     " MOTIVO "        DELIMITED BY SIZE
                     AUS-MOTIVO        DELIMITED BY SIZE
                                  INTO WS-DET-TEXTO
              PERFORM 2198-GRAVA-DETALHE
           END-IF

           .
       2142-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA DO CADASTRO DE VENDEDORES - ARQUIVO        *
      * CORRENTE E GERACOES MENSAIS DO CATALOGO (HBSIS032P)            *
      *----------------------------------------------------------------*
       2150-EXTRAI-AUDITORIA           SECTION.

           MOVE "TRILHA DE AUDITORIA (ArqAuditoria E GERACOES)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           MOVE "ArqAuditoria"         TO WS-LABEL-GER
           PERFORM 2155-PESQUISA-AUDITORIA

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              READ ARQ-CATALOGO NEXT RECORD

              PERFORM 2152-TRATA-CATALOGO UNTIL
                      WS-FL-STATUS-CAT NOT EQUAL "00"

              CLOSE ARQ-CATALOGO
           END-IF

           PERFORM 2195-FECHA-SECAO

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PESQUISA UMA GERACAO DO CATALOGO                               *
      *----------------------------------------------------------------*
       2152-TRATA-CATALOGO             SECTION.

           MOVE SPACES                 TO WS-LABEL-GER
           STRING "ArqAuditoria."      DELIMITED BY SIZE
                  ANO-MES-HBSIS032C    DELIMITED BY SIZE
                                  INTO WS-LABEL-GER

           PERFORM 2155-PESQUISA-AUDITORIA

           READ ARQ-CATALOGO NEXT RECORD

           .
       2152-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UM ARQUIVO DA TRILHA DE AUDITORIA                           *
      *----------------------------------------------------------------*
       2155-PESQUISA-AUDITORIA         SECTION.

           OPEN INPUT ARQ-AUD-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              READ ARQ-AUD-GERACAO NEXT RECORD

              PERFORM 2156-TRATA-AUDITORIA-TITULAR UNTIL
                      WS-FL-STATUS-GER NOT EQUAL "00"

              CLOSE ARQ-AUD-GERACAO
           END-IF

           .
       2155-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA O REGISTRO DE AUDITORIA DO CADASTRO DE VENDEDORES CUJA   *
      * IMAGEM (NOVA OU ANTERIOR) TEM O CPF DO TITULAR - O CODIGO SO   *
      * NAO BASTA PORQUE O ARQUIVAMENTO LIBERA A CHAVE PARA REUSO      *
      *----------------------------------------------------------------*
       2156-TRATA-AUDITORIA-TITULAR    SECTION.

           IF AUD-PROGRAMA             EQUAL "HBSIS004P"
              MOVE AUD-CODIGO          TO WS-PROCURA-CODIGO
              PERFORM 2136-LOCALIZA-CODIGO

              IF WS-ACHOU-CODIGO       EQUAL "S"
                 MOVE "N"              TO WS-IMAGEM-TITULAR
                 MOVE AUD-VALOR-NOVO (1:99)
                                       TO WS-ARM-VENDEDOR

                 IF WS-ARM-VEN-CPF     IS NUMERIC
                    AND WS-ARM-VEN-CPF EQUAL WS-CPF-TITULAR
                    MOVE "S"           TO WS-IMAGEM-TITULAR
                 ELSE
                    MOVE AUD-VALOR-ANTIGO (1:99)
                                       TO WS-ARM-VENDEDOR

                    IF WS-ARM-VEN-CPF  IS NUMERIC
                       AND WS-ARM-VEN-CPF
                                       EQUAL WS-CPF-TITULAR
                       MOVE "S"        TO WS-IMAGEM-TITULAR
                    END-IF
                 END-IF

                 IF WS-IMAGEM-TITULAR  EQUAL "S"
                    MOVE SPACES        TO WS-DET-ORIGEM
                    STRING "AUD "      DELIMITED BY SIZE
                           AUD-DATA-HORA (1:8)
                                       DELIMITED BY SIZE
                           " "         DELIMITED BY SIZE
                           AUD-FUNCAO  DELIMITED BY SIZE
                                  INTO WS-DET-ORIGEM
                    PERFORM 2115-MONTA-DADOS-VENDEDOR
                    PERFORM 2198-GRAVA-DETALHE
                 END-IF
              END-IF
           END-IF

           READ ARQ-AUD-GERACAO NEXT RECORD

           .
       2156-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * HISTORICO CONSOLIDADO DAS DISTRIBUICOES - ATRIBUICOES FEITAS   *
      * AOS CODIGOS DO TITULAR                                         *
      *----------------------------------------------------------------*
       2170-EXTRAI-HISTORICO           SECTION.

           MOVE "HISTORICO DE DISTRIBUICAO (ArqHistorico)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           OPEN INPUT ARQ-HISTORICO

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              READ ARQ-HISTORICO NEXT RECORD

              PERFORM 2171-TRATA-HISTORICO UNTIL
                      WS-FL-STATUS-HIS NOT EQUAL "00"

              CLOSE ARQ-HISTORICO
           END-IF

           PERFORM 2195-FECHA-SECAO

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UMA ATRIBUICAO DO HISTORICO A UM CODIGO DO TITULAR       *
      *----------------------------------------------------------------*
       2171-TRATA-HISTORICO            SECTION.

           MOVE COD-VENDEDOR-HBSIS014C TO WS-PROCURA-CODIGO
           PERFORM 2136-LOCALIZA-CODIGO

           IF WS-ACHOU-CODIGO          EQUAL "S"
              MOVE SPACES              TO WS-DET-ORIGEM
              STRING "HIST "           DELIMITED BY SIZE
                     DATA-EXECUCAO-HBSIS014C
                                       DELIMITED BY SIZE
                                  INTO WS-DET-ORIGEM
              MOVE SPACES              TO WS-DET-TEXTO
              STRING "VEND "           DELIMITED BY SIZE
                     COD-VENDEDOR-HBSIS014C
                                       DELIMITED BY SIZE
                     " CLIENTE "       DELIMITED BY SIZE
                     COD-CLIENTE-HBSIS014C
                                       DELIMITED BY SIZE
                     " LINHA "         DELIMITED BY SIZE
                     COD-LINHA-HBSIS014C
                                       DELIMITED BY SIZE
                     " TIPO "          DELIMITED BY SIZE
                     TIPO-ATRIBUICAO-HBSIS014C
                                       DELIMITED BY SIZE
                     " FILIAL "        DELIMITED BY SIZE
                     COD-FILIAL-HBSIS014C
                                       DELIMITED BY SIZE
                                  INTO WS-DET-TEXTO
              PERFORM 2198-GRAVA-DETALHE
           END-IF

           READ ARQ-HISTORICO NEXT RECORD

           .
       2171-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXPORTACOES DE COMISSAO PARA A FOLHA (ExpComissao.AAAAMMDD) -  *
      * O REGISTRO D TRAZ O CPF DO VENDEDOR                            *
      *----------------------------------------------------------------*
       2180-EXTRAI-COMISSOES           SECTION.

           MOVE "EXPORTACOES DE COMISSAO (ExpComissao)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           MOVE WS-INT-INICIAL         TO WS-INT-CORRENTE

           PERFORM 2181-PESQUISA-EXP-DATA UNTIL
                   WS-INT-CORRENTE     GREATER WS-INT-HOJE

           PERFORM 2195-FECHA-SECAO

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PESQUISA O TITULAR NA EXPORTACAO DE COMISSAO DE UMA DATA       *
      *----------------------------------------------------------------*
       2181-PESQUISA-EXP-DATA          SECTION.

           PERFORM 2189-CALCULA-DATA-CORRENTE

           MOVE SPACES                 TO WS-LABEL-EXP
           STRING "ExpComissao."       DELIMITED BY SIZE
                  WS-DATA-CORRENTE     DELIMITED BY SIZE
                                  INTO WS-LABEL-EXP

           OPEN INPUT ARQ-EXP-COMISSAO

           IF WS-FL-STATUS-EXP         EQUAL ZEROS
              READ ARQ-EXP-COMISSAO NEXT RECORD

              PERFORM 2182-TRATA-EXP-TITULAR UNTIL
                      WS-FL-STATUS-EXP NOT EQUAL "00"

              CLOSE ARQ-EXP-COMISSAO
           END-IF

           ADD 1                       TO WS-INT-CORRENTE

           .
       2181-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA O REGISTRO DE COMISSAO DO CPF DO TITULAR                 *
      *----------------------------------------------------------------*
       2182-TRATA-EXP-TITULAR          SECTION.

           IF EXP-HBSIS025C (1:2)      EQUAL "D;"
              MOVE SPACES              TO WS-UNS-TIPO
                                          WS-UNS-CODIGO
                                          WS-UNS-PIS
                                          WS-UNS-CPF
                                          WS-UNS-VALOR
              UNSTRING EXP-HBSIS025C   DELIMITED BY ";"
                                  INTO WS-UNS-TIPO
                                       WS-UNS-CODIGO
                                       WS-UNS-PIS
                                       WS-UNS-CPF
                                       WS-UNS-VALOR

              IF WS-UNS-CPF            EQUAL WS-CPF-TITULAR-ALFA
                 MOVE SPACES           TO WS-DET-ORIGEM
                 STRING "COMISSAO "    DELIMITED BY SIZE
                        WS-DATA-CORRENTE
                                       DELIMITED BY SIZE
                                  INTO WS-DET-ORIGEM
                 MOVE SPACES           TO WS-DET-TEXTO
                 STRING "VEND "        DELIMITED BY SIZE
                        WS-UNS-CODIGO  DELIMITED BY SIZE
                        " PIS "        DELIMITED BY SIZE
                        WS-UNS-PIS     DELIMITED BY SIZE
                        " CPF "        DELIMITED BY SIZE
                        WS-UNS-CPF     DELIMITED BY SIZE
                        " VALOR "      DELIMITED BY SIZE
                        WS-UNS-VALOR   DELIMITED BY SIZE
                                  INTO WS-DET-TEXTO
                 PERFORM 2198-GRAVA-DETALHE
              END-IF
           END-IF

           READ ARQ-EXP-COMISSAO NEXT RECORD

           .
       2182-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NOTIFICACOES DE MUDANCA DE CARTEIRA (NotifVendedor.AAAAMMDD)   *
      * ENVIADAS AOS CODIGOS DO TITULAR                                *
      *----------------------------------------------------------------*
       2185-EXTRAI-NOTIFICACOES        SECTION.

           MOVE "NOTIFICACOES DE CARTEIRA (NotifVendedor)"
                                       TO WS-TITULO-SECAO
           PERFORM 2190-ABRE-SECAO

           MOVE WS-INT-INICIAL         TO WS-INT-CORRENTE

           PERFORM 2186-PESQUISA-NOT-DATA UNTIL
                   WS-INT-CORRENTE     GREATER WS-INT-HOJE

           PERFORM 2195-FECHA-SECAO

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PESQUISA O TITULAR NAS NOTIFICACOES DE UMA DATA                *
      *----------------------------------------------------------------*
       2186-PESQUISA-NOT-DATA          SECTION.

           PERFORM 2189-CALCULA-DATA-CORRENTE

           MOVE SPACES                 TO WS-LABEL-NOT
           STRING "NotifVendedor."     DELIMITED BY SIZE
                  WS-DATA-CORRENTE     DELIMITED BY SIZE
                                  INTO WS-LABEL-NOT

           OPEN INPUT ARQ-NOTIFICACAO

           IF WS-FL-STATUS-NOT         EQUAL ZEROS
              READ ARQ-NOTIFICACAO NEXT RECORD

              PERFORM 2187-TRATA-NOT-TITULAR UNTIL
                      WS-FL-STATUS-NOT NOT EQUAL "00"

              CLOSE ARQ-NOTIFICACAO
           END-IF

           ADD 1                       TO WS-INT-CORRENTE

           .
       2186-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA A NOTIFICACAO DE UM CODIGO DO TITULAR                    *
      *----------------------------------------------------------------*
       2187-TRATA-NOT-TITULAR          SECTION.

           IF NOT-HBSIS031C (1:2)      EQUAL "D;"
              MOVE SPACES              TO WS-UNS-TIPO
                                          WS-UNS-CODIGO
                                          WS-UNS-MUDANCA
                                          WS-UNS-CLIENTE
              UNSTRING NOT-HBSIS031C   DELIMITED BY ";"
                                  INTO WS-UNS-TIPO
                                       WS-UNS-CODIGO
                                       WS-UNS-MUDANCA
                                       WS-UNS-CLIENTE

              IF WS-UNS-CODIGO         IS NUMERIC
                 MOVE WS-UNS-CODIGO    TO WS-PROCURA-CODIGO
                 PERFORM 2136-LOCALIZA-CODIGO

                 IF WS-ACHOU-CODIGO    EQUAL "S"
                    MOVE SPACES        TO WS-DET-ORIGEM
                    STRING "NOTIF "    DELIMITED BY SIZE
                           WS-DATA-CORRENTE
                                       DELIMITED BY SIZE
                                  INTO WS-DET-ORIGEM
                    MOVE SPACES        TO WS-DET-TEXTO
                    STRING "VEND "     DELIMITED BY SIZE
                           WS-UNS-CODIGO
                                       DELIMITED BY SIZE
                           " MUDANCA " DELIMITED BY SIZE
                           WS-UNS-MUDANCA
                                       DELIMITED BY SIZE
                           " CLIENTE " DELIMITED BY SIZE
                           WS-UNS-CLIENTE
                                       DELIMITED BY SIZE
                                  INTO WS-DET-TEXTO
                    PERFORM 2198-GRAVA-DETALHE
                 END-IF
              END-IF
           END-IF

           READ ARQ-NOTIFICACAO NEXT RECORD

           .
       2187-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE O DIA CORRENTE DA PESQUISA PARA AAAAMMDD              *
      *----------------------------------------------------------------*
       2189-CALCULA-DATA-CORRENTE      SECTION.

           COMPUTE WS-DATA-CORRENTE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-CORRENTE)
           MOVE WS-DATA-CORRENTE-NUM   TO WS-DATA-CORRENTE

           .
       2189-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TITULO DE UMA SECAO DO RELATORIO                               *
      *----------------------------------------------------------------*
       2190-ABRE-SECAO                 SECTION.

           MOVE ZEROS                  TO WS-QTD-SECAO
           MOVE WS-TITULO-SECAO        TO WS-SEC-TITULO
           MOVE SPACES                 TO REL-HBSIS059C
           WRITE REL-HBSIS059C
           MOVE WS-LINHA-SECAO         TO REL-HBSIS059C
           WRITE REL-HBSIS059C

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAL DE UMA SECAO DO RELATORIO                                *
      *----------------------------------------------------------------*
       2195-FECHA-SECAO                SECTION.

           MOVE WS-QTD-SECAO           TO WS-TOT-SECAO
           MOVE WS-LINHA-TOTAL-SECAO   TO REL-HBSIS059C
           WRITE REL-HBSIS059C

           .
       2195-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE DETALHE DO RELATORIO                        *
      *----------------------------------------------------------------*
       2198-GRAVA-DETALHE              SECTION.

           MOVE WS-LINHA-DETALHE       TO REL-HBSIS059C
           WRITE REL-HBSIS059C

           ADD 1                       TO WS-QTD-SECAO
                                          WS-QTD-REGISTROS

           .
       2198-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZACAO DOS VENDEDORES ARQUIVADOS ALEM DO PRAZO DE        *
      * RETENCAO - PRIMEIRO OS ARQUIVOS MORTOS ATE A DATA DE CORTE,    *
      * DEPOIS AS IMAGENS DESSES VENDEDORES NAS GERACOES DA AUDITORIA  *
      *----------------------------------------------------------------*
       2500-ANONIMIZA-ARQUIVADOS       SECTION.

           IF DIAS-RETENCAO-HBSIS059L  IS NUMERIC
              AND DIAS-RETENCAO-HBSIS059L
                                       GREATER ZEROS
              MOVE DIAS-RETENCAO-HBSIS059L
                                       TO WS-DIAS-RETENCAO
           ELSE
              MOVE WS-DIAS-RETENCAO-PADRAO
                                       TO WS-DIAS-RETENCAO
           END-IF

           COMPUTE WS-INT-FINAL = WS-INT-HOJE - WS-DIAS-RETENCAO

           MOVE WS-INT-INICIAL         TO WS-INT-CORRENTE

           PERFORM 2510-ANONIMIZA-MORTO-DATA UNTIL
                   WS-INT-CORRENTE     GREATER WS-INT-FINAL

           IF WS-QTD-ANONIMIZADOS      GREATER ZEROS
              PERFORM 2550-ANONIMIZA-GERACOES
           END-IF

           MOVE WS-QTD-ANONIMIZADOS    TO QTD-REGISTROS-HBSIS059L
           MOVE ZEROS                  TO COD-RETORNO-HBSIS059L
           MOVE "ANONIMIZACAO CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS059L

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZA O ARQUIVO MORTO DE UMA DATA - O ARQUIVO E COPIADO    *
      * PARA O ArqLgpdTrab COM OS TOKENS E REGRAVADO SE HOUVE TROCA    *
      *----------------------------------------------------------------*
       2510-ANONIMIZA-MORTO-DATA       SECTION.

           PERFORM 2189-CALCULA-DATA-CORRENTE

           MOVE SPACES                 TO WS-LABEL-ARM
           STRING "ArqVendedorMorto."  DELIMITED BY SIZE
                  WS-DATA-CORRENTE     DELIMITED BY SIZE
                                  INTO WS-LABEL-ARM

           OPEN INPUT ARQ-MORTO

           IF WS-FL-STATUS-ARM         EQUAL ZEROS
              MOVE ZEROS               TO WS-QTD-ALTERADOS
              PERFORM 2590-OPEN-ARQ-TRABALHO

              READ ARQ-MORTO NEXT RECORD

              PERFORM 2515-ANONIMIZA-REG-MORTO UNTIL
                      WS-FL-STATUS-ARM NOT EQUAL "00"

              CLOSE ARQ-MORTO
              CLOSE ARQ-TRABALHO

              IF WS-QTD-ALTERADOS      GREATER ZEROS
                 PERFORM 2520-REGRAVA-MORTO
              END-IF
           END-IF

           ADD 1                       TO WS-INT-CORRENTE

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TROCA NOME, CPF E PIS DO VENDEDOR ARQUIVADO PELOS TOKENS - O   *
      * REGISTRO COM CPF JA TOKENIZADO FICA COMO ESTA                  *
      *----------------------------------------------------------------*
       2515-ANONIMIZA-REG-MORTO        SECTION.

           IF ARM-TIPO                 EQUAL "V"
              MOVE ARM-DADOS (1:99)    TO WS-ARM-VENDEDOR

              IF WS-ARM-VEN-CPF        IS NUMERIC
                 AND WS-ARM-VEN-CPF    LESS WS-TOKEN-BASE
                 IF WS-QTD-ANONIMIZADOS
                                       NOT LESS 5000
                    MOVE 9             TO COD-RETORNO-HBSIS059L
                    MOVE "TABELA DE ANONIMIZADOS EXCEDIDA"
                                       TO MSG-RETORNO-HBSIS059L
                    CLOSE ARQ-MORTO
                    CLOSE ARQ-TRABALHO
                    PERFORM 3000-FINALIZA
                 END-IF

                 ADD 1                 TO WS-QTD-ANONIMIZADOS
                 MOVE WS-ARM-VEN-CODIGO
                                       TO WS-ANO-CODIGO
                                                  (WS-QTD-ANONIMIZADOS)
                 MOVE WS-ARM-VEN-CPF   TO WS-ANO-CPF
                                                  (WS-QTD-ANONIMIZADOS)

                 PERFORM 2595-MONTA-TOKEN
                 MOVE WS-ARM-VENDEDOR  TO ARM-DADOS (1:99)
                 ADD 1                 TO WS-QTD-ALTERADOS

                 MOVE "A"              TO TIPO-PEDIDO-HBSIS059C
                 MOVE WS-ARM-VEN-CPF   TO CPF-HBSIS059C
                 MOVE WS-ARM-VEN-CODIGO
                                       TO COD-VENDEDOR-HBSIS059C
                 MOVE 1                TO QTD-REGISTROS-HBSIS059C
                 MOVE WS-LABEL-ARM     TO REFERENCIA-HBSIS059C
                 PERFORM 2800-GRAVA-LOG
              END-IF
           END-IF

           MOVE REG-MORTO              TO REG-TRABALHO
           PERFORM 2592-GRAVA-ARQ-TRABALHO

           READ ARQ-MORTO NEXT RECORD

           .
       2515-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O ARQUIVO MORTO A PARTIR DA COPIA ANONIMIZADA          *
      *----------------------------------------------------------------*
       2520-REGRAVA-MORTO              SECTION.

           OPEN INPUT ARQ-TRABALHO
           OPEN OUTPUT ARQ-MORTO

           IF WS-FL-STATUS-TRB         EQUAL ZEROS
              AND WS-FL-STATUS-ARM     EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO MORTO"
                                       TO MSG-RETORNO-HBSIS059L
              CLOSE ARQ-TRABALHO
              CLOSE ARQ-MORTO
              PERFORM 3000-FINALIZA
           END-IF

           READ ARQ-TRABALHO NEXT RECORD

           PERFORM 2525-COPIA-REG-MORTO UNTIL
                   WS-FL-STATUS-TRB    NOT EQUAL "00"

           CLOSE ARQ-TRABALHO
           CLOSE ARQ-MORTO

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UM REGISTRO DA COPIA PARA O ARQUIVO MORTO              *
      *----------------------------------------------------------------*
       2525-COPIA-REG-MORTO            SECTION.

           MOVE REG-TRABALHO           TO REG-MORTO
           WRITE REG-MORTO

           IF WS-FL-STATUS-ARM         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO AO GRAVAR O ARQUIVO MORTO"
                                       TO MSG-RETORNO-HBSIS059L
              CLOSE ARQ-TRABALHO
              CLOSE ARQ-MORTO
              PERFORM 3000-FINALIZA
           END-IF

           READ ARQ-TRABALHO NEXT RECORD

           .
       2525-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ANONIMIZA AS IMAGENS DOS VENDEDORES TOKENIZADOS NAS GERACOES   *
      * MENSAIS DA AUDITORIA - O ARQUIVO CORRENTE NAO E ALTERADO       *
      *----------------------------------------------------------------*
       2550-ANONIMIZA-GERACOES         SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              READ ARQ-CATALOGO NEXT RECORD

              PERFORM 2555-ANONIMIZA-GERACAO UNTIL
                      WS-FL-STATUS-CAT NOT EQUAL "00"

              CLOSE ARQ-CATALOGO
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UMA GERACAO PARA O ArqLgpdTrab COM AS IMAGENS TROCADAS E *
      * REGRAVA A GERACAO SE HOUVE TROCA                               *
      *----------------------------------------------------------------*
       2555-ANONIMIZA-GERACAO          SECTION.

           MOVE SPACES                 TO WS-LABEL-GER
           STRING "ArqAuditoria."      DELIMITED BY SIZE
                  ANO-MES-HBSIS032C    DELIMITED BY SIZE
                                  INTO WS-LABEL-GER

           OPEN INPUT ARQ-AUD-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              MOVE ZEROS               TO WS-QTD-ALTERADOS
              PERFORM 2590-OPEN-ARQ-TRABALHO

              READ ARQ-AUD-GERACAO NEXT RECORD

              PERFORM 2560-ANONIMIZA-REG-AUDITORIA UNTIL
                      WS-FL-STATUS-GER NOT EQUAL "00"

              CLOSE ARQ-AUD-GERACAO
              CLOSE ARQ-TRABALHO

              IF WS-QTD-ALTERADOS      GREATER ZEROS
                 PERFORM 2570-REGRAVA-GERACAO
              END-IF
           END-IF

           READ ARQ-CATALOGO NEXT RECORD

           .
       2555-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TROCA AS IMAGENS ANTERIOR E NOVA DE UM REGISTRO DE AUDITORIA   *
      * DO CADASTRO DE VENDEDORES                                      *
      *----------------------------------------------------------------*
       2560-ANONIMIZA-REG-AUDITORIA    SECTION.

           MOVE "N"                    TO WS-REG-ALTERADO

           IF AUD-PROGRAMA             EQUAL "HBSIS004P"
              MOVE AUD-VALOR-ANTIGO (1:99)
                                       TO WS-ARM-VENDEDOR
              PERFORM 2565-TOKENIZA-IMAGEM

              IF WS-IMAGEM-ALTERADA    EQUAL "S"
                 MOVE WS-ARM-VENDEDOR  TO AUD-VALOR-ANTIGO (1:99)
                 MOVE "S"              TO WS-REG-ALTERADO
              END-IF

              MOVE AUD-VALOR-NOVO (1:99)
                                       TO WS-ARM-VENDEDOR
              PERFORM 2565-TOKENIZA-IMAGEM

              IF WS-IMAGEM-ALTERADA    EQUAL "S"
                 MOVE WS-ARM-VENDEDOR  TO AUD-VALOR-NOVO (1:99)
                 MOVE "S"              TO WS-REG-ALTERADO
              END-IF
           END-IF

           IF WS-REG-ALTERADO          EQUAL "S"
              PERFORM 2562-RESSELA-REG-AUDITORIA
           END-IF

           MOVE REG-AUDITORIA          TO REG-TRABALHO
           PERFORM 2592-GRAVA-ARQ-TRABALHO

           READ ARQ-AUD-GERACAO NEXT RECORD

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O RESUMO DA IMAGEM ANONIMIZADA EM UM REGISTRO SELADO -  *
      * O RESUMO ORIGINAL E O HASH FICAM COMO ESTAO, E A VERIFICACAO   *
      * DA CADEIA CONFERE O CONTEUDO PELO NOVO RESUMO                  *
      *----------------------------------------------------------------*
       2562-RESSELA-REG-AUDITORIA      SECTION.

           IF AUD-SEQUENCIA            IS NUMERIC
              IF AUD-SEQUENCIA         GREATER ZEROS
                 MOVE 1                TO COD-FUNCAO-HBSIS061L
                 MOVE REG-AUDITORIA    TO REG-AUDITORIA-HBSIS061L

                 CALL WS-HBSIS061      USING HBSIS061L

                 MOVE RESUMO-CALC-HBSIS061L
                                       TO AUD-RESUMO-ANON
              END-IF
           END-IF

           .
       2562-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOKENIZA A IMAGEM QUANDO CODIGO E CPF SAO DE UM VENDEDOR       *
      * ANONIMIZADO NESTA EXECUCAO                                     *
      *----------------------------------------------------------------*
       2565-TOKENIZA-IMAGEM            SECTION.

           MOVE "N"                    TO WS-IMAGEM-ALTERADA
                                          WS-ACHOU-ANONIMIZADO

           IF WS-ARM-VEN-CPF           IS NUMERIC
              AND WS-ARM-VEN-CODIGO    IS NUMERIC
              MOVE 1                   TO WS-IDX-ANONIMIZADO

              PERFORM 2566-PROCURA-ANONIMIZADO UNTIL
                      WS-ACHOU-ANONIMIZADO
                                       EQUAL "S" OR
                      WS-IDX-ANONIMIZADO
                                       GREATER WS-QTD-ANONIMIZADOS
           END-IF

           IF WS-ACHOU-ANONIMIZADO     EQUAL "S"
              PERFORM 2595-MONTA-TOKEN
              MOVE "S"                 TO WS-IMAGEM-ALTERADA
              ADD 1                    TO WS-QTD-ALTERADOS
           END-IF

           .
       2565-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA POSICAO DA TABELA DE ANONIMIZADOS                  *
      *----------------------------------------------------------------*
       2566-PROCURA-ANONIMIZADO        SECTION.

           IF WS-ANO-CODIGO (WS-IDX-ANONIMIZADO)
                                       EQUAL WS-ARM-VEN-CODIGO
              AND WS-ANO-CPF (WS-IDX-ANONIMIZADO)
                                       EQUAL WS-ARM-VEN-CPF
              MOVE "S"                 TO WS-ACHOU-ANONIMIZADO
           ELSE
              ADD 1                    TO WS-IDX-ANONIMIZADO
           END-IF

           .
       2566-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA A GERACAO DA AUDITORIA A PARTIR DA COPIA ANONIMIZADA   *
      *----------------------------------------------------------------*
       2570-REGRAVA-GERACAO            SECTION.

           OPEN INPUT ARQ-TRABALHO
           OPEN OUTPUT ARQ-AUD-GERACAO

           IF WS-FL-STATUS-TRB         EQUAL ZEROS
              AND WS-FL-STATUS-GER     EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO NA REGRAVACAO DA GERACAO"
                                       TO MSG-RETORNO-HBSIS059L
              CLOSE ARQ-TRABALHO
              CLOSE ARQ-AUD-GERACAO
              CLOSE ARQ-CATALOGO
              PERFORM 3000-FINALIZA
           END-IF

           READ ARQ-TRABALHO NEXT RECORD

           PERFORM 2575-COPIA-REG-GERACAO UNTIL
                   WS-FL-STATUS-TRB    NOT EQUAL "00"

           CLOSE ARQ-TRABALHO
           CLOSE ARQ-AUD-GERACAO

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE UM REGISTRO DA COPIA PARA A GERACAO DA AUDITORIA       *
      *----------------------------------------------------------------*
       2575-COPIA-REG-GERACAO          SECTION.

           MOVE REG-TRABALHO           TO REG-AUDITORIA
           WRITE REG-AUDITORIA

           IF WS-FL-STATUS-GER         NOT EQUAL ZEROS
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO AO GRAVAR A GERACAO DA AUDITORIA"
                                       TO MSG-RETORNO-HBSIS059L
              CLOSE ARQ-TRABALHO
              CLOSE ARQ-AUD-GERACAO
              CLOSE ARQ-CATALOGO
              PERFORM 3000-FINALIZA
           END-IF

           READ ARQ-TRABALHO NEXT RECORD

           .
       2575-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE TRABALHO DA ANONIMIZACAO                *
      *----------------------------------------------------------------*
       2590-OPEN-ARQ-TRABALHO          SECTION.

           OPEN OUTPUT ARQ-TRABALHO

           IF WS-FL-STATUS-TRB         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO"
                                       TO MSG-RETORNO-HBSIS059L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO NO ARQUIVO DE TRABALHO                       *
      *----------------------------------------------------------------*
       2592-GRAVA-ARQ-TRABALHO         SECTION.

           WRITE REG-TRABALHO

           IF WS-FL-STATUS-TRB         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO AO GRAVAR O ARQUIVO DE TRABALHO"
                                       TO MSG-RETORNO-HBSIS059L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2592-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOKENS DO VENDEDOR - CPF E PIS VALEM A BASE MAIS O CODIGO E O  *
      * NOME PASSA A IDENTIFICAR APENAS O CODIGO                       *
      *----------------------------------------------------------------*
       2595-MONTA-TOKEN                SECTION.

           COMPUTE WS-ARM-VEN-CPF = WS-TOKEN-BASE
                                  + WS-ARM-VEN-CODIGO
           MOVE WS-ARM-VEN-CPF         TO WS-ARM-VEN-PIS

           MOVE SPACES                 TO WS-ARM-VEN-NOME
           STRING "ANONIMIZADO - VENDEDOR "
                                       DELIMITED BY SIZE
                  WS-ARM-VEN-CODIGO    DELIMITED BY SIZE
                                  INTO WS-ARM-VEN-NOME

           .
       2595-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM PEDIDO ATENDIDO NO LOG DA LGPD                        *
      *----------------------------------------------------------------*
       2800-GRAVA-LOG                  SECTION.

           MOVE WS-DATA-HORA           TO DATA-HORA-HBSIS059C
           MOVE COD-OPERADOR-HBSIS059L TO OPERADOR-HBSIS059C

           OPEN EXTEND ARQ-LOG-LGPD

           IF WS-FL-STATUS-LOG         EQUAL ZEROS OR '05'
              WRITE REG-HBSIS059C
              CLOSE ARQ-LOG-LGPD
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS059L
              MOVE "ERRO NA ABERTURA DO LOG DA LGPD"
                                       TO MSG-RETORNO-HBSIS059L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS059P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS059P.
      *----------------------------------------------------------------*
