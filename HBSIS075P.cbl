       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS075P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS075P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CATALOGO DE RELATORIOS ARQUIVADOS - FUNCAO 0    *
      *                ARQUIVA O RELATORIO FIXO DO PROGRAMA (RelXxx)    *
      *                COMO GERACAO DATADA (NOME.AAAAMMDD.Gnn) E        *
      *                REGISTRA NO ArqCatRelatorio O PROGRAMA, O JOB,   *
      *                A DATA DE NEGOCIO, LINHAS, PAGINAS E RETENCAO;   *
      *                FUNCAO 1 LISTA O CATALOGO POR RELATORIO A PARTIR *
      *                DE UMA DATA; FUNCAO 2 REIMPRIME UMA GERACAO NO   *
      *                RelReimpressao - USADO PELO ARQUIVAMENTO EM LOTE *
      *                (HBSIS076P) E PELO MENU                          *
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
           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS075C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT ARQ-RELATORIO      ASSIGN TO WS-LABEL-REL
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-GERACAO        ASSIGN TO WS-LABEL-GER
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-GER.

           SELECT REL-REIMPRESSAO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatRelatorio'.
       COPY "HBSIS075C.CPY".

       FD  ARQ-RELATORIO
           LABEL RECORD IS STANDARD.
       01  REG-RELATORIO               PIC  X(132).

       FD  ARQ-GERACAO
           LABEL RECORD IS STANDARD.
       01  REG-GERACAO                 PIC  X(132).

       FD  REL-REIMPRESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelReimpressao'.
       01  REL-HBSIS075C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-GER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-LABEL-REL                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-GER                PIC  X(040)         VALUE SPACES.

       01  WS-FIM-RELATORIO            PIC  X(001)         VALUE "N".
       01  WS-FIM-CATALOGO             PIC  X(001)         VALUE "N".
       01  WS-ULT-GERACAO              PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-LINHAS               PIC  9(007)         VALUE ZEROS.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-AGORA               PIC  X(008)         VALUE SPACES.
       01  WS-INT-NEGOCIO              PIC  9(007)         VALUE ZEROS.
       01  WS-DATA-EXPIRA-NUM          PIC  9(008)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * RETENCAO PADRAO QUANDO O CHAMADOR NAO INFORMA E TAMANHO DA     *
      * PAGINA USADO NA CONTAGEM                                       *
      *----------------------------------------------------------------*
       01  WS-RETENCAO-PADRAO          PIC  9(004)         VALUE 90.
       01  WS-LINHAS-PAGINA            PIC  9(003)         VALUE 60.
      *----------------------------------------------------------------*
      * CABECALHO DA REIMPRESSAO                                       *
      *----------------------------------------------------------------*
       01  WS-CAB-REIMP-1.
           05  FILLER                  PIC  X(024)         VALUE
               "REIMPRESSAO DO RELATORIO".
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-NOME             PIC  X(020)         VALUE SPACES.
           05  FILLER                  PIC  X(017)         VALUE
               " DATA DE NEGOCIO ".
           05  WS-CAB-DATA             PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               " GERACAO ".
           05  WS-CAB-GERACAO          PIC  9(002)         VALUE ZEROS.
           05  FILLER                  PIC  X(050)         VALUE SPACES.

       01  WS-CAB-REIMP-2.
           05  FILLER                  PIC  X(010)         VALUE
               "PROGRAMA: ".
           05  WS-CAB-PROGRAMA         PIC  X(009)         VALUE SPACES.
           05  FILLER                  PIC  X(007)         VALUE
               "  JOB: ".
           05  WS-CAB-JOB              PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(017)         VALUE
               "  ARQUIVADO EM: ".
           05  WS-CAB-DATA-ARQ         PIC  X(008)         VALUE SPACES.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-HORA-ARQ         PIC  X(006)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               "  LINHAS: ".
           05  WS-CAB-LINHAS           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  PAGINAS: ".
           05  WS-CAB-PAGINAS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(033)         VALUE SPACES.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS075L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS075L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - O NOME DO RELATORIO E OBRIGATORIO NO *
      * ARQUIVAMENTO E NA REIMPRESSAO; DATA EM BRANCO = DATA DO DIA,   *
      * EXCETO NA LISTA, ONDE BRANCO = TODAS AS DATAS                  *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS075L
                                          QTD-CATALOGO-HBSIS075L
                                          QTD-CATALOGO-TAB-HBSIS075L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS075L

           IF NOME-RELATORIO-HBSIS075L EQUAL SPACES
              AND COD-FUNCAO-HBSIS075L NOT EQUAL 1
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "NOME DO RELATORIO NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           IF DATA-NEGOCIO-HBSIS075L   EQUAL SPACES OR ZEROS
              IF COD-FUNCAO-HBSIS075L  EQUAL 1
                 MOVE SPACES           TO DATA-NEGOCIO-HBSIS075L
              ELSE
                 ACCEPT DATA-NEGOCIO-HBSIS075L
                                       FROM DATE YYYYMMDD
              END-IF
           END-IF

           IF DATA-NEGOCIO-HBSIS075L   NOT EQUAL SPACES
              IF DATA-NEGOCIO-HBSIS075L
                                       IS NOT NUMERIC
                 OR DATA-NEGOCIO-HBSIS075L (5:2)
                                       LESS "01"
                 OR DATA-NEGOCIO-HBSIS075L (5:2)
                                       GREATER "12"
                 MOVE 1                TO COD-RETORNO-HBSIS075L
                 MOVE "DATA DE NEGOCIO INVALIDA"
                                       TO MSG-RETORNO-HBSIS075L
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           IF GERACAO-HBSIS075L        IS NOT NUMERIC
              MOVE ZEROS               TO GERACAO-HBSIS075L
           END-IF

           IF RETENCAO-DIAS-HBSIS075L  IS NOT NUMERIC
              OR RETENCAO-DIAS-HBSIS075L
                                       EQUAL ZEROS
              MOVE WS-RETENCAO-PADRAO  TO RETENCAO-DIAS-HBSIS075L
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS075L
               WHEN 0
                    PERFORM 2100-ARQUIVAR
               WHEN 1
                    PERFORM 2300-LISTAR
               WHEN 2
                    PERFORM 2400-REIMPRIMIR
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS075L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS075L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CATALOGO PARA ATUALIZACAO - NO PRIMEIRO            *
      * ARQUIVAMENTO O CATALOGO AINDA NAO EXISTE E E CRIADO VAZIO      *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-CATALOGO          SECTION.

           OPEN I-O ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL "35"
              OPEN OUTPUT ARQ-CATALOGO
              CLOSE ARQ-CATALOGO
              OPEN I-O ARQ-CATALOGO
           END-IF

           IF WS-FL-STATUS-CAT         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS075L
              MOVE "ERRO NA ABERTURA DO CATALOGO DE RELATORIOS"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARQUIVA O RELATORIO FIXO COMO NOVA GERACAO DA DATA DE NEGOCIO  *
      * - RELATORIO AUSENTE OU VAZIO NAO GERA ENTRADA NO CATALOGO      *
      *----------------------------------------------------------------*
       2100-ARQUIVAR                   SECTION.

           MOVE SPACES                 TO WS-LABEL-REL
           MOVE NOME-RELATORIO-HBSIS075L
                                       TO WS-LABEL-REL

           OPEN INPUT ARQ-RELATORIO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "RELATORIO NAO ENCONTRADO PARA ARQUIVAR"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-FIM-RELATORIO
           MOVE ZEROS                  TO WS-QTD-LINHAS

           PERFORM 2130-LER-ARQ-RELATORIO

           IF WS-FIM-RELATORIO         EQUAL "S"
              CLOSE ARQ-RELATORIO
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "RELATORIO VAZIO - NAO ARQUIVADO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2050-OPEN-ARQ-CATALOGO
           PERFORM 2110-ULTIMA-GERACAO

           IF WS-ULT-GERACAO           EQUAL 99
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-CATALOGO
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "LIMITE DE 99 GERACOES NA DATA"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE GERACAO-HBSIS075L = WS-ULT-GERACAO + 1

           MOVE SPACES                 TO WS-LABEL-GER
           STRING NOME-RELATORIO-HBSIS075L
                                       DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  DATA-NEGOCIO-HBSIS075L
                                       DELIMITED BY SIZE
                  ".G"                 DELIMITED BY SIZE
                  GERACAO-HBSIS075L    DELIMITED BY SIZE
                                  INTO WS-LABEL-GER

           OPEN OUTPUT ARQ-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              CONTINUE
           ELSE
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-CATALOGO
              MOVE 9                   TO COD-RETORNO-HBSIS075L
              MOVE "ERRO NA ABERTURA DA GERACAO DO RELATORIO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2120-COPIA-LINHA UNTIL
                   WS-FIM-RELATORIO    EQUAL "S"

           CLOSE ARQ-RELATORIO
           CLOSE ARQ-GERACAO

           PERFORM 2150-GRAVA-CATALOGO

           CLOSE ARQ-CATALOGO

           MOVE "RELATORIO ARQUIVADO NO CATALOGO"
                                       TO MSG-RETORNO-HBSIS075L

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA NO CATALOGO A ULTIMA GERACAO DO RELATORIO NA DATA DE   *
      * NEGOCIO - ZERO QUANDO A DATA AINDA NAO TEM GERACAO             *
      *----------------------------------------------------------------*
       2110-ULTIMA-GERACAO             SECTION.

           MOVE ZEROS                  TO WS-ULT-GERACAO
           MOVE "N"                    TO WS-FIM-CATALOGO

           MOVE NOME-RELATORIO-HBSIS075L
                                       TO NOME-RELATORIO-HBSIS075C
           MOVE DATA-NEGOCIO-HBSIS075L TO DATA-NEGOCIO-HBSIS075C
           MOVE ZEROS                  TO GERACAO-HBSIS075C

           START ARQ-CATALOGO KEY NOT LESS CHAVE-HBSIS075C

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              PERFORM 2115-TRATA-GERACAO UNTIL
                      WS-FIM-CATALOGO  EQUAL "S"
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA ENTRADA DO CATALOGO ENQUANTO FOR DO MESMO         *
      * RELATORIO E DA MESMA DATA DE NEGOCIO                           *
      *----------------------------------------------------------------*
       2115-TRATA-GERACAO              SECTION.

           READ ARQ-CATALOGO NEXT RECORD

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              AND NOME-RELATORIO-HBSIS075C
                                       EQUAL NOME-RELATORIO-HBSIS075L
              AND DATA-NEGOCIO-HBSIS075C
                                       EQUAL DATA-NEGOCIO-HBSIS075L
              MOVE GERACAO-HBSIS075C   TO WS-ULT-GERACAO
           ELSE
              MOVE "S"                 TO WS-FIM-CATALOGO
           END-IF

           .
       2115-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UMA LINHA DO RELATORIO PARA A GERACAO                    *
      *----------------------------------------------------------------*
       2120-COPIA-LINHA                SECTION.

           MOVE REG-RELATORIO          TO REG-GERACAO

           WRITE REG-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              CONTINUE
           ELSE
              CLOSE ARQ-RELATORIO
              CLOSE ARQ-GERACAO
              CLOSE ARQ-CATALOGO
              MOVE 9                   TO COD-RETORNO-HBSIS075L
              MOVE "ERRO NA GRAVACAO DA GERACAO DO RELATORIO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-LINHAS

           PERFORM 2130-LER-ARQ-RELATORIO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO RELATORIO A ARQUIVAR                                *
      *----------------------------------------------------------------*
       2130-LER-ARQ-RELATORIO          SECTION.

           READ ARQ-RELATORIO NEXT RECORD

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-RELATORIO
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A ENTRADA DA GERACAO NO CATALOGO - A EXPIRACAO CONTA A   *
      * RETENCAO EM DIAS CORRIDOS A PARTIR DA DATA DE NEGOCIO          *
      *----------------------------------------------------------------*
       2150-GRAVA-CATALOGO             SECTION.

           COMPUTE QTD-PAGINAS-HBSIS075L =
                   (WS-QTD-LINHAS + WS-LINHAS-PAGINA - 1)
                                       / WS-LINHAS-PAGINA
           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-HBSIS075L
           MOVE WS-LABEL-GER           TO ARQUIVO-GERACAO-HBSIS075L

           COMPUTE WS-INT-NEGOCIO =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (DATA-NEGOCIO-HBSIS075L))
                                       + RETENCAO-DIAS-HBSIS075L
           COMPUTE WS-DATA-EXPIRA-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-NEGOCIO)

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA        FROM TIME

           INITIALIZE ARQ-HBSIS075C
           MOVE NOME-RELATORIO-HBSIS075L
                                       TO NOME-RELATORIO-HBSIS075C
           MOVE DATA-NEGOCIO-HBSIS075L TO DATA-NEGOCIO-HBSIS075C
           MOVE GERACAO-HBSIS075L      TO GERACAO-HBSIS075C
           MOVE PROGRAMA-HBSIS075L     TO PROGRAMA-HBSIS075C
           MOVE JOB-HBSIS075L          TO JOB-HBSIS075C
           MOVE WS-QTD-LINHAS          TO QTD-LINHAS-HBSIS075C
           MOVE QTD-PAGINAS-HBSIS075L  TO QTD-PAGINAS-HBSIS075C
           MOVE RETENCAO-DIAS-HBSIS075L
                                       TO RETENCAO-DIAS-HBSIS075C
           MOVE WS-DATA-EXPIRA-NUM     TO DATA-EXPIRACAO-HBSIS075C
           MOVE WS-DATA-HOJE           TO DATA-ARQUIVAMENTO-HBSIS075C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-ARQUIVAMENTO-HBSIS075C
           MOVE WS-LABEL-GER           TO ARQUIVO-GERACAO-HBSIS075C

           WRITE ARQ-HBSIS075C

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              CLOSE ARQ-CATALOGO
              MOVE 9                   TO COD-RETORNO-HBSIS075L
              MOVE "ERRO NA GRAVACAO DO CATALOGO DE RELATORIOS"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA O CATALOGO NA ORDEM DE RELATORIO, DATA E GERACAO - NOME  *
      * EM BRANCO = TODOS OS RELATORIOS; DATA INFORMADA = GERACOES A   *
      * PARTIR DELA; ALEM DE 20 ENTRADAS SO A QUANTIDADE E DEVOLVIDA   *
      *----------------------------------------------------------------*
       2300-LISTAR                     SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "CATALOGO DE RELATORIOS VAZIO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE LOW-VALUES             TO CHAVE-HBSIS075C

           IF NOME-RELATORIO-HBSIS075L NOT EQUAL SPACES
              MOVE NOME-RELATORIO-HBSIS075L
                                       TO NOME-RELATORIO-HBSIS075C
              IF DATA-NEGOCIO-HBSIS075L
                                       NOT EQUAL SPACES
                 MOVE DATA-NEGOCIO-HBSIS075L
                                       TO DATA-NEGOCIO-HBSIS075C
              END-IF
           END-IF

           MOVE "N"                    TO WS-FIM-CATALOGO

           START ARQ-CATALOGO KEY NOT LESS CHAVE-HBSIS075C

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              PERFORM 2310-TRATA-LISTA UNTIL
                      WS-FIM-CATALOGO  EQUAL "S"
           END-IF

           CLOSE ARQ-CATALOGO

           IF QTD-CATALOGO-HBSIS075L   EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "NENHUMA GERACAO NO CATALOGO"
                                       TO MSG-RETORNO-HBSIS075L
           ELSE
              MOVE "CONSULTA DO CATALOGO CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS075L
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA ENTRADA DO CATALOGO E A DEVOLVE SE PASSAR NOS     *
      * FILTROS - A LEITURA PARA AO PASSAR DO RELATORIO INFORMADO      *
      *----------------------------------------------------------------*
       2310-TRATA-LISTA                SECTION.

           READ ARQ-CATALOGO NEXT RECORD

           IF WS-FL-STATUS-CAT         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-CATALOGO
           ELSE
              IF NOME-RELATORIO-HBSIS075L
                                       NOT EQUAL SPACES
                 AND NOME-RELATORIO-HBSIS075C
                                       NOT EQUAL
                                       NOME-RELATORIO-HBSIS075L
                 MOVE "S"              TO WS-FIM-CATALOGO
              ELSE
                 IF DATA-NEGOCIO-HBSIS075L
                                       EQUAL SPACES
                    OR DATA-NEGOCIO-HBSIS075C
                                       NOT LESS DATA-NEGOCIO-HBSIS075L
                    PERFORM 2320-ARMAZENA-LISTA
                 END-IF
              END-IF
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA A ENTRADA CORRENTE PARA A TABELA DA AREA DE LIGACAO      *
      *----------------------------------------------------------------*
       2320-ARMAZENA-LISTA             SECTION.

           ADD 1                       TO QTD-CATALOGO-HBSIS075L

           IF QTD-CATALOGO-TAB-HBSIS075L
                                       LESS 20
              ADD 1                    TO QTD-CATALOGO-TAB-HBSIS075L

              MOVE NOME-RELATORIO-HBSIS075C
                                       TO CAT-NOME-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE DATA-NEGOCIO-HBSIS075C
                                       TO CAT-DATA-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE GERACAO-HBSIS075C   TO CAT-GERACAO-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE PROGRAMA-HBSIS075C  TO CAT-PROGRAMA-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE JOB-HBSIS075C       TO CAT-JOB-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE QTD-LINHAS-HBSIS075C
                                       TO CAT-LINHAS-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE QTD-PAGINAS-HBSIS075C
                                       TO CAT-PAGINAS-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE RETENCAO-DIAS-HBSIS075C
                                       TO CAT-RETENCAO-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
              MOVE DATA-EXPIRACAO-HBSIS075C
                                       TO CAT-EXPIRACAO-HBSIS075L
                                          (QTD-CATALOGO-TAB-HBSIS075L)
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REIMPRIME UMA GERACAO NO RelReimpressao, PRECEDIDA DO          *
      * CABECALHO DE IDENTIFICACAO - GERACAO ZERO = A ULTIMA DA DATA   *
      *----------------------------------------------------------------*
       2400-REIMPRIMIR                 SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "CATALOGO DE RELATORIOS VAZIO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           IF GERACAO-HBSIS075L        EQUAL ZEROS
              PERFORM 2110-ULTIMA-GERACAO
              MOVE WS-ULT-GERACAO      TO GERACAO-HBSIS075L
           END-IF

           MOVE NOME-RELATORIO-HBSIS075L
                                       TO NOME-RELATORIO-HBSIS075C
           MOVE DATA-NEGOCIO-HBSIS075L TO DATA-NEGOCIO-HBSIS075C
           MOVE GERACAO-HBSIS075L      TO GERACAO-HBSIS075C

           READ ARQ-CATALOGO RECORD
                               KEY IS     CHAVE-HBSIS075C

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              CLOSE ARQ-CATALOGO
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "GERACAO NAO ENCONTRADA NO CATALOGO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-CATALOGO

           MOVE PROGRAMA-HBSIS075C     TO PROGRAMA-HBSIS075L
           MOVE JOB-HBSIS075C          TO JOB-HBSIS075L
           MOVE RETENCAO-DIAS-HBSIS075C
                                       TO RETENCAO-DIAS-HBSIS075L
           MOVE QTD-LINHAS-HBSIS075C   TO QTD-LINHAS-HBSIS075L
           MOVE QTD-PAGINAS-HBSIS075C  TO QTD-PAGINAS-HBSIS075L
           MOVE ARQUIVO-GERACAO-HBSIS075C
                                       TO ARQUIVO-GERACAO-HBSIS075L
           MOVE ARQUIVO-GERACAO-HBSIS075C
                                       TO WS-LABEL-GER

           OPEN INPUT ARQ-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS075L
              MOVE "ARQUIVO DA GERACAO NAO ENCONTRADO"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT REL-REIMPRESSAO

           IF WS-FL-STATUS-IMP         EQUAL ZEROS
              CONTINUE
           ELSE
              CLOSE ARQ-GERACAO
              MOVE 9                   TO COD-RETORNO-HBSIS075L
              MOVE "ERRO NA ABERTURA DO RelReimpressao"
                                       TO MSG-RETORNO-HBSIS075L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2410-CABECALHO-REIMPRESSAO

           MOVE "N"                    TO WS-FIM-RELATORIO

           PERFORM 2430-LER-ARQ-GERACAO

           PERFORM 2420-REIMPRIME-LINHA UNTIL
                   WS-FIM-RELATORIO    EQUAL "S"

           CLOSE ARQ-GERACAO
           CLOSE REL-REIMPRESSAO

           MOVE "GERACAO REIMPRESSA NO RelReimpressao"
                                       TO MSG-RETORNO-HBSIS075L

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CABECALHO QUE IDENTIFICA A GERACAO REIMPRESSA          *
      *----------------------------------------------------------------*
       2410-CABECALHO-REIMPRESSAO      SECTION.

           MOVE NOME-RELATORIO-HBSIS075C
                                       TO WS-CAB-NOME
           MOVE DATA-NEGOCIO-HBSIS075C TO WS-CAB-DATA
           MOVE GERACAO-HBSIS075C      TO WS-CAB-GERACAO
           MOVE PROGRAMA-HBSIS075C     TO WS-CAB-PROGRAMA
           MOVE JOB-HBSIS075C          TO WS-CAB-JOB
           MOVE DATA-ARQUIVAMENTO-HBSIS075C
                                       TO WS-CAB-DATA-ARQ
           MOVE HORA-ARQUIVAMENTO-HBSIS075C
                                       TO WS-CAB-HORA-ARQ
           MOVE QTD-LINHAS-HBSIS075C   TO WS-CAB-LINHAS
           MOVE QTD-PAGINAS-HBSIS075C  TO WS-CAB-PAGINAS

           WRITE REL-HBSIS075C         FROM WS-CAB-REIMP-1
           WRITE REL-HBSIS075C         FROM WS-CAB-REIMP-2
           MOVE ALL "-"                TO REL-HBSIS075C
           WRITE REL-HBSIS075C

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UMA LINHA DA GERACAO PARA A REIMPRESSAO                  *
      *----------------------------------------------------------------*
       2420-REIMPRIME-LINHA            SECTION.

           WRITE REL-HBSIS075C         FROM REG-GERACAO

           PERFORM 2430-LER-ARQ-GERACAO

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DA GERACAO A REIMPRIMIR                                *
      *----------------------------------------------------------------*
       2430-LER-ARQ-GERACAO            SECTION.

           READ ARQ-GERACAO NEXT RECORD

           IF WS-FL-STATUS-GER         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-RELATORIO
           END-IF

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS075P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS075P.
      *----------------------------------------------------------------*
