       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS073P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS073P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: LISTA DE COBRANCA POR VENDEDOR - CRUZA A        *
      *                CARTEIRA DA DISTRIBUICAO DO DIA COM A POSICAO DE *
      *                CONTAS A RECEBER (ArqPosReceber, CARREGADA PELO  *
      *                HBSIS072P) E GRAVA, PARA CADA VENDEDOR COM       *
      *                CLIENTE EM ATRASO, A LISTA DOS CLIENTES A        *
      *                COBRAR NA PROXIMA VISITA EM ORDEM DECRESCENTE DE *
      *                VALOR VENCIDO, COM A MAIOR FAIXA DE ATRASO E A   *
      *                PRIORIDADE, EM CobrancaVendedor.NNN.AAAAMMDD     *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DA DISTRIBUICAO *
      *                (AAAAMMDD, BRANCO = HOJE)                        *
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
           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-POS-RECEBER    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS072C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-POS.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT ARQ-COBRANCA       ASSIGN TO WS-LABEL-COB
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-COB.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS007C.CPY".

       FD  ARQ-POS-RECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPosReceber'.
       COPY "HBSIS072C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-COBRANCA
           LABEL RECORD IS STANDARD.
       01  COB-HBSIS073C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-POS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-COB            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-COB                PIC  X(032)         VALUE SPACES.

       01  WS-DATA-DISTRIBUICAO        PIC  X(008)         VALUE SPACES.
       01  WS-QTD-LISTAS               PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-COBRANCA-TOT         PIC  9(007)         VALUE ZEROS.
       01  WS-COBRANCA-DUPLICADA       PIC  X(001)         VALUE "N".
       01  WS-IDX-ANTERIOR             PIC  9(005)         VALUE ZEROS.
      *
       01  WS-TAB-COBRANCA.
           05  WS-TAB-COBRANCA-OCR     OCCURS 20000 TIMES.
               10  WS-COB-VENDEDOR     PIC  9(003).
               10  WS-COB-COD-CLIENTE  PIC  9(007).
               10  WS-COB-RAZAO        PIC  X(040).
               10  WS-COB-VENCIDO      PIC  9(011)V9(002).
               10  WS-COB-ABERTO       PIC  9(011)V9(002).
               10  WS-COB-FAIXA        PIC  9(001).
               10  WS-COB-PRIORIDADE   PIC  X(001).

       01  WS-QTD-COBRANCA             PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-COBRANCA             PIC  9(005)         VALUE ZEROS.

       01  WS-TAB-LISTA.
           05  WS-TAB-LISTA-OCR        OCCURS 5000 TIMES.
               10  WS-LIS-IDX-COBRANCA PIC  9(005).
               10  WS-LIS-USADO        PIC  X(001).

       01  WS-LIS-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-LISTA                PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-SEQUENCIA            PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-MAIOR                PIC  9(004)         VALUE ZEROS.
       01  WS-MAIOR-VENCIDO            PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-LIS-TOT-VENCIDO          PIC  9(013)V9(002)  VALUE ZEROS.

       01  WS-LIS-COD-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-LIS-COD-EDIT             PIC  9(003).

       01  WS-TAB-NOME-FAIXA.
           05  FILLER                  PIC  X(008)         VALUE
               "A VENCER".
           05  FILLER                  PIC  X(008)         VALUE
               "1 A 30".
           05  FILLER                  PIC  X(008)         VALUE
               "31 A 60".
           05  FILLER                  PIC  X(008)         VALUE
               "61 A 90".
           05  FILLER                  PIC  X(008)         VALUE
               "ACIMA 90".
       01  WS-TAB-NOME-FAIXA-R REDEFINES WS-TAB-NOME-FAIXA.
           05  WS-NOME-FAIXA           PIC  X(008)
                                        OCCURS 5 TIMES.
      *
       01  WS-LINHA-CAPA-COBRANCA.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDEDOR: ".
           05  WS-CAPA-COD-VENDEDOR    PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE " - ".
           05  WS-CAPA-NOME-VENDEDOR   PIC  X(040).
           05  FILLER                  PIC  X(035)         VALUE
               " LISTA DE COBRANCA - DISTRIBUICAO: ".
           05  WS-CAPA-DATA            PIC  X(008).

       01  WS-LINHA-CAB-COBRANCA.
           05  FILLER                  PIC  X(006)         VALUE
               "SEQ.".
           05  FILLER                  PIC  X(010)         VALUE
               "COD CLI.".
           05  FILLER                  PIC  X(042)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(007)         VALUE
               "PRIOR.".
           05  FILLER                  PIC  X(017)         VALUE
               "MAIOR ATRASO".
           05  FILLER                  PIC  X(019)         VALUE
               "VALOR VENCIDO".
           05  FILLER                  PIC  X(017)         VALUE
               "VALOR EM ABERTO".

       01  WS-LINHA-DET-COBRANCA.
           05  WS-CDET-SEQUENCIA       PIC  ZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CDET-COD-CLIENTE     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-CDET-RAZAO           PIC  X(040).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-CDET-PRIORIDADE      PIC  X(001).
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-CDET-FAIXA           PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CDET-VENCIDO         PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CDET-ABERTO          PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-TOT-COBRANCA.
           05  FILLER                  PIC  X(020)         VALUE
               "CLIENTES A COBRAR: ".
           05  WS-CTOT-QTD             PIC  ZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               "  TOTAL VENCIDO: ".
           05  WS-CTOT-VENCIDO         PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".
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
      * ROTINA DE INICIALIZACAO - LE A DATA DA DISTRIBUICAO            *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-DISTRIBUICAO FROM CONSOLE

           IF WS-DATA-DISTRIBUICAO     EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-DISTRIBUICAO
                                       FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqDistribuicao."   DELIMITED BY SIZE
                  WS-DATA-DISTRIBUICAO DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-CARREGA-COBRANCA

           PERFORM 2200-OPEN-ARQ-VENDEDOR

           PERFORM 2210-LER-ARQ-VENDEDOR

           PERFORM 2300-TRATA-VENDEDOR-COBRANCA UNTIL
                   WS-FL-STATUS-VEN    NOT EQUAL "00"

           CLOSE ARQ-VENDEDOR

           DISPLAY "LISTAS DE COBRANCA GERADAS: " WS-QTD-LISTAS
                   " CLIENTES A COBRAR: " WS-QTD-COBRANCA-TOT
                   " DISTRIBUICAO: " WS-DATA-DISTRIBUICAO
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA NA TABELA OS CLIENTES DA DISTRIBUICAO QUE TEM VALOR    *
      * VENCIDO NA POSICAO DE CONTAS A RECEBER                         *
      *----------------------------------------------------------------*
       2100-CARREGA-COBRANCA           SECTION.

           MOVE ZEROS                  TO WS-QTD-COBRANCA

           OPEN INPUT ARQ-POS-RECEBER

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DA POSICAO DE CONTAS A RECEBER"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "DISTRIBUICAO DA DATA NAO ENCONTRADA: "
                      WS-LABEL-DIS     UPON CONSOLE
              CLOSE ARQ-POS-RECEBER
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO

           PERFORM 2120-ARMAZENA-COBRANCA UNTIL
                   WS-FL-STATUS-DIS    NOT EQUAL "00"

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-POS-RECEBER

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO                             *
      *----------------------------------------------------------------*
       2110-LER-ARQ-DISTRIBUICAO       SECTION.

           READ ARQ-DISTRIBUICAO NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UM CLIENTE ATRIBUIDO COM VALOR VENCIDO - O CLIENTE    *
      * ATENDIDO EM MAIS DE UMA LINHA PELO MESMO VENDEDOR ENTRA UMA    *
      * UNICA VEZ NA LISTA DELE                                        *
      *----------------------------------------------------------------*
       2120-ARMAZENA-COBRANCA          SECTION.

           MOVE "N"                    TO WS-COBRANCA-DUPLICADA

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              PERFORM 2125-VERIFICA-DUPLICADA
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              AND WS-COBRANCA-DUPLICADA
                                       EQUAL "N"
              MOVE COD-CLIENTE-HBSIS007C
                                       TO COD-CLIENTE-HBSIS072C

              READ ARQ-POS-RECEBER RECORD
                                 KEY IS   COD-CLIENTE-HBSIS072C

              IF WS-FL-STATUS-POS      EQUAL ZEROS
                 AND VLR-VENCIDO-HBSIS072C
                                       GREATER ZEROS
                 PERFORM 2130-INCLUI-COBRANCA
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OS REGISTROS DO CLIENTE SAO CONSECUTIVOS NA DISTRIBUICAO -     *
      * PROCURA O MESMO CLIENTE E VENDEDOR NAS POSICOES ANTERIORES     *
      *----------------------------------------------------------------*
       2125-VERIFICA-DUPLICADA         SECTION.

           MOVE WS-QTD-COBRANCA        TO WS-IDX-ANTERIOR

           PERFORM 2126-COMPARA-ANTERIOR UNTIL
                   WS-COBRANCA-DUPLICADA
                                       EQUAL "S" OR
                   WS-IDX-ANTERIOR     EQUAL ZEROS

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O REGISTRO CORRENTE COM UMA POSICAO ANTERIOR DA TABELA *
      *----------------------------------------------------------------*
       2126-COMPARA-ANTERIOR           SECTION.

           IF WS-COB-COD-CLIENTE (WS-IDX-ANTERIOR)
                                       NOT EQUAL COD-CLIENTE-HBSIS007C
              MOVE ZEROS               TO WS-IDX-ANTERIOR
           ELSE
              IF WS-COB-VENDEDOR (WS-IDX-ANTERIOR)
                                       EQUAL COD-VENDEDOR-HBSIS007C
                 MOVE "S"              TO WS-COBRANCA-DUPLICADA
              ELSE
                 SUBTRACT 1            FROM WS-IDX-ANTERIOR
              END-IF
           END-IF

           .
       2126-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI O CLIENTE CORRENTE NA TABELA DE COBRANCA                *
      *----------------------------------------------------------------*
       2130-INCLUI-COBRANCA            SECTION.

           IF WS-QTD-COBRANCA          NOT LESS 20000
              DISPLAY "TABELA DE COBRANCA EXCEDIDA"
                                       UPON CONSOLE
              CLOSE ARQ-DISTRIBUICAO
              CLOSE ARQ-POS-RECEBER
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-COBRANCA

           MOVE COD-VENDEDOR-HBSIS007C TO WS-COB-VENDEDOR
                                                  (WS-QTD-COBRANCA)
           MOVE COD-CLIENTE-HBSIS007C  TO WS-COB-COD-CLIENTE
                                                  (WS-QTD-COBRANCA)
           MOVE RAZAO-SOCIAL-HBSIS007C TO WS-COB-RAZAO
                                                  (WS-QTD-COBRANCA)
           MOVE VLR-VENCIDO-HBSIS072C  TO WS-COB-VENCIDO
                                                  (WS-QTD-COBRANCA)
           MOVE VLR-ABERTO-HBSIS072C   TO WS-COB-ABERTO
                                                  (WS-QTD-COBRANCA)
           MOVE FAIXA-MAIOR-ATRASO-HBSIS072C
                                       TO WS-COB-FAIXA
                                                  (WS-QTD-COBRANCA)
           MOVE PRIORIDADE-HBSIS072C   TO WS-COB-PRIORIDADE
                                                  (WS-QTD-COBRANCA)

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE VENDEDOR                                *
      *----------------------------------------------------------------*
       2200-OPEN-ARQ-VENDEDOR          SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE VENDEDOR                      *
      *----------------------------------------------------------------*
       2210-LER-ARQ-VENDEDOR           SECTION.

           READ ARQ-VENDEDOR NEXT RECORD

           IF WS-FL-STATUS-VEN         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GERA A LISTA DE COBRANCA DE UM VENDEDOR COM CLIENTE EM ATRASO  *
      *----------------------------------------------------------------*
       2300-TRATA-VENDEDOR-COBRANCA    SECTION.

           MOVE COD-VENDEDOR-HBSIS004C TO WS-LIS-COD-VENDEDOR

           PERFORM 2400-SELECIONA-CLIENTES

           IF WS-LIS-QTD               GREATER ZEROS
              PERFORM 2500-GRAVA-LISTA
              ADD 1                    TO WS-QTD-LISTAS
              ADD WS-LIS-QTD           TO WS-QTD-COBRANCA-TOT
           END-IF

           PERFORM 2210-LER-ARQ-VENDEDOR

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A LISTA DO VENDEDOR CORRENTE COM AS POSICOES DA TABELA   *
      * DE COBRANCA QUE SAO DELE                                       *
      *----------------------------------------------------------------*
       2400-SELECIONA-CLIENTES         SECTION.

           MOVE ZEROS                  TO WS-LIS-QTD
           MOVE 1                      TO WS-IDX-COBRANCA

           PERFORM 2410-AVALIA-CLIENTE UNTIL
                   WS-IDX-COBRANCA     GREATER WS-QTD-COBRANCA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UMA POSICAO DA TABELA DE COBRANCA PARA O VENDEDOR       *
      *----------------------------------------------------------------*
       2410-AVALIA-CLIENTE             SECTION.

           IF WS-COB-VENDEDOR (WS-IDX-COBRANCA)
                                       EQUAL WS-LIS-COD-VENDEDOR

              IF WS-LIS-QTD            NOT LESS 5000
                 DISPLAY "TABELA DA LISTA DE COBRANCA EXCEDIDA"
                                       UPON CONSOLE
                 CLOSE ARQ-VENDEDOR
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-LIS-QTD
              MOVE WS-IDX-COBRANCA     TO WS-LIS-IDX-COBRANCA
                                                  (WS-LIS-QTD)
              MOVE "N"                 TO WS-LIS-USADO (WS-LIS-QTD)
           END-IF

           ADD 1                       TO WS-IDX-COBRANCA

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LISTA DO VENDEDOR CORRENTE - A CADA PASSO ESCOLHE O    *
      * CLIENTE DE MAIOR VALOR VENCIDO AINDA NAO LISTADO               *
      *----------------------------------------------------------------*
       2500-GRAVA-LISTA                SECTION.

           MOVE WS-LIS-COD-VENDEDOR    TO WS-LIS-COD-EDIT
           MOVE SPACES                 TO WS-LABEL-COB
           STRING "CobrancaVendedor."  DELIMITED BY SIZE
                  WS-LIS-COD-EDIT      DELIMITED BY SIZE
                  "."                  DELIMITED BY SIZE
                  WS-DATA-DISTRIBUICAO DELIMITED BY SIZE
                                  INTO WS-LABEL-COB

           OPEN OUTPUT ARQ-COBRANCA

           IF WS-FL-STATUS-COB         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DA LISTA DE COBRANCA: "
                      WS-LABEL-COB     UPON CONSOLE
              CLOSE ARQ-VENDEDOR
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-LIS-COD-VENDEDOR    TO WS-CAPA-COD-VENDEDOR
           MOVE NOME-VEND-HBSIS004C    TO WS-CAPA-NOME-VENDEDOR
           MOVE WS-DATA-DISTRIBUICAO   TO WS-CAPA-DATA

           MOVE WS-LINHA-CAPA-COBRANCA TO COB-HBSIS073C
           WRITE COB-HBSIS073C
           MOVE WS-LINHA-CAB-COBRANCA  TO COB-HBSIS073C
           WRITE COB-HBSIS073C
           MOVE WS-LINHA-CABECALHO-02  TO COB-HBSIS073C
           WRITE COB-HBSIS073C

           MOVE ZEROS                  TO WS-LIS-TOT-VENCIDO
           MOVE 1                      TO WS-IDX-SEQUENCIA

           PERFORM 2510-SEQUENCIA-COBRANCA UNTIL
                   WS-IDX-SEQUENCIA    GREATER WS-LIS-QTD

           MOVE WS-LINHA-CABECALHO-02  TO COB-HBSIS073C
           WRITE COB-HBSIS073C
           MOVE WS-LIS-QTD             TO WS-CTOT-QTD
           MOVE WS-LIS-TOT-VENCIDO     TO WS-CTOT-VENCIDO
           MOVE WS-LINHA-TOT-COBRANCA  TO COB-HBSIS073C
           WRITE COB-HBSIS073C

           CLOSE ARQ-COBRANCA

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHE O PROXIMO CLIENTE DA LISTA E GRAVA A LINHA DELE        *
      *----------------------------------------------------------------*
       2510-SEQUENCIA-COBRANCA         SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIOR
                                          WS-MAIOR-VENCIDO
           MOVE 1                      TO WS-IDX-LISTA

           PERFORM 2520-COMPARA-CANDIDATO UNTIL
                   WS-IDX-LISTA        GREATER WS-LIS-QTD

           MOVE "S"                    TO WS-LIS-USADO (WS-IDX-MAIOR)
           MOVE WS-LIS-IDX-COBRANCA (WS-IDX-MAIOR)
                                       TO WS-IDX-COBRANCA

           MOVE WS-IDX-SEQUENCIA       TO WS-CDET-SEQUENCIA
           MOVE WS-COB-COD-CLIENTE (WS-IDX-COBRANCA)
                                       TO WS-CDET-COD-CLIENTE
           MOVE WS-COB-RAZAO (WS-IDX-COBRANCA)
                                       TO WS-CDET-RAZAO
           MOVE WS-COB-PRIORIDADE (WS-IDX-COBRANCA)
                                       TO WS-CDET-PRIORIDADE
           MOVE WS-NOME-FAIXA (WS-COB-FAIXA (WS-IDX-COBRANCA) + 1)
                                       TO WS-CDET-FAIXA
           MOVE WS-COB-VENCIDO (WS-IDX-COBRANCA)
                                       TO WS-CDET-VENCIDO
           MOVE WS-COB-ABERTO (WS-IDX-COBRANCA)
                                       TO WS-CDET-ABERTO

           ADD WS-COB-VENCIDO (WS-IDX-COBRANCA)
                                       TO WS-LIS-TOT-VENCIDO

           MOVE WS-LINHA-DET-COBRANCA  TO COB-HBSIS073C
           WRITE COB-HBSIS073C

           ADD 1                       TO WS-IDX-SEQUENCIA

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM CLIENTE AINDA NAO LISTADO COM O MAIOR VENCIDO       *
      * CORRENTE                                                       *
      *----------------------------------------------------------------*
       2520-COMPARA-CANDIDATO          SECTION.

           IF WS-LIS-USADO (WS-IDX-LISTA)
                                       EQUAL "N"
              MOVE WS-LIS-IDX-COBRANCA (WS-IDX-LISTA)
                                       TO WS-IDX-COBRANCA

              IF WS-IDX-MAIOR          EQUAL ZEROS
                 OR WS-COB-VENCIDO (WS-IDX-COBRANCA)
                                       GREATER WS-MAIOR-VENCIDO
                 MOVE WS-COB-VENCIDO (WS-IDX-COBRANCA)
                                       TO WS-MAIOR-VENCIDO
                 MOVE WS-IDX-LISTA     TO WS-IDX-MAIOR
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-LISTA

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS073P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS073P.
      *----------------------------------------------------------------*
