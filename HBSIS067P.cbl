       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS067P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS067P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONSOLIDADO DAS REDES DE CLIENTES (ArqRede) -   *
      *                POR REDE, AS LOJAS DA RAIZ DE CNPJ, AS LOJAS    *
      *                ATIVAS, O VOLUME FATURADO, O MIX DA CURVA ABC,  *
      *                AS LOJAS ATENDIDAS E PENDENTES NA DISTRIBUICAO  *
      *                E OS VENDEDORES QUE ATENDEM A REDE, COM AS      *
      *                LINHAS ATRIBUIDAS PELA REGRA DE KEY ACCOUNT     *
      *----------------------------------------------------------------*
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DA DISTRIBUICAO *
      *                AAAAMMDD (BRANCO = ULTIMA EXECUCAO CONCLUIDA    *
      *                PELO PONTO DE CONTROLE); SEM A DISTRIBUICAO O   *
      *                RELATORIO SAI SO COM OS DADOS CADASTRAIS        *
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
           SELECT ARQ-REDE           ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS RAIZ-CNPJ-HBSIS066C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-RED.

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

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-CHECKPOINT    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT REL-REDES          ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-REDE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRede'.
       COPY "HBSIS066C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS007C.CPY".

       FD  ARQ-CHECKPOINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCheckpoint'.
       01  REG-CHECKPOINT.
           05  CKP-COD-CLIENTE         PIC  9(007).
           05  CKP-DATA-EXECUCAO       PIC  X(008).
           05  CKP-ULTIMA-DATA-CONCLUIDA
                                       PIC  X(008).
           05  CKP-QTD-REINICIOS       PIC  9(003).

       FD  REL-REDES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelRedes'.
       01  REL-HBSIS067C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RED            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-TEM-DISTRIBUICAO         PIC  X(001)         VALUE "N".
       01  WS-TEM-VENDEDOR             PIC  X(001)         VALUE "N".
       01  WS-FIM-DIS                  PIC  X(001)         VALUE "N".
       01  WS-RAIZ-CNPJ                PIC  9(008)         VALUE ZEROS.
      *
      *    SITUACAO DA LOJA CORRENTE NA DISTRIBUICAO
       01  WS-LOJ-ATENDIDA             PIC  X(001)         VALUE "N".
       01  WS-LOJ-PENDENTE             PIC  X(001)         VALUE "N".
      *
      *    REDES CADASTRADAS, NA ORDEM DA RAIZ DE CNPJ, COM OS
      *    VENDEDORES QUE ATENDEM AS LOJAS
       01  WS-TAB-REDE.
           05  WS-TAB-REDE-OCR         OCCURS 2000 TIMES.
               10  WS-TRD-RAIZ         PIC  9(008).
               10  WS-TRD-NOME         PIC  X(040).
               10  WS-TRD-TIPO         PIC  X(001).
               10  WS-TRD-VENDEDOR-KA  PIC  9(003).
               10  WS-TRD-QTD-LOJAS    PIC  9(005).
               10  WS-TRD-QTD-ATIVAS   PIC  9(005).
               10  WS-TRD-VOLUME       PIC  9(011)V9(002).
               10  WS-TRD-QTD-A        PIC  9(005).
               10  WS-TRD-QTD-B        PIC  9(005).
               10  WS-TRD-QTD-C        PIC  9(005).
               10  WS-TRD-QTD-SEM-CURVA
                                       PIC  9(005).
               10  WS-TRD-QTD-ATENDIDAS
                                       PIC  9(005).
               10  WS-TRD-QTD-PENDENTES
                                       PIC  9(005).
               10  WS-TRD-QTD-LINHAS-KA
                                       PIC  9(005).
               10  WS-TRD-QTD-VEN      PIC  9(002).
               10  WS-TRD-VEN-EXCEDIDO PIC  X(001).
               10  WS-TRD-VEN-OCR      OCCURS 20 TIMES.
                   15  WS-TRD-VEN-COD  PIC  9(003).
                   15  WS-TRD-VEN-QTD  PIC  9(005).

       01  WS-QTD-REDES                PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REDE                 PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-VEN                  PIC  9(002)         VALUE ZEROS.
       01  WS-ACHOU-REDE               PIC  X(001)         VALUE "N".
       01  WS-ACHOU-VEN                PIC  X(001)         VALUE "N".
      *
       01  WS-QTD-REDES-FORA           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LIDOS                PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-LOJAS-NUM            PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-ATIVAS-NUM           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-PENDENTES-NUM        PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-VOLUME-NUM           PIC  9(013)V9(002)  VALUE ZEROS.
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(040)         VALUE
               "CONSOLIDADO DE REDES DE CLIENTES".
           05  FILLER                  PIC  X(014)         VALUE
               "DISTRIBUICAO: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CAB-REDE.
           05  FILLER                  PIC  X(010)         VALUE
               "RAIZ CNPJ".
           05  FILLER                  PIC  X(031)         VALUE
               "NOME DA REDE".
           05  FILLER                  PIC  X(003)         VALUE
               "T".
           05  FILLER                  PIC  X(004)         VALUE
               "VKA".
           05  FILLER                  PIC  X(006)         VALUE
               " LOJAS".
           05  FILLER                  PIC  X(006)         VALUE
               " ATIV.".
           05  FILLER                  PIC  X(019)         VALUE
               "      VOLUME MES".
           05  FILLER                  PIC  X(024)         VALUE
               "     A     B     C   S/C".
           05  FILLER                  PIC  X(018)         VALUE
               " ATEND  PEND  L.KA".

       01  WS-LINHA-DET-REDE.
           05  WS-DRD-RAIZ             PIC  9(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRD-NOME             PIC  X(030).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-TIPO             PIC  X(001).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRD-VENDEDOR-KA      PIC  ZZZ.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-LOJAS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-ATIVAS           PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-VOLUME           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-QTD-A            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-QTD-B            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-QTD-C            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-SEM-CURVA        PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-ATENDIDAS        PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-PENDENTES        PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRD-LINHAS-KA        PIC  ZZZZ9.

       01  WS-LINHA-DET-VENDEDOR.
           05  FILLER                  PIC  X(010)         VALUE SPACES.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDEDOR: ".
           05  WS-DVE-CODIGO           PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-DVE-NOME             PIC  X(040).
           05  FILLER                  PIC  X(020)         VALUE
               "  LINHAS ATENDIDAS: ".
           05  WS-DVE-QTD              PIC  ZZZZ9.
           05  WS-DVE-CONTA-CHAVE      PIC  X(015).

       01  WS-LINHA-VEN-EXCEDIDO       PIC  X(132)         VALUE
           "          MAIS DE 20 VENDEDORES NA REDE - DEMAIS NAO LISTADO
      -    "S".

       01  WS-LINHA-SEM-REDE           PIC  X(132)         VALUE
           "NENHUMA REDE CADASTRADA".

       01  WS-LINHA-SEM-DISTRIBUICAO.
           05  FILLER                  PIC  X(030)         VALUE
               "DISTRIBUICAO NAO ENCONTRADA (".
           05  WS-SDI-LABEL            PIC  X(030).
           05  FILLER                  PIC  X(038)         VALUE
               ") - ATENDIMENTO E VENDEDORES EM BRANCO".

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(007)         VALUE
               "REDES: ".
           05  WS-TOT-REDES            PIC  ZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  LOJAS: ".
           05  WS-TOT-LOJAS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  ATIVAS: ".
           05  WS-TOT-ATIVAS           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  VOLUME: ".
           05  WS-TOT-VOLUME           PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(013)         VALUE
               "  PENDENTES: ".
           05  WS-TOT-PENDENTES        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  NAO LISTADAS: ".
           05  WS-TOT-REDES-FORA       PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE A DISTRIBUICAO E CARREGA AS   *
      * REDES CADASTRADAS                                              *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              PERFORM 1100-LE-CHECKPOINT
           END-IF

           IF WS-DATA-REFERENCIA       NOT EQUAL SPACES
              AND WS-DATA-REFERENCIA   IS NOT NUMERIC
              DISPLAY "DATA DA DISTRIBUICAO INVALIDA: "
                      WS-DATA-REFERENCIA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqDistribuicao."   DELIMITED BY SIZE
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           PERFORM 1200-CARREGA-TAB-REDE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A ULTIMA DATA CONCLUIDA DO PONTO DE CONTROLE QUANDO A DATA  *
      * NAO FOI INFORMADA                                              *
      *----------------------------------------------------------------*
       1100-LE-CHECKPOINT              SECTION.

           OPEN INPUT ARQ-CHECKPOINT

           IF WS-FL-STATUS-CKP         EQUAL ZEROS
              READ ARQ-CHECKPOINT

              IF WS-FL-STATUS-CKP      EQUAL ZEROS
                 MOVE CKP-ULTIMA-DATA-CONCLUIDA
                                       TO WS-DATA-REFERENCIA
              END-IF

              CLOSE ARQ-CHECKPOINT
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS REDES CADASTRADAS NA TABELA EM MEMORIA - A AUSENCIA *
      * DO ARQUIVO SIGNIFICA QUE NAO HA REDE A CONSOLIDAR              *
      *----------------------------------------------------------------*
       1200-CARREGA-TAB-REDE           SECTION.

           MOVE ZEROS                  TO WS-QTD-REDES

           OPEN INPUT ARQ-REDE

           IF WS-FL-STATUS-RED         EQUAL ZEROS
              PERFORM 1210-LER-ARQ-REDE

              PERFORM 1220-ARMAZENA-REDE UNTIL
                      WS-FL-STATUS-RED NOT EQUAL "00"

              CLOSE ARQ-REDE
           END-IF

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO CADASTRO DE REDES                        *
      *----------------------------------------------------------------*
       1210-LER-ARQ-REDE               SECTION.

           READ ARQ-REDE NEXT RECORD

           .
       1210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UMA REDE NA TABELA - COM A TABELA CHEIA A REDE FICA   *
      * FORA DO RELATORIO E E CONTADA NO TOTAL                         *
      *----------------------------------------------------------------*
       1220-ARMAZENA-REDE              SECTION.

           IF WS-QTD-REDES             LESS 2000
              ADD 1                    TO WS-QTD-REDES
              INITIALIZE WS-TAB-REDE-OCR (WS-QTD-REDES)
              MOVE RAIZ-CNPJ-HBSIS066C TO WS-TRD-RAIZ (WS-QTD-REDES)
              MOVE NOME-REDE-HBSIS066C TO WS-TRD-NOME (WS-QTD-REDES)
              MOVE TIPO-REDE-HBSIS066C TO WS-TRD-TIPO (WS-QTD-REDES)
              MOVE COD-VENDEDOR-HBSIS066C
                                       TO WS-TRD-VENDEDOR-KA
                                                  (WS-QTD-REDES)
              MOVE "N"                 TO WS-TRD-VEN-EXCEDIDO
                                                  (WS-QTD-REDES)
           ELSE
              ADD 1                    TO WS-QTD-REDES-FORA
           END-IF

           PERFORM 1210-LER-ARQ-REDE

           .
       1220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF WS-QTD-REDES             GREATER ZEROS
              PERFORM 2100-CONSOLIDA-LOJAS
           END-IF

           PERFORM 2400-EMITE-RELATORIO

           DISPLAY "CONSOLIDADO DE REDES CONCLUIDO - REDES: "
                   WS-QTD-REDES
                   " LOJAS: " WS-TOT-LOJAS-NUM
                                       UPON CONSOLE

           IF WS-QTD-REDES-FORA        GREATER ZEROS
              DISPLAY "TABELA DE REDES CHEIA - REDES NAO LISTADAS: "
                      WS-QTD-REDES-FORA
                                       UPON CONSOLE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O CADASTRO DE CLIENTES EM CONFRONTO COM A             *
      * DISTRIBUICAO (AMBOS EM ORDEM DE CODIGO DE CLIENTE) E ACUMULA   *
      * CADA LOJA NA REDE DA SUA RAIZ DE CNPJ                          *
      *----------------------------------------------------------------*
       2100-CONSOLIDA-LOJAS            SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ CLIENTE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

      *    SEM A DISTRIBUICAO DA DATA O CONSOLIDADO SEGUE SO COM OS
      *    DADOS CADASTRAIS DAS LOJAS
           MOVE "N"                    TO WS-TEM-DISTRIBUICAO
           MOVE "S"                    TO WS-FIM-DIS

           IF WS-DATA-REFERENCIA       NOT EQUAL SPACES
              OPEN INPUT ARQ-DISTRIBUICAO

              IF WS-FL-STATUS-DIS      EQUAL ZEROS
                 MOVE "S"              TO WS-TEM-DISTRIBUICAO
                 MOVE "N"              TO WS-FIM-DIS
                 PERFORM 2160-LER-ARQ-DISTRIBUICAO
              END-IF
           END-IF

           IF WS-TEM-DISTRIBUICAO      EQUAL "N"
              DISPLAY "DISTRIBUICAO DA DATA NAO ENCONTRADA: "
                      WS-LABEL-DIS     UPON CONSOLE
           END-IF

           PERFORM 2110-LER-ARQ-CLIENTE

           PERFORM 2120-TRATA-CLIENTE UNTIL
                   WS-FL-STATUS-CLI    NOT EQUAL "00"

           IF WS-TEM-DISTRIBUICAO      EQUAL "S"
              CLOSE ARQ-DISTRIBUICAO
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE CLIENTES                      *
      *----------------------------------------------------------------*
       2110-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM CLIENTE - SO INTERESSA A LOJA CUJA RAIZ DE CNPJ TEM   *
      * REDE CADASTRADA; A LOJA INATIVA SO ENTRA NA QUANTIDADE DE      *
      * LOJAS                                                          *
      *----------------------------------------------------------------*
       2120-TRATA-CLIENTE              SECTION.

           ADD 1                       TO WS-QTD-LIDOS

           PERFORM 2130-LOCALIZA-REDE

           IF WS-ACHOU-REDE            EQUAL "S"
              ADD 1                    TO WS-TRD-QTD-LOJAS
                                                  (WS-IDX-REDE)

              IF SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
                 PERFORM 2140-ACUMULA-CADASTRO

                 IF WS-TEM-DISTRIBUICAO
                                       EQUAL "S"
                    PERFORM 2150-CONFRONTA-DISTRIBUICAO
                 END-IF
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-CLIENTE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A REDE DA RAIZ DE CNPJ DO CLIENTE CORRENTE            *
      *----------------------------------------------------------------*
       2130-LOCALIZA-REDE              SECTION.

           MOVE "N"                    TO WS-ACHOU-REDE

           IF CNPJ-HBSIS002C           GREATER ZEROS
              DIVIDE CNPJ-HBSIS002C    BY 1000000
                                   GIVING WS-RAIZ-CNPJ
              MOVE 1                   TO WS-IDX-REDE

              PERFORM 2131-PROCURA-REDE UNTIL
                      WS-ACHOU-REDE    EQUAL "S" OR
                      WS-IDX-REDE      GREATER WS-QTD-REDES
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA REDE DA TABELA COM A RAIZ DO CLIENTE               *
      *----------------------------------------------------------------*
       2131-PROCURA-REDE               SECTION.

           IF WS-TRD-RAIZ (WS-IDX-REDE)
                                       EQUAL WS-RAIZ-CNPJ
              MOVE "S"                 TO WS-ACHOU-REDE
           ELSE
              ADD 1                    TO WS-IDX-REDE
           END-IF

           .
       2131-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA NA REDE OS DADOS CADASTRAIS DA LOJA ATIVA - VOLUME     *
      * FATURADO E CURVA ABC                                           *
      *----------------------------------------------------------------*
       2140-ACUMULA-CADASTRO           SECTION.

           ADD 1                       TO WS-TRD-QTD-ATIVAS
                                                  (WS-IDX-REDE)
           ADD VOLUME-MENSAL-HBSIS002C TO WS-TRD-VOLUME (WS-IDX-REDE)

           EVALUATE CURVA-ABC-HBSIS002C
               WHEN "A"
                    ADD 1              TO WS-TRD-QTD-A (WS-IDX-REDE)
               WHEN "B"
                    ADD 1              TO WS-TRD-QTD-B (WS-IDX-REDE)
               WHEN "C"
                    ADD 1              TO WS-TRD-QTD-C (WS-IDX-REDE)
               WHEN OTHER
                    ADD 1              TO WS-TRD-QTD-SEM-CURVA
                                                  (WS-IDX-REDE)
           END-EVALUATE

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA A DISTRIBUICAO NA LOJA CORRENTE E AVALIA AS SUAS     *
      * LINHAS - A LOJA E ATENDIDA SE ALGUMA LINHA TEM VENDEDOR E      *
      * PENDENTE SE ALGUMA LINHA FICOU SEM VENDEDOR                    *
      *----------------------------------------------------------------*
       2150-CONFRONTA-DISTRIBUICAO     SECTION.

           MOVE "N"                    TO WS-LOJ-ATENDIDA
                                          WS-LOJ-PENDENTE

           PERFORM 2160-LER-ARQ-DISTRIBUICAO UNTIL
                   WS-FIM-DIS          EQUAL "S" OR
                   COD-CLIENTE-HBSIS007C
                                       NOT LESS COD-CLIENTE-HBSIS002C

           PERFORM 2151-TRATA-LINHA-LOJA UNTIL
                   WS-FIM-DIS          EQUAL "S" OR
                   COD-CLIENTE-HBSIS007C
                                       NOT EQUAL COD-CLIENTE-HBSIS002C

           IF WS-LOJ-ATENDIDA          EQUAL "S"
              ADD 1                    TO WS-TRD-QTD-ATENDIDAS
                                                  (WS-IDX-REDE)
           END-IF

           IF WS-LOJ-PENDENTE          EQUAL "S"
              ADD 1                    TO WS-TRD-QTD-PENDENTES
                                                  (WS-IDX-REDE)
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UMA LINHA DA DISTRIBUICAO DA LOJA CORRENTE E REGISTRA O *
      * VENDEDOR NA LISTA DA REDE                                      *
      *----------------------------------------------------------------*
       2151-TRATA-LINHA-LOJA           SECTION.

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              MOVE "S"                 TO WS-LOJ-ATENDIDA

              IF TIPO-ATRIBUICAO-HBSIS007C
                                       EQUAL "R"
                 ADD 1                 TO WS-TRD-QTD-LINHAS-KA
                                                  (WS-IDX-REDE)
              END-IF

              PERFORM 2152-REGISTRA-VENDEDOR
           ELSE
              MOVE "S"                 TO WS-LOJ-PENDENTE
           END-IF

           PERFORM 2160-LER-ARQ-DISTRIBUICAO

           .
       2151-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA A LINHA AO VENDEDOR NA LISTA DA REDE, INCLUINDO-O NA      *
      * PRIMEIRA OCORRENCIA - ALEM DE 20 VENDEDORES A REDE FICA        *
      * MARCADA E OS DEMAIS NAO SAO LISTADOS                           *
      *----------------------------------------------------------------*
       2152-REGISTRA-VENDEDOR          SECTION.

           MOVE "N"                    TO WS-ACHOU-VEN
           MOVE 1                      TO WS-IDX-VEN

           PERFORM 2153-PROCURA-VENDEDOR UNTIL
                   WS-ACHOU-VEN        EQUAL "S" OR
                   WS-IDX-VEN          GREATER WS-TRD-QTD-VEN
                                                  (WS-IDX-REDE)

           IF WS-ACHOU-VEN             EQUAL "N"
              IF WS-TRD-QTD-VEN (WS-IDX-REDE)
                                       LESS 20
                 ADD 1                 TO WS-TRD-QTD-VEN (WS-IDX-REDE)
                 MOVE WS-TRD-QTD-VEN (WS-IDX-REDE)
                                       TO WS-IDX-VEN
                 MOVE COD-VENDEDOR-HBSIS007C
                                       TO WS-TRD-VEN-COD
                                          (WS-IDX-REDE, WS-IDX-VEN)
                 MOVE ZEROS            TO WS-TRD-VEN-QTD
                                          (WS-IDX-REDE, WS-IDX-VEN)
                 MOVE "S"              TO WS-ACHOU-VEN
              ELSE
                 MOVE "S"              TO WS-TRD-VEN-EXCEDIDO
                                                  (WS-IDX-REDE)
              END-IF
           END-IF

           IF WS-ACHOU-VEN             EQUAL "S"
              ADD 1                    TO WS-TRD-VEN-QTD
                                          (WS-IDX-REDE, WS-IDX-VEN)
           END-IF

           .
       2152-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM VENDEDOR DA LISTA DA REDE COM O DA LINHA            *
      *----------------------------------------------------------------*
       2153-PROCURA-VENDEDOR           SECTION.

           IF WS-TRD-VEN-COD (WS-IDX-REDE, WS-IDX-VEN)
                                       EQUAL COD-VENDEDOR-HBSIS007C
              MOVE "S"                 TO WS-ACHOU-VEN
           ELSE
              ADD 1                    TO WS-IDX-VEN
           END-IF

           .
       2153-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO                             *
      *----------------------------------------------------------------*
       2160-LER-ARQ-DISTRIBUICAO       SECTION.

           READ ARQ-DISTRIBUICAO NEXT RECORD

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-DIS
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RELATORIO - UMA LINHA POR REDE SEGUIDA DOS VENDEDORES  *
      * QUE ATENDEM AS LOJAS, E OS TOTAIS                              *
      *----------------------------------------------------------------*
       2400-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-REDES

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE REDES"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

      *    SEM O CADASTRO DE VENDEDORES A LISTA SAI SEM OS NOMES
           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-VENDEDOR
           ELSE
              MOVE "N"                 TO WS-TEM-VENDEDOR
           END-IF

           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA

           WRITE REL-HBSIS067C         FROM WS-LINHA-CABECALHO-01
           WRITE REL-HBSIS067C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS067C         FROM WS-LINHA-CAB-REDE
           WRITE REL-HBSIS067C         FROM WS-LINHA-CABECALHO-02

           IF WS-QTD-REDES             EQUAL ZEROS
              WRITE REL-HBSIS067C      FROM WS-LINHA-SEM-REDE
           END-IF

           MOVE 1                      TO WS-IDX-REDE

           PERFORM 2410-EMITE-REDE UNTIL
                   WS-IDX-REDE         GREATER WS-QTD-REDES

           MOVE WS-QTD-REDES           TO WS-TOT-REDES
           MOVE WS-TOT-LOJAS-NUM       TO WS-TOT-LOJAS
           MOVE WS-TOT-ATIVAS-NUM      TO WS-TOT-ATIVAS
           MOVE WS-TOT-VOLUME-NUM      TO WS-TOT-VOLUME
           MOVE WS-TOT-PENDENTES-NUM   TO WS-TOT-PENDENTES
           MOVE WS-QTD-REDES-FORA      TO WS-TOT-REDES-FORA

           WRITE REL-HBSIS067C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS067C         FROM WS-LINHA-TOTAL

           IF WS-QTD-REDES             GREATER ZEROS
              AND WS-TEM-DISTRIBUICAO  EQUAL "N"
              MOVE WS-LABEL-DIS        TO WS-SDI-LABEL
              WRITE REL-HBSIS067C      FROM WS-LINHA-SEM-DISTRIBUICAO
           END-IF

           IF WS-TEM-VENDEDOR          EQUAL "S"
              CLOSE ARQ-VENDEDOR
           END-IF

           CLOSE REL-REDES

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UMA REDE E A LISTA DOS SEUS VENDEDORES        *
      *----------------------------------------------------------------*
       2410-EMITE-REDE                 SECTION.

           MOVE WS-TRD-RAIZ (WS-IDX-REDE)
                                       TO WS-DRD-RAIZ
           MOVE WS-TRD-NOME (WS-IDX-REDE)
                                       TO WS-DRD-NOME
           MOVE WS-TRD-TIPO (WS-IDX-REDE)
                                       TO WS-DRD-TIPO
           MOVE WS-TRD-VENDEDOR-KA (WS-IDX-REDE)
                                       TO WS-DRD-VENDEDOR-KA
           MOVE WS-TRD-QTD-LOJAS (WS-IDX-REDE)
                                       TO WS-DRD-LOJAS
           MOVE WS-TRD-QTD-ATIVAS (WS-IDX-REDE)
                                       TO WS-DRD-ATIVAS
           MOVE WS-TRD-VOLUME (WS-IDX-REDE)
                                       TO WS-DRD-VOLUME
           MOVE WS-TRD-QTD-A (WS-IDX-REDE)
                                       TO WS-DRD-QTD-A
           MOVE WS-TRD-QTD-B (WS-IDX-REDE)
                                       TO WS-DRD-QTD-B
           MOVE WS-TRD-QTD-C (WS-IDX-REDE)
                                       TO WS-DRD-QTD-C
           MOVE WS-TRD-QTD-SEM-CURVA (WS-IDX-REDE)
                                       TO WS-DRD-SEM-CURVA
           MOVE WS-TRD-QTD-ATENDIDAS (WS-IDX-REDE)
                                       TO WS-DRD-ATENDIDAS
           MOVE WS-TRD-QTD-PENDENTES (WS-IDX-REDE)
                                       TO WS-DRD-PENDENTES
           MOVE WS-TRD-QTD-LINHAS-KA (WS-IDX-REDE)
                                       TO WS-DRD-LINHAS-KA

           WRITE REL-HBSIS067C         FROM WS-LINHA-DET-REDE

           ADD WS-TRD-QTD-LOJAS (WS-IDX-REDE)
                                       TO WS-TOT-LOJAS-NUM
           ADD WS-TRD-QTD-ATIVAS (WS-IDX-REDE)
                                       TO WS-TOT-ATIVAS-NUM
           ADD WS-TRD-VOLUME (WS-IDX-REDE)
                                       TO WS-TOT-VOLUME-NUM
           ADD WS-TRD-QTD-PENDENTES (WS-IDX-REDE)
                                       TO WS-TOT-PENDENTES-NUM

           MOVE 1                      TO WS-IDX-VEN

           PERFORM 2420-EMITE-VENDEDOR UNTIL
                   WS-IDX-VEN          GREATER WS-TRD-QTD-VEN
                                                  (WS-IDX-REDE)

           IF WS-TRD-VEN-EXCEDIDO (WS-IDX-REDE)
                                       EQUAL "S"
              WRITE REL-HBSIS067C      FROM WS-LINHA-VEN-EXCEDIDO
           END-IF

           ADD 1                       TO WS-IDX-REDE

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE UM VENDEDOR DA REDE COM AS LINHAS QUE ATENDE - O         *
      * VENDEDOR DA CONTA-CHAVE DA REDE KEY ACCOUNT E DESTACADO        *
      *----------------------------------------------------------------*
       2420-EMITE-VENDEDOR             SECTION.

           MOVE WS-TRD-VEN-COD (WS-IDX-REDE, WS-IDX-VEN)
                                       TO WS-DVE-CODIGO
           MOVE WS-TRD-VEN-QTD (WS-IDX-REDE, WS-IDX-VEN)
                                       TO WS-DVE-QTD
           MOVE SPACES                 TO WS-DVE-NOME
                                          WS-DVE-CONTA-CHAVE

           IF WS-TEM-VENDEDOR          EQUAL "S"
              MOVE WS-TRD-VEN-COD (WS-IDX-REDE, WS-IDX-VEN)
                                       TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE NOME-VEND-HBSIS004C
                                       TO WS-DVE-NOME
              ELSE
                 MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DVE-NOME
              END-IF
           END-IF

           IF WS-TRD-TIPO (WS-IDX-REDE)
                                       EQUAL "K"
              AND WS-TRD-VEN-COD (WS-IDX-REDE, WS-IDX-VEN)
                                       EQUAL WS-TRD-VENDEDOR-KA
                                                  (WS-IDX-REDE)
              MOVE "  CONTA-CHAVE"     TO WS-DVE-CONTA-CHAVE
           END-IF

           WRITE REL-HBSIS067C         FROM WS-LINHA-DET-VENDEDOR

           ADD 1                       TO WS-IDX-VEN

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS067P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS067P.
      *----------------------------------------------------------------*
