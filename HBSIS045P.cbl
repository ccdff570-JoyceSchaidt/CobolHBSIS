       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS045P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS045P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RELATORIO MENSAL DE ATINGIMENTO DE METAS -      *
      *                PERCORRE O ARQUIVO DE DISTRIBUICAO, SOMA O       *
      *                VOLUME FATURADO (VOLUME-MENSAL-HBSIS002C) E OS   *
      *                CLIENTES ATIVOS (COM FATURAMENTO NO MES) DA      *
      *                CARTEIRA DE CADA VENDEDOR E COMPARA COM A META   *
      *                DO ANO/MES CADASTRADA PELO HBSIS044P - EMITE O   *
      *                RANKING DOS VENDEDORES PELO PERCENTUAL ATINGIDO  *
      *                DE VOLUME, COM ROLLUP POR SUPERVISOR E POR       *
      *                FILIAL - VENDEDOR SEM META SAI AO FINAL DO       *
      *                RANKING, SEM POSICAO                             *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES DA META    *
      *                (AAAAMM, BRANCO = MES CORRENTE) E DATA DA        *
      *                DISTRIBUICAO AAAAMMDD (BRANCO = ULTIMA EXECUCAO  *
      *                CONCLUIDA PELO PONTO DE CONTROLE)                *
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

           SELECT ARQ-META-VENDEDOR  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS044C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-MET.

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-CHECKPOINT    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT REL-ATINGIMENTO    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-META-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqMetaVendedor'.
       COPY "HBSIS044C.CPY".

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

       FD  REL-ATINGIMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelAtingimentoMeta'.
       01  REL-HBSIS045C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MET            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-ANO-MES-NUM REDEFINES WS-ANO-MES
                                       PIC  9(006).
       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-VOLUME-CLIENTE           PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-CLIENTE-ANTERIOR         PIC  9(007)         VALUE ZEROS.
       01  WS-VENDEDOR-DUPLICADO       PIC  X(001)         VALUE "N".
       01  WS-IDX-ANTERIOR             PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-VEND-CLIENTE         PIC  9(003)         VALUE ZEROS.
      *
       01  WS-TAB-VEND-CLIENTE.
           05  WS-VCL-VENDEDOR         PIC  9(003)
                                        OCCURS 100 TIMES.
      *
       01  WS-TAB-ATING-VEND.
           05  WS-TAB-ATING-VEND-OCR   OCCURS 1000 TIMES.
               10  WS-AVE-QTD-CLI      PIC  9(005).
               10  WS-AVE-QTD-ATIVOS   PIC  9(005).
               10  WS-AVE-VOLUME       PIC  9(011)V9(002).
               10  WS-AVE-META-VOL     PIC  9(009)V9(002).
               10  WS-AVE-META-CLI     PIC  9(005).
               10  WS-AVE-TEM-META     PIC  X(001).

       01  WS-TAB-ATING-SUP.
           05  WS-TAB-ATING-SUP-OCR    OCCURS 1000 TIMES.
               10  WS-ASU-QTD-VEND     PIC  9(005).
               10  WS-ASU-VOLUME       PIC  9(011)V9(002).
               10  WS-ASU-META-VOL     PIC  9(011)V9(002).
               10  WS-ASU-QTD-ATIVOS   PIC  9(007).
               10  WS-ASU-META-CLI     PIC  9(007).

       01  WS-TAB-ATING-FIL.
           05  WS-TAB-ATING-FIL-OCR    OCCURS 1000 TIMES.
               10  WS-AFI-QTD-VEND     PIC  9(005).
               10  WS-AFI-VOLUME       PIC  9(011)V9(002).
               10  WS-AFI-META-VOL     PIC  9(011)V9(002).
               10  WS-AFI-QTD-ATIVOS   PIC  9(007).
               10  WS-AFI-META-CLI     PIC  9(007).

       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-SUPERVISOR           PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-FILIAL               PIC  9(004)         VALUE ZEROS.
      *
       01  WS-TAB-RANKING.
           05  WS-TAB-RANKING-OCR      OCCURS 1000 TIMES.
               10  WS-RNK-ORDEM.
                   15  WS-RNK-TEM-META PIC  X(001).
                   15  WS-RNK-PERC-VOL PIC  9(005)V9(002).
               10  WS-RNK-COD-VENDEDOR PIC  9(003).

       01  WS-RNK-TEMP.
           05  WS-RNK-TMP-ORDEM        PIC  X(008).
           05  WS-RNK-TMP-COD-VENDEDOR PIC  9(003).

       01  WS-RNK-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-RNK-I                    PIC  9(004)         VALUE ZEROS.
       01  WS-RNK-J                    PIC  9(004)         VALUE ZEROS.
       01  WS-RNK-MAX                  PIC  9(004)         VALUE ZEROS.
       01  WS-RNK-POSICAO              PIC  9(004)         VALUE ZEROS.
      *
       01  WS-CALC-REALIZADO           PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-CALC-META                PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-CALC-PERC                PIC  9(005)V9(002)  VALUE ZEROS.

       01  WS-QTD-VEND-RELATORIO       PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-VEND-SEM-META        PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-VEND-ATINGIRAM       PIC  9(005)         VALUE ZEROS.
       01  WS-TOT-GERAL-VOLUME         PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-TOT-GERAL-META           PIC  9(011)V9(002)  VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(040)         VALUE
               "ATINGIMENTO DE METAS - ANO/MES: ".
           05  WS-CAB-ANO-MES          PIC  X(006).
           05  FILLER                  PIC  X(018)         VALUE
               "  DISTRIBUICAO: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CAB-VENDEDOR.
           05  FILLER                  PIC  X(006)         VALUE
               "RANK".
           05  FILLER                  PIC  X(005)         VALUE
               "VEND".
           05  FILLER                  PIC  X(032)         VALUE
               "NOME".
           05  FILLER                  PIC  X(005)         VALUE
               "SUP".
           05  FILLER                  PIC  X(005)         VALUE
               "FIL".
           05  FILLER                  PIC  X(016)         VALUE
               "   META VOLUME".
           05  FILLER                  PIC  X(016)         VALUE
               "  VOLUME FATUR.".
           05  FILLER                  PIC  X(010)         VALUE
               "  % VOL".
           05  FILLER                  PIC  X(007)         VALUE
               "M.CLI".
           05  FILLER                  PIC  X(007)         VALUE
               "ATIVOS".
           05  FILLER                  PIC  X(007)         VALUE
               "CART.".
           05  FILLER                  PIC  X(010)         VALUE
               "  % CLI".

       01  WS-LINHA-DET-VENDEDOR.
           05  WS-DVE-POSICAO          PIC  ZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-NOME             PIC  X(030).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-COD-SUPERVISOR   PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-COD-FILIAL       PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-META-VOL         PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-VOLUME           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-PERC-VOL         PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-META-CLI         PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-QTD-ATIVOS       PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-QTD-CLI          PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-PERC-CLI         PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DVE-OBSERVACAO       PIC  X(008).

       01  WS-LINHA-TITULO-SUP         PIC  X(040)         VALUE
           "ROLLUP POR SUPERVISOR".

       01  WS-LINHA-TITULO-FIL         PIC  X(040)         VALUE
           "ROLLUP POR FILIAL".

       01  WS-LINHA-DET-GRUPO.
           05  WS-DGR-ROTULO           PIC  X(012).
           05  WS-DGR-CODIGO           PIC  ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  VENDEDORES: ".
           05  WS-DGR-QTD-VEND         PIC  ZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               "  META: ".
           05  WS-DGR-META-VOL         PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               "  VOLUME: ".
           05  WS-DGR-VOLUME           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(005)         VALUE
               "  %: ".
           05  WS-DGR-PERC-VOL         PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               "  ATIVOS: ".
           05  WS-DGR-QTD-ATIVOS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE
               "/".
           05  WS-DGR-META-CLI         PIC  ZZZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(012)         VALUE
               "VENDEDORES: ".
           05  WS-TOT-VENDEDORES       PIC  ZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  SEM META: ".
           05  WS-TOT-SEM-META         PIC  ZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  ATINGIRAM: ".
           05  WS-TOT-ATINGIRAM        PIC  ZZZZ9.
           05  FILLER                  PIC  X(008)         VALUE
               "  META: ".
           05  WS-TOT-META             PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(010)         VALUE
               "  VOLUME: ".
           05  WS-TOT-VOLUME           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(005)         VALUE
               "  %: ".
           05  WS-TOT-PERC             PIC  ZZZZ9,99.
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
      * ROTINA DE INICIALIZACAO - DEFINE O ANO/MES DA META E A DATA DA *
      * DISTRIBUICAO E ZERA AS TABELAS DE ACUMULACAO                   *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-ANO-MES           FROM CONSOLE
           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE

           IF WS-ANO-MES               EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
           END-IF

           IF WS-ANO-MES               IS NOT NUMERIC
              DISPLAY "ANO/MES DA META INVALIDO: " WS-ANO-MES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              PERFORM 1100-LE-CHECKPOINT
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              DISPLAY "SEM DATA DE REFERENCIA PARA O ATINGIMENTO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqDistribuicao."   DELIMITED BY SIZE
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 1200-ZERA-TAB-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           MOVE 1                      TO WS-IDX-SUPERVISOR

           PERFORM 1300-ZERA-TAB-GRUPO UNTIL
                   WS-IDX-SUPERVISOR   GREATER 1000

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
      * ZERA UMA POSICAO DA TABELA DE ACUMULACAO POR VENDEDOR          *
      *----------------------------------------------------------------*
       1200-ZERA-TAB-VENDEDOR          SECTION.

           MOVE ZEROS                  TO WS-AVE-QTD-CLI
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-QTD-ATIVOS
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-VOLUME
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-META-VOL
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-META-CLI
                                                  (WS-IDX-VENDEDOR)
           MOVE "N"                    TO WS-AVE-TEM-META
                                                  (WS-IDX-VENDEDOR)
           ADD 1                       TO WS-IDX-VENDEDOR

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DAS TABELAS DE ROLLUP (SUPERVISOR E FILIAL)   *
      *----------------------------------------------------------------*
       1300-ZERA-TAB-GRUPO             SECTION.

           MOVE ZEROS                  TO WS-ASU-QTD-VEND
                                                  (WS-IDX-SUPERVISOR)
                                          WS-ASU-VOLUME
                                                  (WS-IDX-SUPERVISOR)
                                          WS-ASU-META-VOL
                                                  (WS-IDX-SUPERVISOR)
                                          WS-ASU-QTD-ATIVOS
                                                  (WS-IDX-SUPERVISOR)
                                          WS-ASU-META-CLI
                                                  (WS-IDX-SUPERVISOR)
                                          WS-AFI-QTD-VEND
                                                  (WS-IDX-SUPERVISOR)
                                          WS-AFI-VOLUME
                                                  (WS-IDX-SUPERVISOR)
                                          WS-AFI-META-VOL
                                                  (WS-IDX-SUPERVISOR)
                                          WS-AFI-QTD-ATIVOS
                                                  (WS-IDX-SUPERVISOR)
                                          WS-AFI-META-CLI
                                                  (WS-IDX-SUPERVISOR)
           ADD 1                       TO WS-IDX-SUPERVISOR

           .
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-CARREGA-METAS
           PERFORM 2200-ACUMULA-DISTRIBUICAO
           PERFORM 2400-MONTA-RANKING
           PERFORM 2500-EMITE-RELATORIO

           DISPLAY "ATINGIMENTO DE METAS CONCLUIDO - VENDEDORES: "
                   WS-QTD-VEND-RELATORIO
                   " SEM META: " WS-QTD-VEND-SEM-META
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS METAS DO ANO/MES NA TABELA POR VENDEDOR             *
      *----------------------------------------------------------------*
       2100-CARREGA-METAS              SECTION.

           OPEN INPUT ARQ-META-VENDEDOR

           IF WS-FL-STATUS-MET         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ARQUIVO DE METAS NAO ENCONTRADO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE LOW-VALUES             TO CHAVE-HBSIS044C

           START ARQ-META-VENDEDOR KEY NOT LESS CHAVE-HBSIS044C

           IF WS-FL-STATUS-MET         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-META-VENDEDOR

              PERFORM 2120-ARMAZENA-META UNTIL
                      WS-FL-STATUS-MET NOT EQUAL "00"
           END-IF

           CLOSE ARQ-META-VENDEDOR

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE METAS                         *
      *----------------------------------------------------------------*
       2110-LER-ARQ-META-VENDEDOR      SECTION.

           READ ARQ-META-VENDEDOR NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA A META DO VENDEDOR QUANDO FOR DO ANO/MES PEDIDO       *
      *----------------------------------------------------------------*
       2120-ARMAZENA-META              SECTION.

           IF ANO-MES-HBSIS044C        EQUAL WS-ANO-MES-NUM
              MOVE VOLUME-META-HBSIS044C
                                       TO WS-AVE-META-VOL
                                          (COD-VENDEDOR-HBSIS044C + 1)
              MOVE QTD-CLI-META-HBSIS044C
                                       TO WS-AVE-META-CLI
                                          (COD-VENDEDOR-HBSIS044C + 1)
              MOVE "S"                 TO WS-AVE-TEM-META
                                          (COD-VENDEDOR-HBSIS044C + 1)
           END-IF

           PERFORM 2110-LER-ARQ-META-VENDEDOR

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE A DISTRIBUICAO ACUMULANDO A CARTEIRA, O VOLUME        *
      * FATURADO E OS CLIENTES ATIVOS DE CADA VENDEDOR                 *
      *----------------------------------------------------------------*
       2200-ACUMULA-DISTRIBUICAO       SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
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
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2210-LER-ARQ-DISTRIBUICAO

           PERFORM 2220-TRATA-REG-DISTRIBUICAO UNTIL
                   WS-FL-STATUS-DIS    NOT EQUAL "00"

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO                             *
      *----------------------------------------------------------------*
       2210-LER-ARQ-DISTRIBUICAO       SECTION.

           READ ARQ-DISTRIBUICAO NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM CLIENTE ATRIBUIDO NO SEU VENDEDOR - CLIENTE ATIVO E *
      * O CLIENTE DA CARTEIRA COM VOLUME FATURADO NO MES; O CLIENTE    *
      * COM MAIS DE UMA LINHA NO MESMO VENDEDOR CONTA UMA UNICA VEZ    *
      *----------------------------------------------------------------*
       2220-TRATA-REG-DISTRIBUICAO     SECTION.

           MOVE "N"                    TO WS-VENDEDOR-DUPLICADO

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              PERFORM 2225-VERIFICA-DUPLICADO
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              AND WS-VENDEDOR-DUPLICADO
                                       EQUAL "N"
              MOVE ZEROS               TO WS-VOLUME-CLIENTE

              MOVE COD-CLIENTE-HBSIS007C
                                       TO COD-CLIENTE-HBSIS002C

              READ ARQ-CLIENTE   RECORD
                                 KEY IS      COD-CLIENTE-HBSIS002C

              IF WS-FL-STATUS-CLI      EQUAL ZEROS
                 MOVE VOLUME-MENSAL-HBSIS002C
                                       TO WS-VOLUME-CLIENTE
              END-IF

              ADD 1                    TO WS-AVE-QTD-CLI
                                          (COD-VENDEDOR-HBSIS007C + 1)
              ADD WS-VOLUME-CLIENTE    TO WS-AVE-VOLUME
                                          (COD-VENDEDOR-HBSIS007C + 1)

              IF WS-VOLUME-CLIENTE     GREATER ZEROS
                 ADD 1                 TO WS-AVE-QTD-ATIVOS
                                          (COD-VENDEDOR-HBSIS007C + 1)
              END-IF
           END-IF

           PERFORM 2210-LER-ARQ-DISTRIBUICAO

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OS REGISTROS DO CLIENTE SAO CONSECUTIVOS NA DISTRIBUICAO, UM   *
      * POR LINHA - PROCURA O VENDEDOR ENTRE OS JA CONTADOS PARA O     *
      * CLIENTE E, SE NOVO, GUARDA-O NA TABELA DO CLIENTE              *
      *----------------------------------------------------------------*
       2225-VERIFICA-DUPLICADO         SECTION.

           IF COD-CLIENTE-HBSIS007C    NOT EQUAL WS-CLIENTE-ANTERIOR
              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-CLIENTE-ANTERIOR
              MOVE ZEROS               TO WS-QTD-VEND-CLIENTE
           END-IF

           MOVE WS-QTD-VEND-CLIENTE    TO WS-IDX-ANTERIOR

           PERFORM 2226-COMPARA-ANTERIOR UNTIL
                   WS-VENDEDOR-DUPLICADO
                                       EQUAL "S" OR
                   WS-IDX-ANTERIOR     EQUAL ZEROS

           IF WS-VENDEDOR-DUPLICADO    EQUAL "N"
              AND WS-QTD-VEND-CLIENTE  LESS 100
              ADD 1                    TO WS-QTD-VEND-CLIENTE
              MOVE COD-VENDEDOR-HBSIS007C
                                       TO WS-VCL-VENDEDOR
                                          (WS-QTD-VEND-CLIENTE)
           END-IF

           .
       2225-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O VENDEDOR CORRENTE COM UMA POSICAO ANTERIOR DA TABELA *
      *----------------------------------------------------------------*
       2226-COMPARA-ANTERIOR           SECTION.

           IF WS-VCL-VENDEDOR (WS-IDX-ANTERIOR)
                                       EQUAL COD-VENDEDOR-HBSIS007C
              MOVE "S"                 TO WS-VENDEDOR-DUPLICADO
           ELSE
              SUBTRACT 1               FROM WS-IDX-ANTERIOR
           END-IF

           .
       2226-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA A TABELA DE RANKING COM OS VENDEDORES COM CARTEIRA OU    *
      * META E A ORDENA PELO PERCENTUAL DE VOLUME ATINGIDO             *
      *----------------------------------------------------------------*
       2400-MONTA-RANKING              SECTION.

           MOVE ZEROS                  TO WS-RNK-QTD
           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2410-INCLUI-RANKING UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           MOVE 1                      TO WS-RNK-I

           PERFORM 2420-ORDENA-POSICAO UNTIL
                   WS-RNK-I            NOT LESS WS-RNK-QTD

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI UM VENDEDOR COM CARTEIRA OU META NA TABELA DE RANKING   *
      *----------------------------------------------------------------*
       2410-INCLUI-RANKING             SECTION.

           IF WS-AVE-QTD-CLI (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
              OR WS-AVE-TEM-META (WS-IDX-VENDEDOR)
                                       EQUAL "S"
              ADD 1                    TO WS-RNK-QTD

              COMPUTE WS-RNK-COD-VENDEDOR (WS-RNK-QTD) =
                      WS-IDX-VENDEDOR - 1

              MOVE WS-AVE-TEM-META (WS-IDX-VENDEDOR)
                                       TO WS-RNK-TEM-META (WS-RNK-QTD)

              MOVE WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       TO WS-CALC-REALIZADO
              MOVE WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                                       TO WS-CALC-META
              PERFORM 2450-CALCULA-PERCENTUAL

              MOVE WS-CALC-PERC        TO WS-RNK-PERC-VOL (WS-RNK-QTD)
           END-IF

           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O MAIOR ELEMENTO RESTANTE E O TROCA PARA A POSICAO    *
      * CORRENTE DA ORDENACAO - VENDEDORES COM META VEM ANTES DOS SEM  *
      * META, E ENTRE ELES O MAIOR PERCENTUAL VEM PRIMEIRO             *
      *----------------------------------------------------------------*
       2420-ORDENA-POSICAO             SECTION.

           MOVE WS-RNK-I               TO WS-RNK-MAX
           COMPUTE WS-RNK-J = WS-RNK-I + 1

           PERFORM 2430-COMPARA-POSICAO UNTIL
                   WS-RNK-J            GREATER WS-RNK-QTD

           IF WS-RNK-MAX               NOT EQUAL WS-RNK-I
              MOVE WS-TAB-RANKING-OCR (WS-RNK-I)
                                       TO WS-RNK-TEMP
              MOVE WS-TAB-RANKING-OCR (WS-RNK-MAX)
                                       TO WS-TAB-RANKING-OCR (WS-RNK-I)
              MOVE WS-RNK-TEMP         TO WS-TAB-RANKING-OCR
                                                  (WS-RNK-MAX)
           END-IF

           ADD 1                       TO WS-RNK-I

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM ELEMENTO COM O MAIOR ENCONTRADO ATE AQUI            *
      *----------------------------------------------------------------*
       2430-COMPARA-POSICAO            SECTION.

           IF WS-RNK-ORDEM (WS-RNK-J)  GREATER WS-RNK-ORDEM (WS-RNK-MAX)
              MOVE WS-RNK-J            TO WS-RNK-MAX
           END-IF

           ADD 1                       TO WS-RNK-J

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O PERCENTUAL DO REALIZADO SOBRE A META - SEM META O    *
      * PERCENTUAL FICA ZERADO; ACIMA DE 99999,99 FICA NO LIMITE       *
      *----------------------------------------------------------------*
       2450-CALCULA-PERCENTUAL         SECTION.

           EVALUATE TRUE
               WHEN WS-CALC-META       EQUAL ZEROS
                    MOVE ZEROS         TO WS-CALC-PERC
               WHEN WS-CALC-REALIZADO  NOT LESS WS-CALC-META * 999
                    MOVE 99999,99      TO WS-CALC-PERC
               WHEN OTHER
                    COMPUTE WS-CALC-PERC ROUNDED =
                            WS-CALC-REALIZADO * 100
                          / WS-CALC-META
           END-EVALUATE

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RANKING POR VENDEDOR E OS ROLLUPS POR SUPERVISOR E POR *
      * FILIAL                                                         *
      *----------------------------------------------------------------*
       2500-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-ATINGIMENTO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-ANO-MES             TO WS-CAB-ANO-MES
           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS045C
           WRITE REL-HBSIS045C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS045C
           WRITE REL-HBSIS045C
           MOVE WS-LINHA-CAB-VENDEDOR  TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE REL-ATINGIMENTO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ZEROS                  TO WS-RNK-POSICAO
           MOVE 1                      TO WS-RNK-I

           PERFORM 2510-EMITE-VENDEDOR UNTIL
                   WS-RNK-I            GREATER WS-RNK-QTD

           CLOSE ARQ-VENDEDOR

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS045C
           WRITE REL-HBSIS045C
           MOVE WS-LINHA-TITULO-SUP    TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           MOVE 1                      TO WS-IDX-SUPERVISOR

           PERFORM 2530-EMITE-SUPERVISOR UNTIL
                   WS-IDX-SUPERVISOR   GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS045C
           WRITE REL-HBSIS045C
           MOVE WS-LINHA-TITULO-FIL    TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           MOVE 1                      TO WS-IDX-FILIAL

           PERFORM 2540-EMITE-FILIAL UNTIL
                   WS-IDX-FILIAL       GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           MOVE WS-TOT-GERAL-VOLUME    TO WS-CALC-REALIZADO
           MOVE WS-TOT-GERAL-META      TO WS-CALC-META
           PERFORM 2450-CALCULA-PERCENTUAL

           MOVE WS-QTD-VEND-RELATORIO  TO WS-TOT-VENDEDORES
           MOVE WS-QTD-VEND-SEM-META   TO WS-TOT-SEM-META
           MOVE WS-QTD-VEND-ATINGIRAM  TO WS-TOT-ATINGIRAM
           MOVE WS-TOT-GERAL-META      TO WS-TOT-META
           MOVE WS-TOT-GERAL-VOLUME    TO WS-TOT-VOLUME
           MOVE WS-CALC-PERC           TO WS-TOT-PERC
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           CLOSE REL-ATINGIMENTO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UM VENDEDOR NA ORDEM DO RANKING E ACUMULA NOS *
      * ROLLUPS DO SEU SUPERVISOR E DA SUA FILIAL                      *
      *----------------------------------------------------------------*
       2510-EMITE-VENDEDOR             SECTION.

           MOVE WS-RNK-COD-VENDEDOR (WS-RNK-I)
                                       TO COD-VENDEDOR-HBSIS004C
           COMPUTE WS-IDX-VENDEDOR = WS-RNK-COD-VENDEDOR (WS-RNK-I) + 1

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE SPACES              TO NOME-VEND-HBSIS004C
              MOVE ZEROS               TO COD-SUPERVISOR-HBSIS004C
                                          COD-FILIAL-HBSIS004C
           END-IF

           MOVE SPACES                 TO WS-DVE-OBSERVACAO

           IF WS-RNK-TEM-META (WS-RNK-I)
                                       EQUAL "S"
              ADD 1                    TO WS-RNK-POSICAO
              MOVE WS-RNK-POSICAO      TO WS-DVE-POSICAO

              IF WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       NOT LESS
                 WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                 ADD 1                 TO WS-QTD-VEND-ATINGIRAM
                 MOVE "ATINGIU"        TO WS-DVE-OBSERVACAO
              END-IF
           ELSE
              MOVE ZEROS               TO WS-DVE-POSICAO
              MOVE "SEM META"          TO WS-DVE-OBSERVACAO
              ADD 1                    TO WS-QTD-VEND-SEM-META
           END-IF

           MOVE WS-RNK-COD-VENDEDOR (WS-RNK-I)
                                       TO WS-DVE-COD-VENDEDOR
           MOVE NOME-VEND-HBSIS004C    TO WS-DVE-NOME
           MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-DVE-COD-SUPERVISOR
           MOVE COD-FILIAL-HBSIS004C   TO WS-DVE-COD-FILIAL
           MOVE WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                                       TO WS-DVE-META-VOL
           MOVE WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       TO WS-DVE-VOLUME
           MOVE WS-RNK-PERC-VOL (WS-RNK-I)
                                       TO WS-DVE-PERC-VOL
           MOVE WS-AVE-META-CLI (WS-IDX-VENDEDOR)
                                       TO WS-DVE-META-CLI
           MOVE WS-AVE-QTD-ATIVOS (WS-IDX-VENDEDOR)
                                       TO WS-DVE-QTD-ATIVOS
           MOVE WS-AVE-QTD-CLI (WS-IDX-VENDEDOR)
                                       TO WS-DVE-QTD-CLI

           MOVE WS-AVE-QTD-ATIVOS (WS-IDX-VENDEDOR)
                                       TO WS-CALC-REALIZADO
           MOVE WS-AVE-META-CLI (WS-IDX-VENDEDOR)
                                       TO WS-CALC-META
           PERFORM 2450-CALCULA-PERCENTUAL
           MOVE WS-CALC-PERC           TO WS-DVE-PERC-CLI

           MOVE WS-LINHA-DET-VENDEDOR  TO REL-HBSIS045C
           WRITE REL-HBSIS045C

           ADD 1                       TO WS-QTD-VEND-RELATORIO
           ADD WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       TO WS-TOT-GERAL-VOLUME
           ADD WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                                       TO WS-TOT-GERAL-META

           ADD 1                       TO WS-ASU-QTD-VEND
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       TO WS-ASU-VOLUME
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                                       TO WS-ASU-META-VOL
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-AVE-QTD-ATIVOS (WS-IDX-VENDEDOR)
                                       TO WS-ASU-QTD-ATIVOS
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-AVE-META-CLI (WS-IDX-VENDEDOR)
                                       TO WS-ASU-META-CLI
                                       (COD-SUPERVISOR-HBSIS004C + 1)

           ADD 1                       TO WS-AFI-QTD-VEND
                                       (COD-FILIAL-HBSIS004C + 1)
           ADD WS-AVE-VOLUME (WS-IDX-VENDEDOR)
                                       TO WS-AFI-VOLUME
                                       (COD-FILIAL-HBSIS004C + 1)
           ADD WS-AVE-META-VOL (WS-IDX-VENDEDOR)
                                       TO WS-AFI-META-VOL
                                       (COD-FILIAL-HBSIS004C + 1)
           ADD WS-AVE-QTD-ATIVOS (WS-IDX-VENDEDOR)
                                       TO WS-AFI-QTD-ATIVOS
                                       (COD-FILIAL-HBSIS004C + 1)
           ADD WS-AVE-META-CLI (WS-IDX-VENDEDOR)
                                       TO WS-AFI-META-CLI
                                       (COD-FILIAL-HBSIS004C + 1)

           ADD 1                       TO WS-RNK-I

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE ROLLUP DE UM SUPERVISOR COM EQUIPE            *
      *----------------------------------------------------------------*
       2530-EMITE-SUPERVISOR           SECTION.

           IF WS-ASU-QTD-VEND (WS-IDX-SUPERVISOR)
                                       GREATER ZEROS
              MOVE "SUPERVISOR: "      TO WS-DGR-ROTULO
              COMPUTE WS-DGR-CODIGO = WS-IDX-SUPERVISOR - 1
              MOVE WS-ASU-QTD-VEND (WS-IDX-SUPERVISOR)
                                       TO WS-DGR-QTD-VEND
              MOVE WS-ASU-META-VOL (WS-IDX-SUPERVISOR)
                                       TO WS-DGR-META-VOL
              MOVE WS-ASU-VOLUME (WS-IDX-SUPERVISOR)
                                       TO WS-DGR-VOLUME
              MOVE WS-ASU-QTD-ATIVOS (WS-IDX-SUPERVISOR)
                                       TO WS-DGR-QTD-ATIVOS
              MOVE WS-ASU-META-CLI (WS-IDX-SUPERVISOR)
                                       TO WS-DGR-META-CLI

              MOVE WS-ASU-VOLUME (WS-IDX-SUPERVISOR)
                                       TO WS-CALC-REALIZADO
              MOVE WS-ASU-META-VOL (WS-IDX-SUPERVISOR)
                                       TO WS-CALC-META
              PERFORM 2450-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DGR-PERC-VOL

              MOVE WS-LINHA-DET-GRUPO  TO REL-HBSIS045C
              WRITE REL-HBSIS045C
           END-IF

           ADD 1                       TO WS-IDX-SUPERVISOR

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE ROLLUP DE UMA FILIAL COM VENDEDORES           *
      *----------------------------------------------------------------*
       2540-EMITE-FILIAL               SECTION.

           IF WS-AFI-QTD-VEND (WS-IDX-FILIAL)
                                       GREATER ZEROS
              MOVE "FILIAL....: "      TO WS-DGR-ROTULO
              COMPUTE WS-DGR-CODIGO = WS-IDX-FILIAL - 1
              MOVE WS-AFI-QTD-VEND (WS-IDX-FILIAL)
                                       TO WS-DGR-QTD-VEND
              MOVE WS-AFI-META-VOL (WS-IDX-FILIAL)
                                       TO WS-DGR-META-VOL
              MOVE WS-AFI-VOLUME (WS-IDX-FILIAL)
                                       TO WS-DGR-VOLUME
              MOVE WS-AFI-QTD-ATIVOS (WS-IDX-FILIAL)
                                       TO WS-DGR-QTD-ATIVOS
              MOVE WS-AFI-META-CLI (WS-IDX-FILIAL)
                                       TO WS-DGR-META-CLI

              MOVE WS-AFI-VOLUME (WS-IDX-FILIAL)
                                       TO WS-CALC-REALIZADO
              MOVE WS-AFI-META-VOL (WS-IDX-FILIAL)
                                       TO WS-CALC-META
              PERFORM 2450-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DGR-PERC-VOL

              MOVE WS-LINHA-DET-GRUPO  TO REL-HBSIS045C
              WRITE REL-HBSIS045C
           END-IF

           ADD 1                       TO WS-IDX-FILIAL

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS045P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS045P.
      *----------------------------------------------------------------*
