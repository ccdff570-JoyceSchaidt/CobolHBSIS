       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS047P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS047P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RELATORIO MENSAL DE CLIENTES EM RISCO - PARA    *
      *                CADA CLIENTE ATRIBUIDO NA DISTRIBUICAO, COMPARA  *
      *                O VOLUME DO MES COM A MEDIA DOS MESES ANTERIORES *
      *                DO PROPRIO HISTORICO (ArqHistVendas, GRAVADO     *
      *                PELO HBSIS022P) - APONTA O CLIENTE COM QUEDA     *
      *                ACIMA DO PERCENTUAL INFORMADO OU COM N MESES     *
      *                CONSECUTIVOS SEM FATURAMENTO, AGRUPADO POR       *
      *                SUPERVISOR E VENDEDOR DA DISTRIBUICAO ATUAL      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES (AAAAMM,   *
      *                BRANCO = MES CORRENTE), PERCENTUAL DE QUEDA      *
      *                (BRANCO = 30), QUANTIDADE DE MESES ZERADOS       *
      *                (BRANCO = 3) E DATA DA DISTRIBUICAO AAAAMMDD     *
      *                (BRANCO = ULTIMA EXECUCAO CONCLUIDA PELO PONTO   *
      *                DE CONTROLE)                                     *
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

           SELECT ARQ-HIST-VENDAS    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS046C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-CHECKPOINT    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT REL-RISCO          ASSIGN TO DISK
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

       FD  ARQ-HIST-VENDAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistVendas'.
       COPY "HBSIS046C.CPY".

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

       FD  REL-RISCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelClienteRisco'.
       01  REL-HBSIS047C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-ANO-MES-NUM REDEFINES WS-ANO-MES
                                       PIC  9(006).
       01  WS-PERC-LIMITE              PIC  X(003)         VALUE SPACES.
       01  WS-PERC-LIMITE-NUM REDEFINES WS-PERC-LIMITE
                                       PIC  9(003).
       01  WS-MESES-LIMITE             PIC  X(002)         VALUE SPACES.
       01  WS-MESES-LIMITE-NUM REDEFINES WS-MESES-LIMITE
                                       PIC  9(002).
       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
      *
       01  WS-HIS-IDX                  PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-QTD-MEDIA            PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-SOMA-MEDIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-HIS-MEDIA                PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-HIS-PERC-QUEDA           PIC  9(003)V9(002)  VALUE ZEROS.
       01  WS-HIS-MESES-ZERO           PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-FIM-ZEROS            PIC  X(001)         VALUE "N".
       01  WS-MOTIVO                   PIC  X(012)         VALUE SPACES.
       01  WS-CLIENTE-ANTERIOR         PIC  9(007)         VALUE ZEROS.
       01  WS-VENDEDOR-DUPLICADO       PIC  X(001)         VALUE "N".
       01  WS-IDX-ANTERIOR             PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-VEND-CLIENTE         PIC  9(003)         VALUE ZEROS.
      *
       01  WS-TAB-VEND-CLIENTE.
           05  WS-VCL-VENDEDOR         PIC  9(003)
                                        OCCURS 100 TIMES.
      *
       01  WS-TAB-RISCO.
           05  WS-TAB-RISCO-OCR        OCCURS 5000 TIMES.
               10  WS-RIS-ORDEM.
                   15  WS-RIS-COD-SUPERVISOR
                                       PIC  9(003).
                   15  WS-RIS-COD-VENDEDOR
                                       PIC  9(003).
                   15  WS-RIS-COD-CLIENTE
                                       PIC  9(007).
               10  WS-RIS-RAZAO-SOCIAL PIC  X(040).
               10  WS-RIS-VOLUME-MES   PIC  9(007)V9(002).
               10  WS-RIS-MEDIA        PIC  9(007)V9(002).
               10  WS-RIS-PERC-QUEDA   PIC  9(003)V9(002).
               10  WS-RIS-MESES-ZERO   PIC  9(002).
               10  WS-RIS-MOTIVO       PIC  X(012).

       01  WS-RIS-TEMP.
           05  WS-RIS-TMP-ORDEM        PIC  X(013).
           05  WS-RIS-TMP-DADOS        PIC  X(077).

       01  WS-RIS-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-RIS-I                    PIC  9(004)         VALUE ZEROS.
       01  WS-RIS-J                    PIC  9(004)         VALUE ZEROS.
       01  WS-RIS-MIN                  PIC  9(004)         VALUE ZEROS.
      *
       01  WS-ANT-COD-SUPERVISOR       PIC  9(004)         VALUE 9999.
       01  WS-ANT-COD-VENDEDOR         PIC  9(004)         VALUE 9999.
       01  WS-QTD-RISCO-SUPERVISOR     PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-RISCO-VENDEDOR       PIC  9(005)         VALUE ZEROS.
      *
       01  WS-QTD-ANALISADOS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-HISTORICO        PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-QUEDA                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ZERADOS              PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-NAO-LISTADOS         PIC  9(007)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(036)         VALUE
               "CLIENTES EM RISCO - ANO/MES: ".
           05  WS-CAB-ANO-MES          PIC  X(006).
           05  FILLER                  PIC  X(016)         VALUE
               "  DISTRIBUICAO: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(010)         VALUE
               "  QUEDA > ".
           05  WS-CAB-PERC             PIC  ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "%  MESES ZERO: ".
           05  WS-CAB-MESES            PIC  Z9.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CAB-CLIENTE.
           05  FILLER                  PIC  X(006)         VALUE
               SPACES.
           05  FILLER                  PIC  X(009)         VALUE
               "CLIENTE".
           05  FILLER                  PIC  X(042)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(013)         VALUE
               "  VOLUME MES".
           05  FILLER                  PIC  X(013)         VALUE
               "  MEDIA ANT.".
           05  FILLER                  PIC  X(010)         VALUE
               "  % QUEDA".
           05  FILLER                  PIC  X(008)         VALUE
               "M.ZERO".
           05  FILLER                  PIC  X(012)         VALUE
               "MOTIVO".

       01  WS-LINHA-SUPERVISOR.
           05  FILLER                  PIC  X(012)         VALUE
               "SUPERVISOR: ".
           05  WS-LSU-COD-SUPERVISOR   PIC  ZZ9.

       01  WS-LINHA-VENDEDOR.
           05  FILLER                  PIC  X(015)         VALUE
               "   VENDEDOR: ".
           05  WS-LVE-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-LVE-NOME             PIC  X(040).

       01  WS-LINHA-DET-CLIENTE.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DCL-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCL-RAZAO-SOCIAL     PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCL-VOLUME-MES       PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DCL-MEDIA            PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DCL-PERC-QUEDA       PIC  ZZ9,99.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DCL-MESES-ZERO       PIC  Z9.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DCL-MOTIVO           PIC  X(012).

       01  WS-LINHA-TOTAL-VENDEDOR.
           05  FILLER                  PIC  X(036)         VALUE
               "   CLIENTES EM RISCO DO VENDEDOR: ".
           05  WS-TVE-QTD              PIC  ZZZZ9.

       01  WS-LINHA-TOTAL-SUPERVISOR.
           05  FILLER                  PIC  X(036)         VALUE
               "CLIENTES EM RISCO DO SUPERVISOR: ".
           05  WS-TSU-QTD              PIC  ZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(012)         VALUE
               "ANALISADOS: ".
           05  WS-TOT-ANALISADOS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               "  SEM HISTORICO: ".
           05  WS-TOT-SEM-HISTORICO    PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  EM RISCO:".
           05  WS-TOT-RISCO            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  QUEDA: ".
           05  WS-TOT-QUEDA            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  SEM COMPRA: ".
           05  WS-TOT-ZERADOS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  NAO LISTADOS: ".
           05  WS-TOT-NAO-LISTADOS     PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE O ANO/MES, OS LIMITES DE      *
      * QUEDA E DE MESES ZERADOS E A DATA DA DISTRIBUICAO              *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-ANO-MES           FROM CONSOLE
           ACCEPT WS-PERC-LIMITE       FROM CONSOLE
           ACCEPT WS-MESES-LIMITE      FROM CONSOLE
           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE

           IF WS-ANO-MES               EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
           END-IF

           IF WS-ANO-MES               IS NOT NUMERIC
              DISPLAY "ANO/MES DO RELATORIO INVALIDO: " WS-ANO-MES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-PERC-LIMITE           EQUAL SPACES
              MOVE "030"               TO WS-PERC-LIMITE
           END-IF

           IF WS-PERC-LIMITE           IS NOT NUMERIC
              OR WS-PERC-LIMITE-NUM    GREATER 100
              DISPLAY "PERCENTUAL DE QUEDA INVALIDO: " WS-PERC-LIMITE
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-MESES-LIMITE          EQUAL SPACES
              MOVE "03"                TO WS-MESES-LIMITE
           END-IF

           IF WS-MESES-LIMITE          IS NOT NUMERIC
              OR WS-MESES-LIMITE-NUM   EQUAL ZEROS
              OR WS-MESES-LIMITE-NUM   GREATER 12
              DISPLAY "QUANTIDADE DE MESES ZERADOS INVALIDA: "
                      WS-MESES-LIMITE  UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              PERFORM 1100-LE-CHECKPOINT
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              DISPLAY "SEM DATA DE REFERENCIA PARA O RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqDistribuicao."   DELIMITED BY SIZE
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

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
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-SELECIONA-RISCO
           PERFORM 2400-ORDENA-RISCO
           PERFORM 2500-EMITE-RELATORIO

           DISPLAY "CLIENTES EM RISCO CONCLUIDO - ANALISADOS: "
                   WS-QTD-ANALISADOS
                   " EM RISCO: " WS-RIS-QTD
                                       UPON CONSOLE

           IF WS-QTD-NAO-LISTADOS      GREATER ZEROS
              DISPLAY "TABELA DE CLIENTES EM RISCO CHEIA - NAO "
                      "LISTADOS: " WS-QTD-NAO-LISTADOS
                                       UPON CONSOLE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE A DISTRIBUICAO E AVALIA O HISTORICO DE CADA CLIENTE   *
      * ATRIBUIDO A UM VENDEDOR                                        *
      *----------------------------------------------------------------*
       2100-SELECIONA-RISCO            SECTION.

           OPEN INPUT ARQ-HIST-VENDAS

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ARQUIVO DE HISTORICO DE VENDAS NAO ENCONTRADO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE ARQ-HIST-VENDAS
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "DISTRIBUICAO DA DATA NAO ENCONTRADA: "
                      WS-LABEL-DIS     UPON CONSOLE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-HIST-VENDAS
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO

           PERFORM 2120-TRATA-REG-DISTRIBUICAO UNTIL
                   WS-FL-STATUS-DIS    NOT EQUAL "00"

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-HIST-VENDAS

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
      * AVALIA UM CLIENTE ATRIBUIDO - SO ENTRA NA ANALISE O CLIENTE    *
      * CUJO HISTORICO JA TEM O MES PEDIDO NA POSICAO MAIS RECENTE; O  *
      * CLIENTE COM MAIS DE UMA LINHA NO MESMO VENDEDOR E AVALIADO UMA *
      * UNICA VEZ                                                      *
      *----------------------------------------------------------------*
       2120-TRATA-REG-DISTRIBUICAO     SECTION.

           MOVE "N"                    TO WS-VENDEDOR-DUPLICADO

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              PERFORM 2125-VERIFICA-DUPLICADO
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              AND WS-VENDEDOR-DUPLICADO
                                       EQUAL "N"
              ADD 1                    TO WS-QTD-ANALISADOS

              MOVE COD-CLIENTE-HBSIS007C
                                       TO COD-CLIENTE-HBSIS046C

              READ ARQ-HIST-VENDAS RECORD
                                 KEY IS      COD-CLIENTE-HBSIS046C

              IF WS-FL-STATUS-HIS      EQUAL ZEROS
                 AND ULT-ANO-MES-HBSIS046C
                                       EQUAL WS-ANO-MES-NUM
                 PERFORM 2200-AVALIA-HISTORICO
              ELSE
                 ADD 1                 TO WS-QTD-SEM-HISTORICO
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OS REGISTROS DO CLIENTE SAO CONSECUTIVOS NA DISTRIBUICAO, UM   *
      * POR LINHA - PROCURA O VENDEDOR ENTRE OS JA AVALIADOS PARA O    *
      * CLIENTE E, SE NOVO, GUARDA-O NA TABELA DO CLIENTE              *
      *----------------------------------------------------------------*
       2125-VERIFICA-DUPLICADO         SECTION.

           IF COD-CLIENTE-HBSIS007C    NOT EQUAL WS-CLIENTE-ANTERIOR
              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-CLIENTE-ANTERIOR
              MOVE ZEROS               TO WS-QTD-VEND-CLIENTE
           END-IF

           MOVE WS-QTD-VEND-CLIENTE    TO WS-IDX-ANTERIOR

           PERFORM 2126-COMPARA-ANTERIOR UNTIL
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
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O VENDEDOR CORRENTE COM UMA POSICAO ANTERIOR DA TABELA *
      *----------------------------------------------------------------*
       2126-COMPARA-ANTERIOR           SECTION.

           IF WS-VCL-VENDEDOR (WS-IDX-ANTERIOR)
                                       EQUAL COD-VENDEDOR-HBSIS007C
              MOVE "S"                 TO WS-VENDEDOR-DUPLICADO
           ELSE
              SUBTRACT 1               FROM WS-IDX-ANTERIOR
           END-IF

           .
       2126-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A MEDIA DOS MESES ANTERIORES, O PERCENTUAL DE QUEDA DO *
      * MES E A SEQUENCIA DE MESES ZERADOS MAIS RECENTES - O CLIENTE   *
      * SEM COMPRA HA N MESES OU COM QUEDA ACIMA DO LIMITE E GUARDADO  *
      *----------------------------------------------------------------*
       2200-AVALIA-HISTORICO           SECTION.

           MOVE ZEROS                  TO WS-HIS-SOMA-MEDIA
                                          WS-HIS-QTD-MEDIA
                                          WS-HIS-MEDIA
                                          WS-HIS-PERC-QUEDA
           MOVE 2                      TO WS-HIS-IDX

           PERFORM 2210-SOMA-MES-ANTERIOR UNTIL
                   WS-HIS-IDX          GREATER QTD-MESES-HBSIS046C

           IF WS-HIS-QTD-MEDIA         GREATER ZEROS
              COMPUTE WS-HIS-MEDIA ROUNDED =
                      WS-HIS-SOMA-MEDIA / WS-HIS-QTD-MEDIA
           END-IF

           IF WS-HIS-MEDIA             GREATER VOLUME-HBSIS046C (1)
              COMPUTE WS-HIS-PERC-QUEDA ROUNDED =
                      (WS-HIS-MEDIA - VOLUME-HBSIS046C (1)) * 100
                    / WS-HIS-MEDIA
           END-IF

           MOVE ZEROS                  TO WS-HIS-MESES-ZERO
           MOVE "N"                    TO WS-HIS-FIM-ZEROS
           MOVE 1                      TO WS-HIS-IDX

           PERFORM 2220-CONTA-MES-ZERADO UNTIL
                   WS-HIS-IDX          GREATER QTD-MESES-HBSIS046C
                   OR WS-HIS-FIM-ZEROS EQUAL "S"

           MOVE SPACES                 TO WS-MOTIVO

           EVALUATE TRUE
               WHEN WS-HIS-MESES-ZERO  NOT LESS WS-MESES-LIMITE-NUM
                    MOVE "SEM COMPRA"  TO WS-MOTIVO
                    ADD 1              TO WS-QTD-ZERADOS
               WHEN WS-HIS-PERC-QUEDA  GREATER WS-PERC-LIMITE-NUM
                    MOVE "QUEDA"       TO WS-MOTIVO
                    ADD 1              TO WS-QTD-QUEDA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WS-MOTIVO                NOT EQUAL SPACES
              PERFORM 2300-GUARDA-RISCO
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM MES ANTERIOR AO MES PEDIDO PARA A MEDIA DO CLIENTE     *
      *----------------------------------------------------------------*
       2210-SOMA-MES-ANTERIOR          SECTION.

           ADD VOLUME-HBSIS046C (WS-HIS-IDX)
                                       TO WS-HIS-SOMA-MEDIA
           ADD 1                       TO WS-HIS-QTD-MEDIA
           ADD 1                       TO WS-HIS-IDX

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS MESES CONSECUTIVOS SEM FATURAMENTO A PARTIR DO MAIS   *
      * RECENTE                                                        *
      *----------------------------------------------------------------*
       2220-CONTA-MES-ZERADO           SECTION.

           IF VOLUME-HBSIS046C (WS-HIS-IDX)
                                       EQUAL ZEROS
              ADD 1                    TO WS-HIS-MESES-ZERO
              ADD 1                    TO WS-HIS-IDX
           ELSE
              MOVE "S"                 TO WS-HIS-FIM-ZEROS
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O CLIENTE EM RISCO NA TABELA COM O SUPERVISOR ATUAL DO  *
      * SEU VENDEDOR                                                   *
      *----------------------------------------------------------------*
       2300-GUARDA-RISCO               SECTION.

           IF WS-RIS-QTD               NOT LESS 5000
              ADD 1                    TO WS-QTD-NAO-LISTADOS
           ELSE
              MOVE COD-VENDEDOR-HBSIS007C
                                       TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      NOT EQUAL ZEROS
                 MOVE ZEROS            TO COD-SUPERVISOR-HBSIS004C
              END-IF

              ADD 1                    TO WS-RIS-QTD

              MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-RIS-COD-SUPERVISOR
                                                  (WS-RIS-QTD)
              MOVE COD-VENDEDOR-HBSIS007C
                                       TO WS-RIS-COD-VENDEDOR
                                                  (WS-RIS-QTD)
              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-RIS-COD-CLIENTE
                                                  (WS-RIS-QTD)
              MOVE RAZAO-SOCIAL-HBSIS007C
                                       TO WS-RIS-RAZAO-SOCIAL
                                                  (WS-RIS-QTD)
              MOVE VOLUME-HBSIS046C (1)
                                       TO WS-RIS-VOLUME-MES
                                                  (WS-RIS-QTD)
              MOVE WS-HIS-MEDIA        TO WS-RIS-MEDIA (WS-RIS-QTD)
              MOVE WS-HIS-PERC-QUEDA   TO WS-RIS-PERC-QUEDA
                                                  (WS-RIS-QTD)
              MOVE WS-HIS-MESES-ZERO   TO WS-RIS-MESES-ZERO
                                                  (WS-RIS-QTD)
              MOVE WS-MOTIVO           TO WS-RIS-MOTIVO (WS-RIS-QTD)
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENA OS CLIENTES EM RISCO POR SUPERVISOR, VENDEDOR E CLIENTE *
      *----------------------------------------------------------------*
       2400-ORDENA-RISCO               SECTION.

           MOVE 1                      TO WS-RIS-I

           PERFORM 2410-ORDENA-POSICAO UNTIL
                   WS-RIS-I            NOT LESS WS-RIS-QTD

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O MENOR ELEMENTO RESTANTE E O TROCA PARA A POSICAO    *
      * CORRENTE DA ORDENACAO                                          *
      *----------------------------------------------------------------*
       2410-ORDENA-POSICAO             SECTION.

           MOVE WS-RIS-I               TO WS-RIS-MIN
           COMPUTE WS-RIS-J = WS-RIS-I + 1

           PERFORM 2420-COMPARA-POSICAO UNTIL
                   WS-RIS-J            GREATER WS-RIS-QTD

           IF WS-RIS-MIN               NOT EQUAL WS-RIS-I
              MOVE WS-TAB-RISCO-OCR (WS-RIS-I)
                                       TO WS-RIS-TEMP
              MOVE WS-TAB-RISCO-OCR (WS-RIS-MIN)
                                       TO WS-TAB-RISCO-OCR (WS-RIS-I)
              MOVE WS-RIS-TEMP         TO WS-TAB-RISCO-OCR (WS-RIS-MIN)
           END-IF

           ADD 1                       TO WS-RIS-I

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UM ELEMENTO COM O MENOR ENCONTRADO ATE AQUI            *
      *----------------------------------------------------------------*
       2420-COMPARA-POSICAO            SECTION.

           IF WS-RIS-ORDEM (WS-RIS-J)  LESS WS-RIS-ORDEM (WS-RIS-MIN)
              MOVE WS-RIS-J            TO WS-RIS-MIN
           END-IF

           ADD 1                       TO WS-RIS-J

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RELATORIO AGRUPADO POR SUPERVISOR E VENDEDOR           *
      *----------------------------------------------------------------*
       2500-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-RISCO

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
           MOVE WS-PERC-LIMITE-NUM     TO WS-CAB-PERC
           MOVE WS-MESES-LIMITE-NUM    TO WS-CAB-MESES
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS047C
           WRITE REL-HBSIS047C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS047C
           WRITE REL-HBSIS047C
           MOVE WS-LINHA-CAB-CLIENTE   TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE REL-RISCO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE 1                      TO WS-RIS-I

           PERFORM 2510-EMITE-CLIENTE UNTIL
                   WS-RIS-I            GREATER WS-RIS-QTD

           IF WS-RIS-QTD               GREATER ZEROS
              PERFORM 2540-TOTAL-VENDEDOR
              PERFORM 2550-TOTAL-SUPERVISOR
           END-IF

           CLOSE ARQ-VENDEDOR

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           MOVE WS-QTD-ANALISADOS      TO WS-TOT-ANALISADOS
           MOVE WS-QTD-SEM-HISTORICO   TO WS-TOT-SEM-HISTORICO
           MOVE WS-RIS-QTD             TO WS-TOT-RISCO
           MOVE WS-QTD-QUEDA           TO WS-TOT-QUEDA
           MOVE WS-QTD-ZERADOS         TO WS-TOT-ZERADOS
           MOVE WS-QTD-NAO-LISTADOS    TO WS-TOT-NAO-LISTADOS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           CLOSE REL-RISCO

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE UM CLIENTE EM RISCO, COM AS QUEBRAS DE SUPERVISOR E DE   *
      * VENDEDOR                                                       *
      *----------------------------------------------------------------*
       2510-EMITE-CLIENTE              SECTION.

           IF WS-RIS-COD-SUPERVISOR (WS-RIS-I)
                                       NOT EQUAL WS-ANT-COD-SUPERVISOR
              IF WS-ANT-COD-SUPERVISOR NOT EQUAL 9999
                 PERFORM 2540-TOTAL-VENDEDOR
                 PERFORM 2550-TOTAL-SUPERVISOR
              END-IF

              PERFORM 2520-QUEBRA-SUPERVISOR
              PERFORM 2530-QUEBRA-VENDEDOR
           ELSE
              IF WS-RIS-COD-VENDEDOR (WS-RIS-I)
                                       NOT EQUAL WS-ANT-COD-VENDEDOR
                 PERFORM 2540-TOTAL-VENDEDOR
                 PERFORM 2530-QUEBRA-VENDEDOR
              END-IF
           END-IF

           MOVE WS-RIS-COD-CLIENTE (WS-RIS-I)
                                       TO WS-DCL-COD-CLIENTE
           MOVE WS-RIS-RAZAO-SOCIAL (WS-RIS-I)
                                       TO WS-DCL-RAZAO-SOCIAL
           MOVE WS-RIS-VOLUME-MES (WS-RIS-I)
                                       TO WS-DCL-VOLUME-MES
           MOVE WS-RIS-MEDIA (WS-RIS-I)
                                       TO WS-DCL-MEDIA
           MOVE WS-RIS-PERC-QUEDA (WS-RIS-I)
                                       TO WS-DCL-PERC-QUEDA
           MOVE WS-RIS-MESES-ZERO (WS-RIS-I)
                                       TO WS-DCL-MESES-ZERO
           MOVE WS-RIS-MOTIVO (WS-RIS-I)
                                       TO WS-DCL-MOTIVO
           MOVE WS-LINHA-DET-CLIENTE   TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           ADD 1                       TO WS-QTD-RISCO-VENDEDOR
                                          WS-QTD-RISCO-SUPERVISOR
           ADD 1                       TO WS-RIS-I

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O GRUPO DE UM SUPERVISOR                                  *
      *----------------------------------------------------------------*
       2520-QUEBRA-SUPERVISOR          SECTION.

           MOVE WS-RIS-COD-SUPERVISOR (WS-RIS-I)
                                       TO WS-ANT-COD-SUPERVISOR
                                          WS-LSU-COD-SUPERVISOR
           MOVE ZEROS                  TO WS-QTD-RISCO-SUPERVISOR

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS047C
           WRITE REL-HBSIS047C
           MOVE WS-LINHA-SUPERVISOR    TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE O GRUPO DE UM VENDEDOR                                    *
      *----------------------------------------------------------------*
       2530-QUEBRA-VENDEDOR            SECTION.

           MOVE WS-RIS-COD-VENDEDOR (WS-RIS-I)
                                       TO WS-ANT-COD-VENDEDOR
                                          WS-LVE-COD-VENDEDOR
                                          COD-VENDEDOR-HBSIS004C
           MOVE ZEROS                  TO WS-QTD-RISCO-VENDEDOR

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE NOME-VEND-HBSIS004C TO WS-LVE-NOME
           ELSE
              MOVE SPACES              TO WS-LVE-NOME
           END-IF

           MOVE WS-LINHA-VENDEDOR      TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O GRUPO DE UM VENDEDOR                                   *
      *----------------------------------------------------------------*
       2540-TOTAL-VENDEDOR             SECTION.

           MOVE WS-QTD-RISCO-VENDEDOR  TO WS-TVE-QTD
           MOVE WS-LINHA-TOTAL-VENDEDOR
                                       TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA O GRUPO DE UM SUPERVISOR                                 *
      *----------------------------------------------------------------*
       2550-TOTAL-SUPERVISOR           SECTION.

           MOVE WS-QTD-RISCO-SUPERVISOR
                                       TO WS-TSU-QTD
           MOVE WS-LINHA-TOTAL-SUPERVISOR
                                       TO REL-HBSIS047C
           WRITE REL-HBSIS047C

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS047P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS047P.
      *----------------------------------------------------------------*
