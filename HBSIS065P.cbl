       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS065P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS065P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: SIMULACAO DE CENARIOS DE PARAMETROS DA          *
      *                DISTRIBUICAO - LE ATE CINCO CENARIOS NOMEADOS   *
      *                DO ArqCenarios (LIMITE DE CLIENTES, DISTANCIA   *
      *                MAXIMA E MODO DE ATRIBUICAO), RODA CADA UM NO   *
      *                HBSIS007P EM MODO DE SIMULACAO SOBRE OS         *
      *                CADASTROS DO DIA E EMITE O RelComparaCenarios,  *
      *                COM OS CENARIOS LADO A LADO E A DISTRIBUICAO    *
      *                OFICIAL: CLIENTES ATRIBUIDOS E PENDENTES,       *
      *                DISTANCIA MEDIA E MAXIMA, TAMANHO DAS CARTEIRAS *
      *                POR VENDEDOR E CLIENTES QUE MUDARIAM DE         *
      *                VENDEDOR, COM A LISTA DAS MUDANCAS POR CENARIO  *
      *----------------------------------------------------------------*
      * A SIMULACAO SO GRAVA OS ARQUIVOS DE TRABALHO DO CENARIO        *
      * (ArqSimulacao.AAAAMMDD.Cn E ArqSimBloqueados.AAAAMMDD.Cn) -    *
      * A DISTRIBUICAO OFICIAL, O PONTO DE CONTROLE, O HISTORICO, A    *
      * FILA DE PENDENTES, A AUDITORIA E O LOG NAO SAO TOCADOS         *
      *----------------------------------------------------------------*
      * REGISTRO DO ArqCenarios: NOME (15), LIMITE DE CLIENTES POR     *
      * VENDEDOR (5), DISTANCIA MAXIMA EM METROS COM 2 DECIMAIS (11)   *
      * E MODO DE ATRIBUICAO D/P/C/Z (1) - CAMPO EM BRANCO ASSUME O    *
      * VALOR EM VIGOR NO ArqParametros                                *
      *----------------------------------------------------------------*
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DA SIMULACAO    *
      *                AAAAMMDD (BRANCO = DATA CORRENTE) E DATA DA     *
      *                DISTRIBUICAO OFICIAL AAAAMMDD (BRANCO = ULTIMA  *
      *                EXECUCAO CONCLUIDA PELO PONTO DE CONTROLE)      *
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
           SELECT ARQ-CENARIOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CEN.

           SELECT ARQ-PARAMETROS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAR.

           SELECT ARQ-CHECKPOINT    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-OFICIAL        ASSIGN TO WS-LABEL-OFI
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-OFI.

           SELECT REL-CENARIOS       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CENARIOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCenarios'.
       01  REG-CENARIO.
           05  CEN-NOME                PIC  X(015).
           05  CEN-MAX-CLIENTES        PIC  X(005).
           05  CEN-MAX-DISTANCIA       PIC  X(011).
           05  CEN-MODO-ATRIBUICAO     PIC  X(001).

       FD  ARQ-PARAMETROS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqParametros'.
       01  REG-PARAMETROS.
           05  PAR-MAX-CLIENTES        PIC  X(005).
           05  PAR-MAX-DISTANCIA       PIC  X(011).
           05  PAR-MODO-ATRIBUICAO     PIC  X(001).
           05  PAR-RESTANTE            PIC  X(031).

       FD  ARQ-CHECKPOINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCheckpoint'.
       01  REG-CHECKPOINT.
           05  CKP-COD-CLIENTE         PIC  9(007).
           05  CKP-DATA-EXECUCAO       PIC  X(008).
           05  CKP-ULTIMA-DATA-CONCLUIDA
                                       PIC  X(008).
           05  CKP-QTD-REINICIOS       PIC  9(003).

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS007C.CPY".

       FD  ARQ-OFICIAL
           LABEL RECORD IS STANDARD.
       COPY "HBSIS007C.CPY" REPLACING
           ARQ-HBSIS007C               BY OFI-HBSIS007C
           COD-CLIENTE-HBSIS007C       BY OFI-COD-CLIENTE
           RAZAO-SOCIAL-HBSIS007C      BY OFI-RAZAO-SOCIAL
           COD-VENDEDOR-HBSIS007C      BY OFI-COD-VENDEDOR
           NOME-VEND-HBSIS007C         BY OFI-NOME-VEND
           DISTANCIA-HBSIS007C         BY OFI-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY OFI-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY OFI-COD-FILIAL
           COD-LINHA-HBSIS007C         BY OFI-COD-LINHA.

       FD  REL-CENARIOS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelComparaCenarios'.
       01  REL-HBSIS065C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-OFI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-OFI                PIC  X(030)         VALUE SPACES.

       01  WS-DATA-SIMULACAO           PIC  X(008)         VALUE SPACES.
       01  WS-DATA-OFICIAL             PIC  X(008)         VALUE SPACES.
      *
      *    PARAMETROS EM VIGOR NO ArqParametros - SEM O ARQUIVO NAO HA
      *    LIMITE E O MODO E POR DISTANCIA
       01  WS-VIG-MAX-CLIENTES         PIC  9(005)         VALUE ZEROS.
       01  WS-VIG-MAX-DISTANCIA        PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-VIG-MODO-ATRIBUICAO      PIC  X(001)         VALUE "D".
      *
       01  WS-MAX-DISTANCIA-NUM        PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-MAX-DIST-REDEF REDEFINES WS-MAX-DISTANCIA-NUM
                                       PIC  9(011).
      *
      *    COLUNAS DA COMPARACAO - A PRIMEIRA E A DISTRIBUICAO OFICIAL,
      *    AS DEMAIS SAO OS CENARIOS NA ORDEM DO ArqCenarios
       01  WS-TAB-CENARIO.
           05  WS-TAB-CENARIO-OCR      OCCURS 6 TIMES.
               10  WS-CEN-NOME         PIC  X(015).
               10  WS-CEN-MAX-CLIENTES PIC  9(005).
               10  WS-CEN-MAX-DISTANCIA
                                       PIC  9(009)V9(002).
               10  WS-CEN-MODO         PIC  X(001).
               10  WS-CEN-SITUACAO     PIC  X(001).
               10  WS-CEN-QTD-CLIENTES PIC  9(007).
               10  WS-CEN-QTD-ATRIBUIDOS
                                       PIC  9(007).
               10  WS-CEN-QTD-PENDENTES
                                       PIC  9(007).
               10  WS-CEN-QTD-LINHAS-ATRIB
                                       PIC  9(007).
               10  WS-CEN-SOMA-DIST    PIC  9(013)V9(002).
               10  WS-CEN-MAIOR-DIST   PIC  9(009)V9(002).
               10  WS-CEN-QTD-VENDEDORES
                                       PIC  9(005).
               10  WS-CEN-MENOR-CARTEIRA
                                       PIC  9(007).
               10  WS-CEN-MAIOR-CARTEIRA
                                       PIC  9(007).
               10  WS-CEN-QTD-MUDANCAS PIC  9(007).
               10  WS-CEN-QTD-PASSAM-PEND
                                       PIC  9(007).
               10  WS-CEN-QTD-SAEM-PEND
                                       PIC  9(007).

       01  WS-QTD-CENARIOS             PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-CEN                  PIC  9(001)         VALUE ZEROS.
       01  WS-COL                      PIC  9(001)         VALUE ZEROS.
       01  WS-CENARIO-EDIT             PIC  9(001)         VALUE ZEROS.
       01  WS-TEM-OFICIAL              PIC  X(001)         VALUE "N".
      *
      *    ATRIBUICOES (CLIENTE X LINHA) POR VENDEDOR NA DISTRIBUICAO
      *    EM ANALISE - POSICAO = CODIGO DO VENDEDOR + 1
       01  WS-TAB-CARTEIRA.
           05  WS-CONT-CARTEIRA        PIC  9(007)
                                        OCCURS 1000 TIMES.

       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
      *
      *    CONTROLE DA LEITURA E DO CONFRONTO COM A OFICIAL
       01  WS-COMPARA                  PIC  X(001)         VALUE "N".
       01  WS-GRAVA-DETALHE            PIC  X(001)         VALUE "N".
       01  WS-FIM-DIS                  PIC  X(001)         VALUE "N".
       01  WS-FIM-OFI                  PIC  X(001)         VALUE "N".
       01  WS-CLIENTE-CORRENTE         PIC  9(007)         VALUE ZEROS.
       01  WS-CLI-PENDENTE             PIC  X(001)         VALUE "N".
       01  WS-CLI-MUDOU                PIC  X(001)         VALUE "N".
       01  WS-CLI-PASSA-PEND           PIC  X(001)         VALUE "N".
       01  WS-CLI-SAI-PEND             PIC  X(001)         VALUE "N".
       01  WS-QTD-DETALHES             PIC  9(007)         VALUE ZEROS.

       01  WS-CHAVE-SIM.
           05  WS-CSI-CLIENTE          PIC  9(007)         VALUE ZEROS.
           05  WS-CSI-LINHA            PIC  9(002)         VALUE ZEROS.

       01  WS-CHAVE-OFI.
           05  WS-COF-CLIENTE          PIC  9(007)         VALUE ZEROS.
           05  WS-COF-LINHA            PIC  9(002)         VALUE ZEROS.
      *
       01  WS-CALC-MEDIA               PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-IDX-LINHA                PIC  9(002)         VALUE ZEROS.
       01  WS-EDT-QTD                  PIC  Z(014)9.
       01  WS-EDT-KM                   PIC  Z(011)9,99.
      *
      *    ROTULOS DAS LINHAS DA COMPARACAO
       01  WS-ROTULOS.
           05  FILLER                  PIC  X(030)         VALUE
               "LIMITE CLIENTES/VENDEDOR".
           05  FILLER                  PIC  X(030)         VALUE
               "LIMITE DE DISTANCIA (KM)".
           05  FILLER                  PIC  X(030)         VALUE
               "MODO DE ATRIBUICAO".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES DISTRIBUIDOS".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES ATRIBUIDOS".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES PENDENTES".
           05  FILLER                  PIC  X(030)         VALUE
               "DISTANCIA MEDIA (KM)".
           05  FILLER                  PIC  X(030)         VALUE
               "MAIOR DISTANCIA (KM)".
           05  FILLER                  PIC  X(030)         VALUE
               "VENDEDORES COM CARTEIRA".
           05  FILLER                  PIC  X(030)         VALUE
               "MENOR CARTEIRA".
           05  FILLER                  PIC  X(030)         VALUE
               "MAIOR CARTEIRA".
           05  FILLER                  PIC  X(030)         VALUE
               "CARTEIRA MEDIA".
           05  FILLER                  PIC  X(030)         VALUE
               "AMPLITUDE DAS CARTEIRAS".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES QUE MUDAM DE VENDEDOR".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES QUE PASSAM A PENDENTE".
           05  FILLER                  PIC  X(030)         VALUE
               "CLIENTES QUE SAEM DA PENDENCIA".

       01  WS-TAB-ROTULOS REDEFINES WS-ROTULOS.
           05  WS-ROTULO               PIC  X(030)
                                        OCCURS 16 TIMES.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS007                 PIC  X(009)         VALUE
           'HBSIS007P'.

       COPY HBSIS007L.
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(045)         VALUE
               "COMPARACAO DE CENARIOS DE DISTRIBUICAO - DATA".
           05  FILLER                  PIC  X(015)         VALUE
               " DA SIMULACAO: ".
           05  WS-CAB-DATA-SIMULACAO   PIC  X(008).
           05  FILLER                  PIC  X(024)         VALUE
               "  DISTRIBUICAO OFICIAL: ".
           05  WS-CAB-DATA-OFICIAL     PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-COMPARA.
           05  WS-LCP-ROTULO           PIC  X(030).
           05  WS-LCP-COLUNA           OCCURS 6 TIMES.
               10  FILLER              PIC  X(002).
               10  WS-LCP-VALOR        PIC  X(015).

       01  WS-LINHA-NOTA-01            PIC  X(132)         VALUE
           "CARTEIRA = ATRIBUICOES (CLIENTE X LINHA DE NEGOCIO) POR VEND
      -    "EDOR COM CARTEIRA; PENDENTE = CLIENTE COM ALGUMA LINHA SEM V
      -    "ENDEDOR".

       01  WS-LINHA-NOTA-02            PIC  X(132)         VALUE
           "MUDANCAS CONFRONTADAS COM A DISTRIBUICAO OFICIAL POR CLIENTE
      -    " E LINHA - CLIENTE NOVO OU LINHA NOVA NAO CONTA COMO MUDANCA
      -    "".

       01  WS-LINHA-SEM-OFICIAL.
           05  FILLER                  PIC  X(043)         VALUE
               "SEM DISTRIBUICAO OFICIAL PARA COMPARACAO: ".
           05  WS-LSO-LABEL            PIC  X(030).

       01  WS-LINHA-TITULO-DETALHE.
           05  FILLER                  PIC  X(033)         VALUE
               "ATRIBUICOES ALTERADAS NO CENARIO ".
           05  WS-LTD-CENARIO          PIC  9(001).
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-LTD-NOME             PIC  X(015).

       01  WS-LINHA-CAB-DETALHE.
           05  FILLER                  PIC  X(009)         VALUE
               "CLIENTE".
           05  FILLER                  PIC  X(032)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(004)         VALUE
               "LIN".
           05  FILLER                  PIC  X(030)         VALUE
               "VENDEDOR OFICIAL".
           05  FILLER                  PIC  X(011)         VALUE
               "DIST(KM)".
           05  FILLER                  PIC  X(030)         VALUE
               "VENDEDOR NO CENARIO".
           05  FILLER                  PIC  X(008)         VALUE
               "DIST(KM)".

       01  WS-LINHA-DET-MUDANCA.
           05  WS-DMU-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DMU-RAZAO-SOCIAL     PIC  X(030).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DMU-LINHA            PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DMU-VEND-OFICIAL     PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DMU-NOME-OFICIAL     PIC  X(025).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DMU-DIST-OFICIAL     PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DMU-VEND-CENARIO     PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DMU-NOME-CENARIO     PIC  X(025).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DMU-DIST-CENARIO     PIC  ZZZZ9,99.

       01  WS-LINHA-TOTAL-DETALHE.
           05  FILLER                  PIC  X(025)         VALUE
               "ATRIBUICOES ALTERADAS: ".
           05  WS-LTO-QTD              PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE AS DATAS, LE OS PARAMETROS EM *
      * VIGOR E CARREGA OS CENARIOS                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-SIMULACAO    FROM CONSOLE
           ACCEPT WS-DATA-OFICIAL      FROM CONSOLE

           IF WS-DATA-SIMULACAO        EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-SIMULACAO FROM DATE YYYYMMDD
           END-IF

           IF WS-DATA-SIMULACAO        IS NOT NUMERIC
              DISPLAY "DATA DA SIMULACAO INVALIDA: " WS-DATA-SIMULACAO
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-OFICIAL          EQUAL SPACES OR ZEROS
              PERFORM 1100-LE-CHECKPOINT
           END-IF

           IF WS-DATA-OFICIAL          NOT EQUAL SPACES
              AND WS-DATA-OFICIAL      IS NOT NUMERIC
              DISPLAY "DATA DA DISTRIBUICAO OFICIAL INVALIDA: "
                      WS-DATA-OFICIAL  UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1200-LE-PARAMETROS

           MOVE "ATUAL (OFICIAL)"      TO WS-CEN-NOME (1)
           MOVE WS-VIG-MAX-CLIENTES    TO WS-CEN-MAX-CLIENTES (1)
           MOVE WS-VIG-MAX-DISTANCIA   TO WS-CEN-MAX-DISTANCIA (1)
           MOVE WS-VIG-MODO-ATRIBUICAO TO WS-CEN-MODO (1)

           PERFORM 1300-CARREGA-CENARIOS

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A ULTIMA DATA CONCLUIDA DO PONTO DE CONTROLE QUANDO A DATA  *
      * DA DISTRIBUICAO OFICIAL NAO FOI INFORMADA                      *
      *----------------------------------------------------------------*
       1100-LE-CHECKPOINT              SECTION.

           MOVE SPACES                 TO WS-DATA-OFICIAL

           OPEN INPUT ARQ-CHECKPOINT

           IF WS-FL-STATUS-CKP         EQUAL ZEROS
              READ ARQ-CHECKPOINT

              IF WS-FL-STATUS-CKP      EQUAL ZEROS
                 MOVE CKP-ULTIMA-DATA-CONCLUIDA
                                       TO WS-DATA-OFICIAL
              END-IF

              CLOSE ARQ-CHECKPOINT
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE OS LIMITES DE CARTEIRA E DE DISTANCIA E O MODO DE           *
      * ATRIBUICAO EM VIGOR - SAO OS VALORES DA COLUNA OFICIAL E OS    *
      * ASSUMIDOS NOS CAMPOS EM BRANCO DOS CENARIOS                    *
      *----------------------------------------------------------------*
       1200-LE-PARAMETROS              SECTION.

           OPEN INPUT ARQ-PARAMETROS

           IF WS-FL-STATUS-PAR         EQUAL ZEROS
              READ ARQ-PARAMETROS

              IF WS-FL-STATUS-PAR      EQUAL ZEROS
                 IF PAR-MAX-CLIENTES   IS NUMERIC
                    MOVE PAR-MAX-CLIENTES
                                       TO WS-VIG-MAX-CLIENTES
                 END-IF

                 IF PAR-MAX-DISTANCIA  IS NUMERIC
                    MOVE PAR-MAX-DISTANCIA
                                       TO WS-MAX-DIST-REDEF
                    MOVE WS-MAX-DISTANCIA-NUM
                                       TO WS-VIG-MAX-DISTANCIA
                 END-IF

                 IF PAR-MODO-ATRIBUICAO
                                       EQUAL "D" OR "P" OR "C" OR "Z"
                    MOVE PAR-MODO-ATRIBUICAO
                                       TO WS-VIG-MODO-ATRIBUICAO
                 END-IF
              END-IF

              CLOSE ARQ-PARAMETROS
           END-IF

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA OS CENARIOS DO ArqCenarios - SEM O ARQUIVO, SEM        *
      * CENARIOS OU COM MAIS DE CINCO O JOB E ENCERRADO                *
      *----------------------------------------------------------------*
       1300-CARREGA-CENARIOS           SECTION.

           MOVE ZEROS                  TO WS-QTD-CENARIOS

           OPEN INPUT ARQ-CENARIOS

           IF WS-FL-STATUS-CEN         NOT EQUAL ZEROS
              DISPLAY "SEM ARQUIVO DE CENARIOS (ArqCenarios)"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1310-LER-ARQ-CENARIOS

           PERFORM 1320-ARMAZENA-CENARIO UNTIL
                   WS-FL-STATUS-CEN    NOT EQUAL "00"

           CLOSE ARQ-CENARIOS

           IF WS-QTD-CENARIOS          EQUAL ZEROS
              DISPLAY "NENHUM CENARIO CADASTRADO NO ArqCenarios"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE CENARIOS                      *
      *----------------------------------------------------------------*
       1310-LER-ARQ-CENARIOS           SECTION.

           READ ARQ-CENARIOS

           .
       1310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UM CENARIO E GUARDA NA TABELA - CAMPO EM BRANCO ASSUME  *
      * O VALOR EM VIGOR                                               *
      *----------------------------------------------------------------*
       1320-ARMAZENA-CENARIO           SECTION.

           IF WS-QTD-CENARIOS          NOT LESS 5
              DISPLAY "O ArqCenarios ADMITE NO MAXIMO 5 CENARIOS"
                                       UPON CONSOLE
              CLOSE ARQ-CENARIOS
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-CENARIOS
           COMPUTE WS-COL              = WS-QTD-CENARIOS + 1

           IF CEN-NOME                 EQUAL SPACES
              MOVE WS-QTD-CENARIOS     TO WS-CENARIO-EDIT
              MOVE SPACES              TO WS-CEN-NOME (WS-COL)
              STRING "CENARIO "        DELIMITED BY SIZE
                     WS-CENARIO-EDIT   DELIMITED BY SIZE
                                  INTO WS-CEN-NOME (WS-COL)
           ELSE
              MOVE CEN-NOME            TO WS-CEN-NOME (WS-COL)
           END-IF

           EVALUATE TRUE
               WHEN CEN-MAX-CLIENTES   EQUAL SPACES
                    MOVE WS-VIG-MAX-CLIENTES
                                       TO WS-CEN-MAX-CLIENTES (WS-COL)
               WHEN CEN-MAX-CLIENTES   IS NUMERIC
                    MOVE CEN-MAX-CLIENTES
                                       TO WS-CEN-MAX-CLIENTES (WS-COL)
               WHEN OTHER
                    PERFORM 1350-CENARIO-INVALIDO
           END-EVALUATE

           EVALUATE TRUE
               WHEN CEN-MAX-DISTANCIA  EQUAL SPACES
                    MOVE WS-VIG-MAX-DISTANCIA
                                       TO WS-CEN-MAX-DISTANCIA (WS-COL)
               WHEN CEN-MAX-DISTANCIA  IS NUMERIC
                    MOVE CEN-MAX-DISTANCIA
                                       TO WS-MAX-DIST-REDEF
                    MOVE WS-MAX-DISTANCIA-NUM
                                       TO WS-CEN-MAX-DISTANCIA (WS-COL)
               WHEN OTHER
                    PERFORM 1350-CENARIO-INVALIDO
           END-EVALUATE

           EVALUATE CEN-MODO-ATRIBUICAO
               WHEN SPACES
                    MOVE WS-VIG-MODO-ATRIBUICAO
                                       TO WS-CEN-MODO (WS-COL)
               WHEN "D"
               WHEN "P"
               WHEN "C"
               WHEN "Z"
                    MOVE CEN-MODO-ATRIBUICAO
                                       TO WS-CEN-MODO (WS-COL)
               WHEN OTHER
                    PERFORM 1350-CENARIO-INVALIDO
           END-EVALUATE

           PERFORM 1310-LER-ARQ-CENARIOS

           .
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA O JOB POR CENARIO INVALIDO                             *
      *----------------------------------------------------------------*
       1350-CENARIO-INVALIDO           SECTION.

           DISPLAY "REGISTRO DE CENARIO INVALIDO: "
                   REG-CENARIO         UPON CONSOLE
           CLOSE ARQ-CENARIOS
           MOVE 9                      TO RETURN-CODE
           PERFORM 3000-FINALIZA

           .
       1350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - SIMULA OS CENARIOS, APURA A          *
      * DISTRIBUICAO OFICIAL E CADA CENARIO E EMITE A COMPARACAO       *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           MOVE 1                      TO WS-IDX-CEN

           PERFORM 2100-SIMULA-CENARIO UNTIL
                   WS-IDX-CEN          GREATER WS-QTD-CENARIOS

           MOVE 1                      TO WS-COL
           MOVE "N"                    TO WS-COMPARA
                                          WS-GRAVA-DETALHE
           MOVE "A"                    TO WS-CEN-SITUACAO (1)

           IF WS-DATA-OFICIAL          NOT EQUAL SPACES
              MOVE SPACES              TO WS-LABEL-DIS
              STRING "ArqDistribuicao." DELIMITED BY SIZE
                     WS-DATA-OFICIAL   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS
              MOVE WS-LABEL-DIS        TO WS-LABEL-OFI

              PERFORM 2200-ANALISA-DISTRIBUICAO
           END-IF

           IF WS-CEN-SITUACAO (1)      EQUAL "S"
              MOVE "S"                 TO WS-TEM-OFICIAL
           ELSE
              MOVE "N"                 TO WS-TEM-OFICIAL
           END-IF

           MOVE 1                      TO WS-IDX-CEN

           PERFORM 2150-ANALISA-CENARIO UNTIL
                   WS-IDX-CEN          GREATER WS-QTD-CENARIOS

           PERFORM 2400-EMITE-RELATORIO

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RODA UM CENARIO NO HBSIS007P EM MODO DE SIMULACAO - UMA FALHA  *
      * NA SIMULACAO ENCERRA O JOB                                     *
      *----------------------------------------------------------------*
       2100-SIMULA-CENARIO             SECTION.

           COMPUTE WS-COL              = WS-IDX-CEN + 1

           MOVE ZEROS                  TO COD-RETORNO-HBSIS007L
                                          QTD-PENDENTES-HBSIS007L
                                          FILIAL-HBSIS007L
                                          PARTICAO-HBSIS007L
                                          QTD-PARTICOES-HBSIS007L
                                          FAIXA-CLI-INI-HBSIS007L
                                          FAIXA-CLI-FIM-HBSIS007L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS007L
                                          DATA-ANTERIOR-HBSIS007L
                                          MODO-APROVACAO-HBSIS007L
           MOVE WS-CEN-MAX-CLIENTES (WS-COL)
                                       TO
                   MAX-CLIENTES-VENDEDOR-HBSIS007L
           MOVE WS-CEN-MAX-DISTANCIA (WS-COL)
                                       TO MAX-DISTANCIA-HBSIS007L
           MOVE WS-CEN-MODO (WS-COL)   TO MODO-ATRIBUICAO-HBSIS007L
           MOVE "T"                    TO MODO-EXECUCAO-HBSIS007L
           MOVE WS-DATA-SIMULACAO      TO DATA-EXECUCAO-HBSIS007L
           MOVE WS-IDX-CEN             TO CENARIO-HBSIS007L
           MOVE "N"                    TO RASTRO-HBSIS007L

           DISPLAY "SIMULANDO CENARIO " WS-IDX-CEN " - "
                   WS-CEN-NOME (WS-COL)
                                       UPON CONSOLE

           CALL WS-HBSIS007            USING HBSIS007L

           DISPLAY MSG-RETORNO-HBSIS007L
                                       UPON CONSOLE

           IF COD-RETORNO-HBSIS007L    NOT EQUAL ZEROS
              DISPLAY "FALHA NA SIMULACAO DO CENARIO " WS-IDX-CEN
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-IDX-CEN

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA O ARQUIVO DE TRABALHO DE UM CENARIO, CONFRONTANDO COM A  *
      * DISTRIBUICAO OFICIAL QUANDO ELA EXISTE                         *
      *----------------------------------------------------------------*
       2150-ANALISA-CENARIO            SECTION.

           COMPUTE WS-COL              = WS-IDX-CEN + 1
           MOVE WS-TEM-OFICIAL         TO WS-COMPARA

           PERFORM 2160-MONTA-LABEL-CENARIO
           PERFORM 2200-ANALISA-DISTRIBUICAO

           ADD 1                       TO WS-IDX-CEN

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O NOME DO ARQUIVO DE TRABALHO DO CENARIO, NO MESMO       *
      * PADRAO GRAVADO PELO HBSIS007P                                  *
      *----------------------------------------------------------------*
       2160-MONTA-LABEL-CENARIO        SECTION.

           MOVE WS-IDX-CEN             TO WS-CENARIO-EDIT
           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqSimulacao."      DELIMITED BY SIZE
                  WS-DATA-SIMULACAO    DELIMITED BY SIZE
                  ".C"                 DELIMITED BY SIZE
                  WS-CENARIO-EDIT      DELIMITED BY SIZE
                             INTO WS-LABEL-DIS

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA UM ARQUIVO DE DISTRIBUICAO NA COLUNA WS-COL - CLIENTES,  *
      * PENDENTES, DISTANCIAS E CARTEIRAS; COM WS-COMPARA = S          *
      * CONFRONTA CADA CLIENTE E LINHA COM A OFICIAL E, COM            *
      * WS-GRAVA-DETALHE = S, LISTA AS ATRIBUICOES ALTERADAS           *
      *----------------------------------------------------------------*
       2200-ANALISA-DISTRIBUICAO       SECTION.

           MOVE ZEROS                  TO WS-CEN-QTD-CLIENTES (WS-COL)
                                          WS-CEN-QTD-ATRIBUIDOS (WS-COL)
                                          WS-CEN-QTD-PENDENTES (WS-COL)
                                          WS-CEN-QTD-LINHAS-ATRIB
                                                             (WS-COL)
                                          WS-CEN-SOMA-DIST (WS-COL)
                                          WS-CEN-MAIOR-DIST (WS-COL)
                                          WS-CEN-QTD-VENDEDORES
                                                             (WS-COL)
                                          WS-CEN-MENOR-CARTEIRA
                                                             (WS-COL)
                                          WS-CEN-MAIOR-CARTEIRA
                                                             (WS-COL)
                                          WS-CEN-QTD-MUDANCAS (WS-COL)
                                          WS-CEN-QTD-PASSAM-PEND
                                                             (WS-COL)
                                          WS-CEN-QTD-SAEM-PEND (WS-COL)
                                          WS-CLIENTE-CORRENTE
                                          WS-QTD-DETALHES
           MOVE "A"                    TO WS-CEN-SITUACAO (WS-COL)
           MOVE "N"                    TO WS-FIM-DIS
           MOVE "S"                    TO WS-FIM-OFI

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2205-ZERA-CARTEIRA UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              MOVE "S"                 TO WS-CEN-SITUACAO (WS-COL)

              IF WS-COMPARA            EQUAL "S"
                 OPEN INPUT ARQ-OFICIAL

                 IF WS-FL-STATUS-OFI   EQUAL ZEROS
                    MOVE "N"           TO WS-FIM-OFI
                    PERFORM 2260-LER-ARQ-OFICIAL
                 END-IF
              END-IF

              PERFORM 2210-LER-ARQ-DISTRIBUICAO

              PERFORM 2220-TRATA-REG-DISTRIBUICAO UNTIL
                      WS-FIM-DIS       EQUAL "S"

              IF WS-CLIENTE-CORRENTE   GREATER ZEROS
                 PERFORM 2230-ENCERRA-CLIENTE
              END-IF

              IF WS-COMPARA            EQUAL "S"
                 AND WS-FL-STATUS-OFI  NOT EQUAL "35"
                 CLOSE ARQ-OFICIAL
              END-IF

              CLOSE ARQ-DISTRIBUICAO

              PERFORM 2240-APURA-CARTEIRAS
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DA TABELA DE CARTEIRAS                        *
      *----------------------------------------------------------------*
       2205-ZERA-CARTEIRA              SECTION.

           MOVE ZEROS                  TO WS-CONT-CARTEIRA
                                                  (WS-IDX-VENDEDOR)
           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO EM ANALISE                  *
      *----------------------------------------------------------------*
       2210-LER-ARQ-DISTRIBUICAO       SECTION.

           READ ARQ-DISTRIBUICAO NEXT RECORD

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              IF COD-LINHA-HBSIS007C   NOT NUMERIC
                 MOVE ZEROS            TO COD-LINHA-HBSIS007C
              END-IF
              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-CSI-CLIENTE
              MOVE COD-LINHA-HBSIS007C TO WS-CSI-LINHA
           ELSE
              MOVE "S"                 TO WS-FIM-DIS
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM REGISTRO (CLIENTE X LINHA) DA DISTRIBUICAO - A      *
      * QUEBRA POR CLIENTE FECHA A SITUACAO DO CLIENTE ANTERIOR        *
      *----------------------------------------------------------------*
       2220-TRATA-REG-DISTRIBUICAO     SECTION.

           IF COD-CLIENTE-HBSIS007C    NOT EQUAL WS-CLIENTE-CORRENTE
              IF WS-CLIENTE-CORRENTE   GREATER ZEROS
                 PERFORM 2230-ENCERRA-CLIENTE
              END-IF

              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-CLIENTE-CORRENTE
              MOVE "N"                 TO WS-CLI-PENDENTE
                                          WS-CLI-MUDOU
                                          WS-CLI-PASSA-PEND
                                          WS-CLI-SAI-PEND
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              ADD 1                    TO WS-CEN-QTD-LINHAS-ATRIB
                                                             (WS-COL)
              ADD DISTANCIA-HBSIS007C  TO WS-CEN-SOMA-DIST (WS-COL)

              IF DISTANCIA-HBSIS007C   GREATER
                                       WS-CEN-MAIOR-DIST (WS-COL)
                 MOVE DISTANCIA-HBSIS007C
                                       TO WS-CEN-MAIOR-DIST (WS-COL)
              END-IF

              ADD 1                    TO WS-CONT-CARTEIRA
                                          (COD-VENDEDOR-HBSIS007C + 1)
           ELSE
              MOVE "S"                 TO WS-CLI-PENDENTE
           END-IF

           IF WS-COMPARA               EQUAL "S"
              PERFORM 2250-CONFRONTA-OFICIAL
           END-IF

           PERFORM 2210-LER-ARQ-DISTRIBUICAO

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA A SITUACAO DO CLIENTE - PENDENTE SE ALGUMA LINHA FICOU   *
      * SEM VENDEDOR                                                   *
      *----------------------------------------------------------------*
       2230-ENCERRA-CLIENTE            SECTION.

           ADD 1                       TO WS-CEN-QTD-CLIENTES (WS-COL)

           IF WS-CLI-PENDENTE          EQUAL "S"
              ADD 1                    TO WS-CEN-QTD-PENDENTES (WS-COL)
           ELSE
              ADD 1                    TO WS-CEN-QTD-ATRIBUIDOS
                                                             (WS-COL)
           END-IF

           IF WS-CLI-MUDOU             EQUAL "S"
              ADD 1                    TO WS-CEN-QTD-MUDANCAS (WS-COL)
           END-IF

           IF WS-CLI-PASSA-PEND        EQUAL "S"
              ADD 1                    TO WS-CEN-QTD-PASSAM-PEND
                                                             (WS-COL)
           END-IF

           IF WS-CLI-SAI-PEND          EQUAL "S"
              ADD 1                    TO WS-CEN-QTD-SAEM-PEND (WS-COL)
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA O NUMERO DE VENDEDORES COM CARTEIRA E A MENOR E A MAIOR  *
      * CARTEIRA DA DISTRIBUICAO EM ANALISE                            *
      *----------------------------------------------------------------*
       2240-APURA-CARTEIRAS            SECTION.

           MOVE 9999999                TO WS-CEN-MENOR-CARTEIRA (WS-COL)
           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2245-APURA-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           IF WS-CEN-QTD-VENDEDORES (WS-COL)
                                       EQUAL ZEROS
              MOVE ZEROS               TO WS-CEN-MENOR-CARTEIRA (WS-COL)
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSIDERA A CARTEIRA DE UM VENDEDOR NA APURACAO                *
      *----------------------------------------------------------------*
       2245-APURA-VENDEDOR             SECTION.

           IF WS-CONT-CARTEIRA (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
              ADD 1                    TO WS-CEN-QTD-VENDEDORES
                                                             (WS-COL)

              IF WS-CONT-CARTEIRA (WS-IDX-VENDEDOR)
                                       LESS
                                       WS-CEN-MENOR-CARTEIRA (WS-COL)
                 MOVE WS-CONT-CARTEIRA (WS-IDX-VENDEDOR)
                                       TO WS-CEN-MENOR-CARTEIRA (WS-COL)
              END-IF

              IF WS-CONT-CARTEIRA (WS-IDX-VENDEDOR)
                                       GREATER
                                       WS-CEN-MAIOR-CARTEIRA (WS-COL)
                 MOVE WS-CONT-CARTEIRA (WS-IDX-VENDEDOR)
                                       TO WS-CEN-MAIOR-CARTEIRA (WS-COL)
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2245-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFRONTA O CLIENTE E LINHA CORRENTES COM A DISTRIBUICAO       *
      * OFICIAL (AMBOS EM ORDEM DE CLIENTE E LINHA) - CLIENTE OU LINHA *
      * AUSENTE NA OFICIAL NAO CONTA COMO MUDANCA                      *
      *----------------------------------------------------------------*
       2250-CONFRONTA-OFICIAL          SECTION.

           PERFORM 2260-LER-ARQ-OFICIAL UNTIL
                   WS-FIM-OFI          EQUAL "S" OR
                   WS-CHAVE-OFI        NOT LESS WS-CHAVE-SIM

           IF WS-FIM-OFI               EQUAL "N"
              AND WS-CHAVE-OFI         EQUAL WS-CHAVE-SIM
              AND OFI-COD-VENDEDOR     NOT EQUAL COD-VENDEDOR-HBSIS007C
              EVALUATE TRUE
                  WHEN COD-VENDEDOR-HBSIS007C
                                       EQUAL ZEROS
                       MOVE "S"        TO WS-CLI-PASSA-PEND
                  WHEN OFI-COD-VENDEDOR
                                       EQUAL ZEROS
                       MOVE "S"        TO WS-CLI-SAI-PEND
                  WHEN OTHER
                       MOVE "S"        TO WS-CLI-MUDOU
              END-EVALUATE

              IF WS-GRAVA-DETALHE      EQUAL "S"
                 PERFORM 2270-GRAVA-DET-MUDANCA
              END-IF
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DA DISTRIBUICAO OFICIAL PARA O CONFRONTO               *
      *----------------------------------------------------------------*
       2260-LER-ARQ-OFICIAL            SECTION.

           READ ARQ-OFICIAL NEXT RECORD

           IF WS-FL-STATUS-OFI         EQUAL ZEROS
              IF OFI-COD-LINHA         NOT NUMERIC
                 MOVE ZEROS            TO OFI-COD-LINHA
              END-IF
              MOVE OFI-COD-CLIENTE     TO WS-COF-CLIENTE
              MOVE OFI-COD-LINHA       TO WS-COF-LINHA
           ELSE
              MOVE "S"                 TO WS-FIM-OFI
           END-IF

           .
       2260-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UMA ATRIBUICAO ALTERADA PELO CENARIO                     *
      *----------------------------------------------------------------*
       2270-GRAVA-DET-MUDANCA          SECTION.

           MOVE COD-CLIENTE-HBSIS007C  TO WS-DMU-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS007C TO WS-DMU-RAZAO-SOCIAL
           MOVE COD-LINHA-HBSIS007C    TO WS-DMU-LINHA
           MOVE OFI-COD-VENDEDOR       TO WS-DMU-VEND-OFICIAL
           MOVE OFI-NOME-VEND          TO WS-DMU-NOME-OFICIAL
           COMPUTE WS-DMU-DIST-OFICIAL = OFI-DISTANCIA / 1000
           MOVE COD-VENDEDOR-HBSIS007C TO WS-DMU-VEND-CENARIO
           MOVE NOME-VEND-HBSIS007C    TO WS-DMU-NOME-CENARIO
           COMPUTE WS-DMU-DIST-CENARIO = DISTANCIA-HBSIS007C / 1000

           WRITE REL-HBSIS065C         FROM WS-LINHA-DET-MUDANCA

           ADD 1                       TO WS-QTD-DETALHES

           .
       2270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RELATORIO - CENARIOS LADO A LADO COM A DISTRIBUICAO    *
      * OFICIAL E, PARA CADA CENARIO, AS ATRIBUICOES ALTERADAS         *
      *----------------------------------------------------------------*
       2400-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-CENARIOS

           IF WS-FL-STATUS-REL         NOT EQUAL ZEROS
              DISPLAY "ERRO NA ABERTURA DO RelComparaCenarios"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-SIMULACAO      TO WS-CAB-DATA-SIMULACAO
           MOVE WS-DATA-OFICIAL        TO WS-CAB-DATA-OFICIAL

           WRITE REL-HBSIS065C         FROM WS-LINHA-CABECALHO-01
           WRITE REL-HBSIS065C         FROM WS-LINHA-CABECALHO-02

           MOVE SPACES                 TO WS-LINHA-COMPARA
           MOVE "CENARIO"              TO WS-LCP-ROTULO
           MOVE 1                      TO WS-COL

           PERFORM 2405-MONTA-NOME-COLUNA UNTIL
                   WS-COL              GREATER WS-QTD-CENARIOS + 1

           WRITE REL-HBSIS065C         FROM WS-LINHA-COMPARA
           WRITE REL-HBSIS065C         FROM WS-LINHA-CABECALHO-02

           MOVE 1                      TO WS-IDX-LINHA

           PERFORM 2410-GRAVA-LINHA-COMPARA UNTIL
                   WS-IDX-LINHA        GREATER 16

           WRITE REL-HBSIS065C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS065C         FROM WS-LINHA-NOTA-01
           WRITE REL-HBSIS065C         FROM WS-LINHA-NOTA-02

           IF WS-TEM-OFICIAL           EQUAL "S"
              MOVE "S"                 TO WS-COMPARA
                                          WS-GRAVA-DETALHE
              MOVE 1                   TO WS-IDX-CEN

              PERFORM 2450-LISTA-MUDANCAS UNTIL
                      WS-IDX-CEN       GREATER WS-QTD-CENARIOS
           ELSE
              MOVE WS-LABEL-OFI        TO WS-LSO-LABEL
              WRITE REL-HBSIS065C      FROM WS-LINHA-CABECALHO-02
              WRITE REL-HBSIS065C      FROM WS-LINHA-SEM-OFICIAL
           END-IF

           CLOSE REL-CENARIOS

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COLOCA O NOME DE UMA COLUNA NO CABECALHO DA COMPARACAO         *
      *----------------------------------------------------------------*
       2405-MONTA-NOME-COLUNA          SECTION.

           MOVE WS-CEN-NOME (WS-COL)   TO WS-LCP-VALOR (WS-COL)
           ADD 1                       TO WS-COL

           .
       2405-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DA COMPARACAO COM O VALOR DE CADA COLUNA       *
      *----------------------------------------------------------------*
       2410-GRAVA-LINHA-COMPARA        SECTION.

           IF WS-IDX-LINHA             EQUAL 4 OR 14
              WRITE REL-HBSIS065C      FROM WS-LINHA-CABECALHO-02
           END-IF

           MOVE SPACES                 TO WS-LINHA-COMPARA
           MOVE WS-ROTULO (WS-IDX-LINHA)
                                       TO WS-LCP-ROTULO
           MOVE 1                      TO WS-COL

           PERFORM 2420-FORMATA-COLUNA UNTIL
                   WS-COL              GREATER WS-QTD-CENARIOS + 1

           WRITE REL-HBSIS065C         FROM WS-LINHA-COMPARA

           ADD 1                       TO WS-IDX-LINHA

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FORMATA O VALOR DA LINHA CORRENTE NA COLUNA WS-COL - AS LINHAS *
      * DE MUDANCA NAO SE APLICAM A COLUNA OFICIAL                     *
      *----------------------------------------------------------------*
       2420-FORMATA-COLUNA             SECTION.

           EVALUATE TRUE
               WHEN WS-IDX-LINHA       GREATER 3
                AND WS-CEN-SITUACAO (WS-COL)
                                       NOT EQUAL "S"
                    MOVE "    SEM ARQUIVO"
                                       TO WS-LCP-VALOR (WS-COL)
               WHEN WS-IDX-LINHA       GREATER 13
                AND WS-COL             EQUAL 1
                    MOVE "              -"
                                       TO WS-LCP-VALOR (WS-COL)
               WHEN WS-IDX-LINHA       GREATER 13
                AND WS-TEM-OFICIAL     EQUAL "N"
                    MOVE "            N/D"
                                       TO WS-LCP-VALOR (WS-COL)
               WHEN OTHER
                    PERFORM 2430-FORMATA-VALOR
           END-EVALUATE

           ADD 1                       TO WS-COL

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FORMATA O VALOR APURADO DA LINHA CORRENTE NA COLUNA WS-COL     *
      *----------------------------------------------------------------*
       2430-FORMATA-VALOR              SECTION.

           EVALUATE WS-IDX-LINHA
               WHEN 1
                    IF WS-CEN-MAX-CLIENTES (WS-COL)
                                       EQUAL ZEROS
                       MOVE "     SEM LIMITE"
                                       TO WS-LCP-VALOR (WS-COL)
                    ELSE
                       MOVE WS-CEN-MAX-CLIENTES (WS-COL)
                                       TO WS-EDT-QTD
                       MOVE WS-EDT-QTD TO WS-LCP-VALOR (WS-COL)
                    END-IF
               WHEN 2
                    IF WS-CEN-MAX-DISTANCIA (WS-COL)
                                       EQUAL ZEROS
                       MOVE "     SEM LIMITE"
                                       TO WS-LCP-VALOR (WS-COL)
                    ELSE
                       COMPUTE WS-EDT-KM =
                               WS-CEN-MAX-DISTANCIA (WS-COL) / 1000
                       MOVE WS-EDT-KM  TO WS-LCP-VALOR (WS-COL)
                    END-IF
               WHEN 3
                    EVALUATE WS-CEN-MODO (WS-COL)
                        WHEN "P"
                             MOVE "  P - PESO ROTA"
                                       TO WS-LCP-VALOR (WS-COL)
                        WHEN "C"
                             MOVE "  C - CARGA ABC"
                                       TO WS-LCP-VALOR (WS-COL)
                        WHEN "Z"
                             MOVE "   Z - ZONA CEP"
                                       TO WS-LCP-VALOR (WS-COL)
                        WHEN OTHER
                             MOVE "  D - DISTANCIA"
                                       TO WS-LCP-VALOR (WS-COL)
                    END-EVALUATE
               WHEN 4
                    MOVE WS-CEN-QTD-CLIENTES (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 5
                    MOVE WS-CEN-QTD-ATRIBUIDOS (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 6
                    MOVE WS-CEN-QTD-PENDENTES (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 7
                    MOVE ZEROS         TO WS-CALC-MEDIA
                    IF WS-CEN-QTD-LINHAS-ATRIB (WS-COL)
                                       GREATER ZEROS
                       COMPUTE WS-CALC-MEDIA ROUNDED =
                               WS-CEN-SOMA-DIST (WS-COL)
                             / WS-CEN-QTD-LINHAS-ATRIB (WS-COL)
                             / 1000
                    END-IF
                    MOVE WS-CALC-MEDIA TO WS-EDT-KM
                    MOVE WS-EDT-KM     TO WS-LCP-VALOR (WS-COL)
               WHEN 8
                    COMPUTE WS-EDT-KM  =
                            WS-CEN-MAIOR-DIST (WS-COL) / 1000
                    MOVE WS-EDT-KM     TO WS-LCP-VALOR (WS-COL)
               WHEN 9
                    MOVE WS-CEN-QTD-VENDEDORES (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 10
                    MOVE WS-CEN-MENOR-CARTEIRA (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 11
                    MOVE WS-CEN-MAIOR-CARTEIRA (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 12
                    MOVE ZEROS         TO WS-CALC-MEDIA
                    IF WS-CEN-QTD-VENDEDORES (WS-COL)
                                       GREATER ZEROS
                       COMPUTE WS-CALC-MEDIA ROUNDED =
                               WS-CEN-QTD-LINHAS-ATRIB (WS-COL)
                             / WS-CEN-QTD-VENDEDORES (WS-COL)
                    END-IF
                    MOVE WS-CALC-MEDIA TO WS-EDT-KM
                    MOVE WS-EDT-KM     TO WS-LCP-VALOR (WS-COL)
               WHEN 13
                    COMPUTE WS-EDT-QTD =
                            WS-CEN-MAIOR-CARTEIRA (WS-COL)
                          - WS-CEN-MENOR-CARTEIRA (WS-COL)
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 14
                    MOVE WS-CEN-QTD-MUDANCAS (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 15
                    MOVE WS-CEN-QTD-PASSAM-PEND (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
               WHEN 16
                    MOVE WS-CEN-QTD-SAEM-PEND (WS-COL)
                                       TO WS-EDT-QTD
                    MOVE WS-EDT-QTD    TO WS-LCP-VALOR (WS-COL)
           END-EVALUATE

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA AS ATRIBUICOES ALTERADAS DE UM CENARIO EM RELACAO A      *
      * DISTRIBUICAO OFICIAL                                           *
      *----------------------------------------------------------------*
       2450-LISTA-MUDANCAS             SECTION.

           COMPUTE WS-COL              = WS-IDX-CEN + 1

           MOVE WS-IDX-CEN             TO WS-LTD-CENARIO
           MOVE WS-CEN-NOME (WS-COL)   TO WS-LTD-NOME

           WRITE REL-HBSIS065C         FROM WS-LINHA-CABECALHO-02
           WRITE REL-HBSIS065C         FROM WS-LINHA-TITULO-DETALHE
           WRITE REL-HBSIS065C         FROM WS-LINHA-CAB-DETALHE

           PERFORM 2160-MONTA-LABEL-CENARIO
           PERFORM 2200-ANALISA-DISTRIBUICAO

           MOVE WS-QTD-DETALHES        TO WS-LTO-QTD
           WRITE REL-HBSIS065C         FROM WS-LINHA-TOTAL-DETALHE

           ADD 1                       TO WS-IDX-CEN

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS065P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS065P.
      *----------------------------------------------------------------*
