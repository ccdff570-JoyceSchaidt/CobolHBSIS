      *                CODIGO DE CLIENTE) - CONCATENA OS SEGMENTOS     *
      *                ArqDistribuicao.DATA.Pnn NO ArqDistribuicao     *
      *                UNICO E OS SEGMENTOS ArqBloqueados.DATA.Pnn NA  *
      *                LISTA UNICA DE BLOQUEADOS, OS SEGMENTOS DE      *
      *                RASTRO ArqRastro.DATA.Pnn (QUANDO GRAVADOS) NO  *
      *                ArqRastro UNICO, APLICA OS SEGMENTOS            *
      *                DE PENDENCIA A FILA                             *
      *                DE PENDENTES, GRAVA O HISTORICO E O REGISTRO DE *
      *                LOG CONSOLIDADO, CONFERE O LIMITE GLOBAL DE     *
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BLQ.

           SELECT ARQ-RAS-SEG        ASSIGN TO WS-LABEL-RSG
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RSG.

           SELECT ARQ-RASTRO         ASSIGN TO WS-LABEL-RAS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RAS.

           SELECT ARQ-PENDENTE       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
           NOME-VEND-HBSIS007C         BY SEG-NOME-VEND
           DISTANCIA-HBSIS007C         BY SEG-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY SEG-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY SEG-COD-FILIAL
           COD-LINHA-HBSIS007C         BY SEG-COD-LINHA.

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
           05  BLQ-RAZAO-SOCIAL        PIC  X(040).
           05  BLQ-COD-VENDEDOR        PIC  9(003).

       FD  ARQ-RAS-SEG
           LABEL RECORD IS STANDARD.
       01  REG-RAS-SEG                 PIC  X(118).

       FD  ARQ-RASTRO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS071C.CPY".

       FD  ARQ-PENDENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPendente'.
       77  WS-FL-STATUS-BLQ            PIC  X(002)         VALUE "00".
       77  WS-LABEL-BSG                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-BLQ                PIC  X(030)         VALUE SPACES.
       77  WS-FL-STATUS-RSG            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-LABEL-RSG                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-RAS                PIC  X(030)         VALUE SPACES.

       01  WS-DATA-EXECUCAO            PIC  X(008)         VALUE SPACES.
       01  WS-DATA-ANTERIOR            PIC  X(008)         VALUE SPACES.

           PERFORM 2100-CONSOLIDA-DISTRIBUICAO
           PERFORM 2150-CONSOLIDA-BLOQUEADOS
           PERFORM 2185-CONSOLIDA-RASTRO
           PERFORM 2200-APLICA-PENDENTES
           PERFORM 2300-GRAVA-HISTORICO
           PERFORM 2400-GRAVA-LOG-EXECUCAO
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONCATENA OS SEGMENTOS DE RASTRO DA ATRIBUICAO                 *
      * (ArqRastro.DATA.Pnn) NO ArqRastro.DATA UNICO LIDO PELA         *
      * CONSULTA DO HBSIS071P - SEM O SEGMENTO DA PRIMEIRA PARTICAO O  *
      * RASTRO NAO FOI SOLICITADO E NADA E GRAVADO; NAS DEMAIS, O      *
      * SEGMENTO AUSENTE E TRATADO COMO VAZIO                          *
      *----------------------------------------------------------------*
       2185-CONSOLIDA-RASTRO           SECTION.

           MOVE 1                      TO WS-PARTICAO
           PERFORM 2186-MONTA-LABEL-SEG-RASTRO

           OPEN INPUT ARQ-RAS-SEG

           IF WS-FL-STATUS-RSG         EQUAL ZEROS
              CLOSE ARQ-RAS-SEG

              MOVE SPACES              TO WS-LABEL-RAS
              STRING "ArqRastro."      DELIMITED BY SIZE
                     WS-DATA-EXECUCAO  DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS

              OPEN OUTPUT ARQ-RASTRO

              IF WS-FL-STATUS-RAS      EQUAL ZEROS
                 CONTINUE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RASTRO"
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              PERFORM 2187-COPIA-SEG-RASTRO UNTIL
                      WS-PARTICAO      GREATER WS-QTD-PARTICOES

              CLOSE ARQ-RASTRO
           END-IF

           .
       2185-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O NOME DO SEGMENTO DE RASTRO DA PARTICAO CORRENTE        *
      *----------------------------------------------------------------*
       2186-MONTA-LABEL-SEG-RASTRO     SECTION.

           MOVE SPACES                 TO WS-LABEL-RSG
           STRING "ArqRastro."         DELIMITED BY SIZE
                  WS-DATA-EXECUCAO     DELIMITED BY SIZE
                  ".P"                 DELIMITED BY SIZE
                  WS-PARTICAO          DELIMITED BY SIZE
                                  INTO WS-LABEL-RSG

           .
       2186-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA O SEGMENTO DE RASTRO DE UMA PARTICAO                     *
      *----------------------------------------------------------------*
       2187-COPIA-SEG-RASTRO           SECTION.

           PERFORM 2186-MONTA-LABEL-SEG-RASTRO

           OPEN INPUT ARQ-RAS-SEG

           IF WS-FL-STATUS-RSG         EQUAL ZEROS
              PERFORM 2188-LER-SEG-RASTRO

              PERFORM 2189-GRAVA-REG-RASTRO UNTIL
                      WS-FL-STATUS-RSG NOT EQUAL "00"

              CLOSE ARQ-RAS-SEG
           END-IF

           ADD 1                       TO WS-PARTICAO

           .
       2187-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO SEGMENTO DE RASTRO                                  *
      *----------------------------------------------------------------*
       2188-LER-SEG-RASTRO             SECTION.

           READ ARQ-RAS-SEG NEXT RECORD

           .
       2188-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO DO SEGMENTO NO RASTRO CONSOLIDADO            *
      *----------------------------------------------------------------*
       2189-GRAVA-REG-RASTRO           SECTION.

           MOVE REG-RAS-SEG            TO ARQ-HBSIS071C

           WRITE ARQ-HBSIS071C

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR O ARQUIVO DE RASTRO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2188-LER-SEG-RASTRO

           .
       2189-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APLICA OS SEGMENTOS DE PENDENCIA DAS PARTICOES A FILA DE       *
      * PENDENTES - ACAO I INCLUI/REGRAVA E ACAO R RETIRA DA FILA      *
      *----------------------------------------------------------------*
           MOVE TIPO-ATRIBUICAO-HBSIS007C
                                       TO TIPO-ATRIBUICAO-HBSIS014C
           MOVE COD-FILIAL-HBSIS007C   TO COD-FILIAL-HBSIS014C
           MOVE COD-LINHA-HBSIS007C    TO COD-LINHA-HBSIS014C

           WRITE ARQ-HBSIS014C

