           SELECT ARQ-EXP-COMISSAO   ASSIGN TO WS-LABEL-EXP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EXP.

           SELECT ARQ-LINHA-NEGOCIO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS056C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-CLI-LINHA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS058C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  ARQ-EXP-COMISSAO
           LABEL RECORD IS STANDARD.
       01  EXP-HBSIS025C               PIC  X(100).

       FD  ARQ-LINHA-NEGOCIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaNegocio'.
       COPY "HBSIS056C.CPY".

       FD  ARQ-CLI-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliLinha'.
       COPY "HBSIS058C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-EXP                PIC  X(030)         VALUE SPACES.

       01  WS-PERC-APLICADO            PIC  9(002)V9(002)  VALUE ZEROS.
       01  WS-ACHOU-TAXA               PIC  X(001)         VALUE "N".
       01  WS-VALOR-COMISSAO           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-TEM-CLI-LINHA            PIC  X(001)         VALUE "N".
       01  WS-FIM-CLI-LINHA            PIC  X(001)         VALUE "N".
       01  WS-QTD-LIN-CLI              PIC  9(003)         VALUE ZEROS.
      *
       01  WS-TAB-LINHA-ATIVA.
           05  WS-LINHA-ATIVA          PIC  X(001)         VALUE "S"
                                        OCCURS 100 TIMES.
      *
       01  WS-TAB-TAXA.
           05  WS-TAB-TAXA-OCR         OCCURS 100 TIMES.
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2205-CARREGA-LINHAS-ATIVAS

           OPEN INPUT ARQ-CLI-LINHA

           IF WS-FL-STATUS-CLL         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-CLI-LINHA
           ELSE
              MOVE "N"                 TO WS-TEM-CLI-LINHA
           END-IF

           PERFORM 2210-LER-ARQ-DISTRIBUICAO

           PERFORM 2220-TRATA-REG-DISTRIBUICAO UNTIL
                   WS-FL-STATUS-DIS    NOT EQUAL "00"

           IF WS-TEM-CLI-LINHA         EQUAL "S"
              CLOSE ARQ-CLI-LINHA
           END-IF

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE

       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A TABELA DE LINHAS DE NEGOCIO ATIVAS, COM O MESMO      *
      * CRITERIO DA DISTRIBUICAO (HBSIS007P) - SEM O ARQUIVO TODAS AS  *
      * LINHAS SAO CONSIDERADAS ATIVAS                                 *
      *----------------------------------------------------------------*
       2205-CARREGA-LINHAS-ATIVAS      SECTION.

           OPEN INPUT ARQ-LINHA-NEGOCIO

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              MOVE ALL "N"             TO WS-TAB-LINHA-ATIVA
              MOVE "S"                 TO WS-LINHA-ATIVA (1)

              READ ARQ-LINHA-NEGOCIO NEXT RECORD

              PERFORM 2206-ARMAZENA-LINHA-ATIVA UNTIL
                      WS-FL-STATUS-LIN NOT EQUAL "00"

              CLOSE ARQ-LINHA-NEGOCIO
           END-IF

           .
       2205-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA UMA LINHA DE NEGOCIO ATIVA NA TABELA                     *
      *----------------------------------------------------------------*
       2206-ARMAZENA-LINHA-ATIVA       SECTION.

           IF SITUACAO-HBSIS056C       EQUAL "A"
              MOVE "S"                 TO WS-LINHA-ATIVA
                                          (COD-LINHA-HBSIS056C + 1)
           END-IF

           READ ARQ-LINHA-NEGOCIO NEXT RECORD

           .
       2206-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO                             *
      *----------------------------------------------------------------*
       2210-LER-ARQ-DISTRIBUICAO       SECTION.
                                       TO WS-VOLUME-CLIENTE
              END-IF

              IF COD-LINHA-HBSIS007C   NOT NUMERIC
                 MOVE ZEROS            TO COD-LINHA-HBSIS007C
              END-IF

              IF COD-LINHA-HBSIS007C   GREATER ZEROS
                 AND WS-TEM-CLI-LINHA  EQUAL "S"
                 PERFORM 2230-APURA-VOLUME-LINHA
              END-IF

              ADD 1                    TO WS-CVE-QTD-CLI
                                          (COD-VENDEDOR-HBSIS007C + 1)
              ADD WS-VOLUME-CLIENTE    TO WS-CVE-VOLUME
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * NA DISTRIBUICAO POR LINHA DE NEGOCIO O VOLUME PRECIFICADO E O  *
      * DA LINHA - O INFORMADO NO ArqCliLinha OU, SE ZERADO, O VOLUME  *
      * DO CADASTRO REPARTIDO IGUALMENTE ENTRE AS LINHAS ATIVAS DO     *
      * CLIENTE                                                        *
      *----------------------------------------------------------------*
       2230-APURA-VOLUME-LINHA         SECTION.

           MOVE COD-CLIENTE-HBSIS007C  TO COD-CLIENTE-HBSIS058C
           MOVE COD-LINHA-HBSIS007C    TO COD-LINHA-HBSIS058C

           READ ARQ-CLI-LINHA  RECORD
                               KEY IS     CHAVE-HBSIS058C

           IF WS-FL-STATUS-CLL         EQUAL ZEROS
              AND VOLUME-LINHA-HBSIS058C
                                       GREATER ZEROS
              MOVE VOLUME-LINHA-HBSIS058C
                                       TO WS-VOLUME-CLIENTE
           ELSE
              MOVE ZEROS               TO WS-QTD-LIN-CLI
              MOVE COD-CLIENTE-HBSIS007C
                                       TO COD-CLIENTE-HBSIS058C
              MOVE ZEROS               TO COD-LINHA-HBSIS058C

              START ARQ-CLI-LINHA KEY NOT LESS CHAVE-HBSIS058C

              IF WS-FL-STATUS-CLL      EQUAL ZEROS
                 MOVE "N"              TO WS-FIM-CLI-LINHA

                 PERFORM 2235-CONTA-LINHA-CLIENTE UNTIL
                         WS-FIM-CLI-LINHA
                                       EQUAL "S"
              END-IF

              IF WS-QTD-LIN-CLI        GREATER 1
                 COMPUTE WS-VOLUME-CLIENTE ROUNDED =
                         WS-VOLUME-CLIENTE / WS-QTD-LIN-CLI
              END-IF
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA UMA LINHA ATIVA DO CLIENTE CORRENTE                      *
      *----------------------------------------------------------------*
       2235-CONTA-LINHA-CLIENTE        SECTION.

           READ ARQ-CLI-LINHA NEXT RECORD

           IF WS-FL-STATUS-CLL         NOT EQUAL ZEROS
              OR COD-CLIENTE-HBSIS058C NOT EQUAL COD-CLIENTE-HBSIS007C
              MOVE "S"                 TO WS-FIM-CLI-LINHA
           ELSE
              IF WS-LINHA-ATIVA (COD-LINHA-HBSIS058C + 1)
                                       EQUAL "S"
                 ADD 1                 TO WS-QTD-LIN-CLI
              END-IF
           END-IF

           .
       2235-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A TAXA APLICAVEL AO CLIENTE CORRENTE - PRIMEIRO A      *
      * TAXA DA PROPRIA CURVA NA FAIXA DE VOLUME, DEPOIS A TAXA SEM    *
      * CURVA (SOMENTE POR FAIXA)                                      *
