       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS056P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS056P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER AS LINHAS DE NEGOCIO (ArqLinhaNegocio),   *
      *                AS LINHAS ATENDIDAS POR VENDEDOR (ArqVendLinha)  *
      *                E AS LINHAS COMPRADAS POR CLIENTE (ArqCliLinha)  *
      *                CONSULTADAS PELO HBSIS007P PARA GERAR UMA        *
      *                ATRIBUICAO POR CLIENTE E LINHA - SEM NENHUMA     *
      *                LINHA CADASTRADA A DISTRIBUICAO SEGUE COM UM     *
      *                UNICO VENDEDOR POR CLIENTE (LINHA 00)            *
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
           SELECT ARQ-LINHA-NEGOCIO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-LINHA-HBSIS056C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-LIN.

           SELECT ARQ-VEND-LINHA     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS057C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VLI.

           SELECT ARQ-CLI-LINHA      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS058C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLL.

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

           SELECT ARQ-RUN-CONTROL    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RCT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-LINHA-NEGOCIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqLinhaNegocio'.
       COPY "HBSIS056C.CPY".

       FD  ARQ-VEND-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendLinha'.
       COPY "HBSIS057C.CPY".

       FD  ARQ-CLI-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliLinha'.
       COPY "HBSIS058C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-RUN-CONTROL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRunControl'.
       COPY "HBSISRCT.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-LIN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCT            PIC  X(002)         VALUE "00".
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS056L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS056L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO                                        *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS056L

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS056L
               WHEN 0
                    PERFORM 2100-BUSCAR-LINHA
               WHEN 1
                    PERFORM 2200-GRAVAR-LINHA
               WHEN 2
                    PERFORM 2300-VINCULAR-VENDEDOR
               WHEN 3
                    PERFORM 2400-DESVINCULAR-VENDEDOR
               WHEN 4
                    PERFORM 2500-VINCULAR-CLIENTE
               WHEN 5
                    PERFORM 2600-DESVINCULAR-CLIENTE
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS056L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS056L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DE LINHA DE NEGOCIO                            *
      *----------------------------------------------------------------*
       2100-BUSCAR-LINHA               SECTION.

           PERFORM 2110-OPEN-ARQ-LINHA

           MOVE COD-LINHA-HBSIS056L    TO COD-LINHA-HBSIS056C

           READ ARQ-LINHA-NEGOCIO RECORD
                              KEY IS      COD-LINHA-HBSIS056C

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              MOVE DESCRICAO-HBSIS056C TO DESCRICAO-HBSIS056L
              MOVE SITUACAO-HBSIS056C  TO SITUACAO-HBSIS056L
              MOVE ZEROS               TO COD-RETORNO-HBSIS056L
              MOVE "LINHA DE NEGOCIO ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS056L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "LINHA DE NEGOCIO NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA A MANUTENCAO ENQUANTO A DISTRIBUICAO NOTURNA ESTIVER    *
      * EM EXECUCAO (TRAVA GRAVADA PELO HBSIS009P) - O HBSIS007P LE AS *
      * LINHAS DE VENDEDOR E CLIENTE DURANTE TODA A JANELA             *
      *----------------------------------------------------------------*
       2108-VERIFICA-TRAVA             SECTION.

           OPEN INPUT ARQ-RUN-CONTROL

           IF WS-FL-STATUS-RCT         EQUAL ZEROS
              READ ARQ-RUN-CONTROL

              IF WS-FL-STATUS-RCT      EQUAL ZEROS
                 AND RCT-STATUS        EQUAL "E"
                 CLOSE ARQ-RUN-CONTROL
                 MOVE 9                TO COD-RETORNO-HBSIS056L
                 MOVE "DISTRIBUICAO EM EXECUCAO - AGUARDE"
                                       TO MSG-RETORNO-HBSIS056L
                 PERFORM 3000-FINALIZA
              END-IF

              CLOSE ARQ-RUN-CONTROL
           END-IF

           .
       2108-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DA TABELA DE LINHAS DE NEGOCIO                        *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-LINHA             SECTION.

           OPEN I-O ARQ-LINHA-NEGOCIO

           IF WS-FL-STATUS-LIN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NA ABERTURA DAS LINHAS DE NEGOCIO"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DA TABELA DE LINHAS DE NEGOCIO                      *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-LINHA            SECTION.

           CLOSE ARQ-LINHA-NEGOCIO

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NO FECHAMENTO DAS LINHAS NEGOCIO"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA QUE A LINHA INFORMADA ESTA CADASTRADA E ATIVA ANTES DE  *
      * VINCULAR VENDEDOR OU CLIENTE                                   *
      *----------------------------------------------------------------*
       2130-VALIDA-LINHA-ATIVA         SECTION.

           PERFORM 2110-OPEN-ARQ-LINHA

           MOVE COD-LINHA-HBSIS056L    TO COD-LINHA-HBSIS056C

           READ ARQ-LINHA-NEGOCIO RECORD
                              KEY IS      COD-LINHA-HBSIS056C

           IF WS-FL-STATUS-LIN         EQUAL ZEROS
              AND SITUACAO-HBSIS056C   EQUAL "A"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "LINHA NAO CADASTRADA OU INATIVA"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           PERFORM 2120-CLOSE-ARQ-LINHA

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI OU ALTERA UMA LINHA DE NEGOCIO - A LINHA 00 E RESERVADA *
      * A DISTRIBUICAO SEM LINHAS E NAO E CADASTRADA                   *
      *----------------------------------------------------------------*
       2200-GRAVAR-LINHA               SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS056L

           IF COD-LINHA-HBSIS056L      EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "LINHA 00 RESERVADA (SEM LINHA)"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              AND DESCRICAO-HBSIS056L  EQUAL SPACES
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "DESCRICAO DA LINHA NAO INFORMADA"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              IF SITUACAO-HBSIS056L    EQUAL SPACES
                 MOVE "A"              TO SITUACAO-HBSIS056L
              END-IF

              IF SITUACAO-HBSIS056L    NOT EQUAL "A" AND "I"
                 MOVE 1                TO COD-RETORNO-HBSIS056L
                 MOVE "SITUACAO INVALIDA (A OU I)"
                                       TO MSG-RETORNO-HBSIS056L
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              PERFORM 2108-VERIFICA-TRAVA
              PERFORM 2110-OPEN-ARQ-LINHA

              MOVE COD-LINHA-HBSIS056L TO COD-LINHA-HBSIS056C

              READ ARQ-LINHA-NEGOCIO RECORD
                                 KEY IS   COD-LINHA-HBSIS056C

              MOVE DESCRICAO-HBSIS056L TO DESCRICAO-HBSIS056C
              MOVE SITUACAO-HBSIS056L  TO SITUACAO-HBSIS056C

              IF WS-FL-STATUS-LIN      EQUAL ZEROS
                 REWRITE ARQ-HBSIS056C
              ELSE
                 WRITE ARQ-HBSIS056C
              END-IF

              IF WS-FL-STATUS-LIN      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS056L
                 MOVE "LINHA DE NEGOCIO GRAVADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS056L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS056L
                 MOVE "ERRO AO GRAVAR A LINHA DE NEGOCIO"
                                       TO MSG-RETORNO-HBSIS056L
              END-IF

              PERFORM 2120-CLOSE-ARQ-LINHA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VINCULA UM VENDEDOR A UMA LINHA DE NEGOCIO - A PARTIR DO       *
      * PRIMEIRO VINCULO O VENDEDOR SO RECEBE CLIENTES DAS LINHAS      *
      * VINCULADAS                                                     *
      *----------------------------------------------------------------*
       2300-VINCULAR-VENDEDOR          SECTION.

           PERFORM 2130-VALIDA-LINHA-ATIVA

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              PERFORM 2320-VALIDA-VENDEDOR
           END-IF

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              PERFORM 2108-VERIFICA-TRAVA
              PERFORM 2310-OPEN-ARQ-VEND-LINHA

              MOVE COD-VENDEDOR-HBSIS056L
                                       TO COD-VENDEDOR-HBSIS057C
              MOVE COD-LINHA-HBSIS056L TO COD-LINHA-HBSIS057C

              WRITE ARQ-HBSIS057C

              EVALUATE WS-FL-STATUS-VLI
                  WHEN "00"
                       MOVE ZEROS      TO COD-RETORNO-HBSIS056L
                       MOVE "VENDEDOR VINCULADO A LINHA"
                                       TO MSG-RETORNO-HBSIS056L
                  WHEN "22"
                       MOVE 1          TO COD-RETORNO-HBSIS056L
                       MOVE "VENDEDOR JA VINCULADO A LINHA"
                                       TO MSG-RETORNO-HBSIS056L
                  WHEN OTHER
                       MOVE 9          TO COD-RETORNO-HBSIS056L
                       MOVE "ERRO AO GRAVAR O VINCULO DO VENDEDOR"
                                       TO MSG-RETORNO-HBSIS056L
              END-EVALUATE

              CLOSE ARQ-VEND-LINHA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE LINHAS POR VENDEDOR                     *
      *----------------------------------------------------------------*
       2310-OPEN-ARQ-VEND-LINHA        SECTION.

           OPEN I-O ARQ-VEND-LINHA

           IF WS-FL-STATUS-VLI         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NA ABERTURA DO ARQ VEND X LINHA"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A EXISTENCIA E SITUACAO DO VENDEDOR INFORMADO           *
      *----------------------------------------------------------------*
       2320-VALIDA-VENDEDOR            SECTION.

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-VENDEDOR-HBSIS056L TO COD-VENDEDOR-HBSIS004C

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              AND SITUACAO-VENDEDOR-HBSIS004C
                                       NOT EQUAL "I"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "VENDEDOR NAO CADASTRADO OU INATIVO"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           CLOSE ARQ-VENDEDOR

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETIRA O VINCULO DE UM VENDEDOR COM UMA LINHA DE NEGOCIO       *
      *----------------------------------------------------------------*
       2400-DESVINCULAR-VENDEDOR       SECTION.

           PERFORM 2108-VERIFICA-TRAVA
           PERFORM 2310-OPEN-ARQ-VEND-LINHA

           MOVE COD-VENDEDOR-HBSIS056L TO COD-VENDEDOR-HBSIS057C
           MOVE COD-LINHA-HBSIS056L    TO COD-LINHA-HBSIS057C

           READ ARQ-VEND-LINHA RECORD
                              KEY IS      CHAVE-HBSIS057C

           IF WS-FL-STATUS-VLI         EQUAL ZEROS
              DELETE ARQ-VEND-LINHA RECORD
              IF WS-FL-STATUS-VLI      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS056L
                 MOVE "VINCULO DO VENDEDOR EXCLUIDO"
                                       TO MSG-RETORNO-HBSIS056L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS056L
                 MOVE "ERRO AO EXCLUIR O VINCULO DO VENDEDOR"
                                       TO MSG-RETORNO-HBSIS056L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "VENDEDOR NAO VINCULADO A LINHA"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           CLOSE ARQ-VEND-LINHA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VINCULA UM CLIENTE A UMA LINHA DE NEGOCIO COM O VOLUME MENSAL  *
      * DA LINHA - O VINCULO JA EXISTENTE TEM O VOLUME REGRAVADO       *
      *----------------------------------------------------------------*
       2500-VINCULAR-CLIENTE           SECTION.

           PERFORM 2130-VALIDA-LINHA-ATIVA

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              PERFORM 2520-VALIDA-CLIENTE
           END-IF

           IF COD-RETORNO-HBSIS056L    EQUAL ZEROS
              PERFORM 2108-VERIFICA-TRAVA
              PERFORM 2510-OPEN-ARQ-CLI-LINHA

              MOVE COD-CLIENTE-HBSIS056L
                                       TO COD-CLIENTE-HBSIS058C
              MOVE COD-LINHA-HBSIS056L TO COD-LINHA-HBSIS058C

              READ ARQ-CLI-LINHA RECORD
                                 KEY IS   CHAVE-HBSIS058C

              MOVE VOLUME-LINHA-HBSIS056L
                                       TO VOLUME-LINHA-HBSIS058C

              IF WS-FL-STATUS-CLL      EQUAL ZEROS
                 REWRITE ARQ-HBSIS058C
              ELSE
                 WRITE ARQ-HBSIS058C
              END-IF

              IF WS-FL-STATUS-CLL      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS056L
                 MOVE "CLIENTE VINCULADO A LINHA"
                                       TO MSG-RETORNO-HBSIS056L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS056L
                 MOVE "ERRO AO GRAVAR O VINCULO DO CLIENTE"
                                       TO MSG-RETORNO-HBSIS056L
              END-IF

              CLOSE ARQ-CLI-LINHA
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE LINHAS POR CLIENTE                      *
      *----------------------------------------------------------------*
       2510-OPEN-ARQ-CLI-LINHA         SECTION.

           OPEN I-O ARQ-CLI-LINHA

           IF WS-FL-STATUS-CLL         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NA ABERTURA DO ARQ CLI X LINHA"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A EXISTENCIA E SITUACAO DO CLIENTE INFORMADO            *
      *----------------------------------------------------------------*
       2520-VALIDA-CLIENTE             SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS056L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS056L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-HBSIS056L  TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              AND SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           CLOSE ARQ-CLIENTE

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETIRA O VINCULO DE UM CLIENTE COM UMA LINHA DE NEGOCIO        *
      *----------------------------------------------------------------*
       2600-DESVINCULAR-CLIENTE        SECTION.

           PERFORM 2108-VERIFICA-TRAVA
           PERFORM 2510-OPEN-ARQ-CLI-LINHA

           MOVE COD-CLIENTE-HBSIS056L  TO COD-CLIENTE-HBSIS058C
           MOVE COD-LINHA-HBSIS056L    TO COD-LINHA-HBSIS058C

           READ ARQ-CLI-LINHA RECORD
                              KEY IS      CHAVE-HBSIS058C

           IF WS-FL-STATUS-CLL         EQUAL ZEROS
              DELETE ARQ-CLI-LINHA RECORD
              IF WS-FL-STATUS-CLL      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS056L
                 MOVE "VINCULO DO CLIENTE EXCLUIDO"
                                       TO MSG-RETORNO-HBSIS056L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS056L
                 MOVE "ERRO AO EXCLUIR O VINCULO DO CLIENTE"
                                       TO MSG-RETORNO-HBSIS056L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS056L
              MOVE "CLIENTE NAO VINCULADO A LINHA"
                                       TO MSG-RETORNO-HBSIS056L
           END-IF

           CLOSE ARQ-CLI-LINHA

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS056P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS056P.
      *----------------------------------------------------------------*
