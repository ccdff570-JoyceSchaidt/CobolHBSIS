       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS044P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS044P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER O ARQUIVO DE METAS MENSAIS POR VENDEDOR  *
      *                (VOLUME E QUANTIDADE DE CLIENTES ATIVOS POR      *
      *                ANO/MES) CONSULTADO PELO HBSIS045P NO RELATORIO  *
      *                DE ATINGIMENTO DE METAS                          *
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
           SELECT ARQ-META-VENDEDOR  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS044C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-MET.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-META-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqMetaVendedor'.
       COPY "HBSIS044C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-MET            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-ANO-MES-X                PIC  9(006)         VALUE ZEROS.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES-X.
           05  WS-ANO-MES-ANO          PIC  9(004).
           05  WS-ANO-MES-MES          PIC  9(002).
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS044L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS044L.
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

           MOVE ZEROS                  TO COD-RETORNO-HBSIS044L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS044L
               WHEN 0
                    PERFORM 2100-BUSCAR-META
               WHEN 1
                    PERFORM 2200-INCLUIR-META
               WHEN 2
                    PERFORM 2300-ALTERAR-META
               WHEN 3
                    PERFORM 2400-EXCLUIR-META
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS044L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS044L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE BUSCA DA META DO VENDEDOR NO ANO/MES                 *
      *----------------------------------------------------------------*
       2100-BUSCAR-META                SECTION.

           PERFORM 2110-OPEN-ARQ-META-VENDEDOR

           MOVE COD-VENDEDOR-HBSIS044L TO COD-VENDEDOR-HBSIS044C
           MOVE ANO-MES-HBSIS044L      TO ANO-MES-HBSIS044C

           READ ARQ-META-VENDEDOR RECORD
                              KEY IS      CHAVE-HBSIS044C

           IF WS-FL-STATUS-MET         EQUAL ZEROS
              MOVE VOLUME-META-HBSIS044C
                                       TO VOLUME-META-HBSIS044L
              MOVE QTD-CLI-META-HBSIS044C
                                       TO QTD-CLI-META-HBSIS044L
              MOVE ZEROS               TO COD-RETORNO-HBSIS044L
              MOVE "META ENCONTRADA"   TO MSG-RETORNO-HBSIS044L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS044L
              MOVE "META NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS044L
           END-IF

           PERFORM 2120-CLOSE-ARQ-META-VENDEDOR

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE METAS                                   *
      *----------------------------------------------------------------*
       2110-OPEN-ARQ-META-VENDEDOR     SECTION.

           OPEN I-O ARQ-META-VENDEDOR

           IF WS-FL-STATUS-MET         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS044L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE METAS"
                                       TO MSG-RETORNO-HBSIS044L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE METAS                                 *
      *----------------------------------------------------------------*
       2120-CLOSE-ARQ-META-VENDEDOR    SECTION.

           CLOSE ARQ-META-VENDEDOR

           IF WS-FL-STATUS-MET         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS044L
              MOVE "ERRO NO FECHAMENTO DO ARQUIVO DE METAS"
                                       TO MSG-RETORNO-HBSIS044L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INCLUSAO DA META DO VENDEDOR NO ANO/MES              *
      *----------------------------------------------------------------*
       2200-INCLUIR-META               SECTION.

           PERFORM 2210-VALIDA-META

           IF COD-RETORNO-HBSIS044L    EQUAL ZEROS
              PERFORM 2110-OPEN-ARQ-META-VENDEDOR

              MOVE COD-VENDEDOR-HBSIS044L
                                       TO COD-VENDEDOR-HBSIS044C
              MOVE ANO-MES-HBSIS044L   TO ANO-MES-HBSIS044C
              MOVE VOLUME-META-HBSIS044L
                                       TO VOLUME-META-HBSIS044C
              MOVE QTD-CLI-META-HBSIS044L
                                       TO QTD-CLI-META-HBSIS044C
              MOVE WS-DATA-HOJE        TO DATA-ATUALIZACAO-HBSIS044C

              WRITE ARQ-HBSIS044C

              EVALUATE WS-FL-STATUS-MET
                  WHEN "00"
                       MOVE ZEROS      TO COD-RETORNO-HBSIS044L
                       MOVE "META CADASTRADA"
                                       TO MSG-RETORNO-HBSIS044L
                  WHEN "22"
                       MOVE 1          TO COD-RETORNO-HBSIS044L
                       MOVE "META JA CADASTRADA PARA O ANO/MES"
                                       TO MSG-RETORNO-HBSIS044L
                  WHEN OTHER
                       MOVE 9          TO COD-RETORNO-HBSIS044L
                       MOVE "ERRO AO GRAVAR A META"
                                       TO MSG-RETORNO-HBSIS044L
              END-EVALUATE

              PERFORM 2120-CLOSE-ARQ-META-VENDEDOR
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA OS DADOS DA META INFORMADA - O VENDEDOR DEVE ESTAR      *
      * CADASTRADO, O ANO/MES DEVE SER VALIDO E AO MENOS UMA DAS       *
      * METAS (VOLUME OU CLIENTES ATIVOS) DEVE SER INFORMADA           *
      *----------------------------------------------------------------*
       2210-VALIDA-META                SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS044L

           MOVE ANO-MES-HBSIS044L      TO WS-ANO-MES-X

           IF WS-ANO-MES-ANO           LESS 2000
              OR WS-ANO-MES-MES        LESS 1
              OR WS-ANO-MES-MES        GREATER 12
              MOVE 1                   TO COD-RETORNO-HBSIS044L
              MOVE "ANO/MES INVALIDO (AAAAMM)"
                                       TO MSG-RETORNO-HBSIS044L
           END-IF

           IF COD-RETORNO-HBSIS044L    EQUAL ZEROS
              AND VOLUME-META-HBSIS044L
                                       EQUAL ZEROS
              AND QTD-CLI-META-HBSIS044L
                                       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS044L
              MOVE "META DE VOLUME E DE CLIENTES ZERADAS"
                                       TO MSG-RETORNO-HBSIS044L
           END-IF

           IF COD-RETORNO-HBSIS044L    EQUAL ZEROS
              OPEN INPUT ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE COD-VENDEDOR-HBSIS044L
                                       TO COD-VENDEDOR-HBSIS004C

                 READ ARQ-VENDEDOR RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    CONTINUE
                 ELSE
                    MOVE 1             TO COD-RETORNO-HBSIS044L
                    MOVE "VENDEDOR NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS044L
                 END-IF

                 CLOSE ARQ-VENDEDOR
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS044L
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDOR"
                                       TO MSG-RETORNO-HBSIS044L
              END-IF
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE ALTERACAO DA META DO VENDEDOR NO ANO/MES             *
      *----------------------------------------------------------------*
       2300-ALTERAR-META               SECTION.

           PERFORM 2210-VALIDA-META

           IF COD-RETORNO-HBSIS044L    EQUAL ZEROS
              PERFORM 2110-OPEN-ARQ-META-VENDEDOR

              MOVE COD-VENDEDOR-HBSIS044L
                                       TO COD-VENDEDOR-HBSIS044C
              MOVE ANO-MES-HBSIS044L   TO ANO-MES-HBSIS044C

              READ ARQ-META-VENDEDOR RECORD
                                 KEY IS      CHAVE-HBSIS044C

              IF WS-FL-STATUS-MET      EQUAL ZEROS
                 MOVE VOLUME-META-HBSIS044L
                                       TO VOLUME-META-HBSIS044C
                 MOVE QTD-CLI-META-HBSIS044L
                                       TO QTD-CLI-META-HBSIS044C
                 MOVE WS-DATA-HOJE     TO DATA-ATUALIZACAO-HBSIS044C

                 REWRITE ARQ-HBSIS044C

                 IF WS-FL-STATUS-MET   EQUAL ZEROS
                    MOVE ZEROS         TO COD-RETORNO-HBSIS044L
                    MOVE "META ALTERADA"
                                       TO MSG-RETORNO-HBSIS044L
                 ELSE
                    MOVE 9             TO COD-RETORNO-HBSIS044L
                    MOVE "ERRO AO REGRAVAR A META"
                                       TO MSG-RETORNO-HBSIS044L
                 END-IF
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS044L
                 MOVE "META NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS044L
              END-IF

              PERFORM 2120-CLOSE-ARQ-META-VENDEDOR
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE EXCLUSAO DA META DO VENDEDOR NO ANO/MES              *
      *----------------------------------------------------------------*
       2400-EXCLUIR-META               SECTION.

           PERFORM 2110-OPEN-ARQ-META-VENDEDOR

           MOVE COD-VENDEDOR-HBSIS044L TO COD-VENDEDOR-HBSIS044C
           MOVE ANO-MES-HBSIS044L      TO ANO-MES-HBSIS044C

           READ ARQ-META-VENDEDOR RECORD
                              KEY IS      CHAVE-HBSIS044C

           IF WS-FL-STATUS-MET         EQUAL ZEROS
              DELETE ARQ-META-VENDEDOR RECORD
              IF WS-FL-STATUS-MET      EQUAL ZEROS
                 MOVE ZEROS            TO COD-RETORNO-HBSIS044L
                 MOVE "META EXCLUIDA"  TO MSG-RETORNO-HBSIS044L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS044L
                 MOVE "ERRO AO EXCLUIR A META"
                                       TO MSG-RETORNO-HBSIS044L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS044L
              MOVE "META NAO CADASTRADA"
                                       TO MSG-RETORNO-HBSIS044L
           END-IF

           PERFORM 2120-CLOSE-ARQ-META-VENDEDOR

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS044P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS044P.
      *----------------------------------------------------------------*
