       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS055P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS055P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONTROLE DO CICLO NOTURNO NO ArqCicloLote -     *
      *                FUNCAO I (INICIO DO JOB) CONFERE SE OS JOBS      *
      *                PREDECESSORES TERMINARAM BEM NA MESMA DATA DE    *
      *                NEGOCIO E RECUSA O JOB COM RETURN-CODE 8 QUANDO  *
      *                HA PENDENCIA; FUNCAO F (FIM DO JOB) GRAVA O      *
      *                TERMINO, O ULTIMO STEP E O RETURN-CODE NO        *
      *                REGISTRO ABERTO PELA FUNCAO I - SEM ESSE         *
      *                REGISTRO TERMINA COM RETURN-CODE 9; FUNCAO R     *
      *                EMITE O RELATORIO DE CONTROLE DO CICLO DA DATA,  *
      *                NA ORDEM DE INICIO DOS JOBS                      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN), UM POR LINHA - FUNCAO *
      *                (I, F OU R), NOME DO JOB, DATA DE NEGOCIO        *
      *                AAAAMMDD (BRANCO = DATA DO DIA, OU A DO DIA      *
      *                ANTERIOR ANTES DAS 06:00; NA FUNCAO F, BRANCO =  *
      *                A DATA DO REGISTRO DO JOB AINDA EM EXECUCAO),    *
      *                PREDECESSORES                                    *
      *                SEPARADOS POR ESPACO (FUNCAO I, ATE 5) OU        *
      *                RETURN-CODE DO JOB COM 4 DIGITOS (FUNCAO F) E    *
      *                NOME DO ULTIMO STEP (FUNCAO F)                   *
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
           SELECT ARQ-CICLO          ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS054C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CIC.

           SELECT REL-CICLO          ASSIGN TO WS-LABEL-REL
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CICLO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCicloLote'.
       COPY "HBSIS054C.CPY".

       FD  REL-CICLO
           LABEL RECORD IS STANDARD.
       01  REL-HBSIS055C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CIC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-REL                PIC  X(030)         VALUE SPACES.
       77  WS-JOB-EXISTE               PIC  X(001)         VALUE "N".
       77  WS-FIM-CICLO                PIC  X(001)         VALUE "N".

       01  WS-FUNCAO                   PIC  X(001)         VALUE SPACES.
       01  WS-JOB                      PIC  X(008)         VALUE SPACES.
       01  WS-DATA-NEGOCIO             PIC  X(008)         VALUE SPACES.
       01  WS-DATA-INFORMADA           PIC  X(001)         VALUE "S".
       01  WS-DATA-BUSCA               PIC  X(008)         VALUE SPACES.
       01  WS-DATA-ENCONTRADA          PIC  X(008)         VALUE SPACES.
       01  WS-PARAMETRO                PIC  X(044)         VALUE SPACES.
       01  WS-ULTIMO-STEP              PIC  X(008)         VALUE SPACES.
      *
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-AGORA               PIC  X(008)         VALUE SPACES.
       01  WS-HORA-VIRADA              PIC  X(002)         VALUE "06".
       01  WS-INT-DATA                 PIC  9(008)         VALUE ZEROS.
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
      *
       01  WS-COD-RETORNO-JOB          PIC  9(004)         VALUE ZEROS.
       01  WS-TAB-PREDECESSOR.
           05  WS-PREDECESSOR          PIC  X(008)         OCCURS 5
                                                           TIMES.
       01  WS-IDX-PRED                 PIC  9(002)         VALUE ZEROS.
       01  WS-PENDENCIAS               PIC  X(060)         VALUE SPACES.
       01  WS-PTR-PENDENCIAS           PIC  9(003)         VALUE ZEROS.
       01  WS-SITUACAO-PRED            PIC  X(001)         VALUE SPACES.
      *
       01  WS-TAB-CICLO.
           05  WS-TAB-CICLO-OCR        OCCURS 100 TIMES.
               10  WS-CIC-ORDEM        PIC  X(014).
               10  WS-CIC-EMITIDO      PIC  X(001).
               10  WS-CIC-REGISTRO     PIC  X(180).

       01  WS-QTD-CICLO                PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-EMITIDOS             PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-CICLO                PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-MENOR                PIC  9(003)         VALUE ZEROS.
      *
       01  WS-QTD-CONCLUIDOS           PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-AVISOS               PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-FALHAS               PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-RECUSADOS            PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-EXECUCAO             PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-LIBERADOS            PIC  9(003)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(046)         VALUE
               "CONTROLE DO CICLO NOTURNO - DATA DE NEGOCIO: ".
           05  WS-CAB-DATA-NEGOCIO     PIC  X(008).
           05  FILLER                  PIC  X(014)         VALUE
               "  EMITIDO EM: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-HORA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CAB-CICLO.
           05  FILLER                  PIC  X(030)         VALUE
               "JOB       SITUACAO".
           05  FILLER                  PIC  X(019)         VALUE
               "INICIO".
           05  FILLER                  PIC  X(019)         VALUE
               "FIM".
           05  FILLER                  PIC  X(026)         VALUE
               "    RC  ULT.STEP  LIB.POR".

       01  WS-LINHA-DET-CICLO.
           05  WS-DCI-JOB              PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-SITUACAO         PIC  X(018).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-DATA-INICIO      PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DCI-HORA-INICIO      PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-DATA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DCI-HORA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-COD-RETORNO      PIC  ZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-ULTIMO-STEP      PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCI-OPERADOR-LIB     PIC  X(008).

       01  WS-LINHA-DET-PENDENCIA.
           05  FILLER                  PIC  X(035)         VALUE
               "          PREDECESSORES PENDENTES: ".
           05  WS-DPE-PENDENCIAS       PIC  X(060).

       01  WS-LINHA-DET-LIBERACAO.
           05  FILLER                  PIC  X(023)         VALUE
               "          LIBERADO EM: ".
           05  WS-DLI-DATA-HORA        PIC  X(014).
           05  FILLER                  PIC  X(013)         VALUE
               "  SIT.ANTER: ".
           05  WS-DLI-SITUACAO-ANT     PIC  X(001).
           05  FILLER                  PIC  X(010)         VALUE
               "  MOTIVO: ".
           05  WS-DLI-MOTIVO           PIC  X(040).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(006)         VALUE
               "JOBS: ".
           05  WS-TOT-JOBS             PIC  ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  CONCLUIDOS: ".
           05  WS-TOT-CONCLUIDOS       PIC  ZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  COM AVISO: ".
           05  WS-TOT-AVISOS           PIC  ZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  FALHA: ".
           05  WS-TOT-FALHAS           PIC  ZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  RECUSADOS: ".
           05  WS-TOT-RECUSADOS        PIC  ZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  EM EXECUCAO: ".
           05  WS-TOT-EXECUCAO         PIC  ZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  LIBERADOS: ".
           05  WS-TOT-LIBERADOS        PIC  ZZ9.
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
      * ROTINA DE INICIALIZACAO - LE OS PARAMETROS E DEFINE A DATA DE  *
      * NEGOCIO DO CICLO                                               *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-FUNCAO            FROM CONSOLE
           ACCEPT WS-JOB               FROM CONSOLE
           ACCEPT WS-DATA-NEGOCIO      FROM CONSOLE
           ACCEPT WS-PARAMETRO         FROM CONSOLE
           ACCEPT WS-ULTIMO-STEP       FROM CONSOLE

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA        FROM TIME

           IF WS-FUNCAO                EQUAL "I" OR "F" OR "R"
              CONTINUE
           ELSE
              DISPLAY "FUNCAO DO CONTROLE DO CICLO INVALIDA: "
                      WS-FUNCAO        UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-FUNCAO                NOT EQUAL "R"
              AND WS-JOB               EQUAL SPACES
              DISPLAY "NOME DO JOB NAO INFORMADO PARA O CONTROLE "
                      "DO CICLO"       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-NEGOCIO          EQUAL SPACES OR ZEROS
              MOVE "N"                 TO WS-DATA-INFORMADA
              PERFORM 1100-DATA-NEGOCIO-PADRAO
           END-IF

           IF WS-DATA-NEGOCIO          IS NOT NUMERIC
              DISPLAY "DATA DE NEGOCIO INVALIDA: " WS-DATA-NEGOCIO
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DATA DE NEGOCIO PADRAO - O CICLO QUE ATRAVESSA A MEIA-NOITE    *
      * CONTINUA NA DATA DO DIA ANTERIOR ATE A HORA DE VIRADA          *
      *----------------------------------------------------------------*
       1100-DATA-NEGOCIO-PADRAO        SECTION.

           MOVE WS-DATA-HOJE           TO WS-DATA-NEGOCIO

           IF WS-HORA-AGORA (1:2)      LESS WS-HORA-VIRADA
              COMPUTE WS-INT-DATA =
                      FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL (WS-DATA-HOJE)) - 1
              COMPUTE WS-DATA-CALC-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-INT-DATA)
              MOVE WS-DATA-CALC-NUM    TO WS-DATA-NEGOCIO
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-ARQ-CICLO

           EVALUATE WS-FUNCAO
               WHEN "I"
                    PERFORM 2100-INICIA-JOB
               WHEN "F"
                    PERFORM 2200-TERMINA-JOB
               WHEN "R"
                    PERFORM 2300-EMITE-RELATORIO
           END-EVALUATE

           CLOSE ARQ-CICLO

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CONTROLE DO CICLO                       *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-CICLO             SECTION.

           OPEN I-O ARQ-CICLO

           IF WS-FL-STATUS-CIC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DO CICLO: "
                      WS-FL-STATUS-CIC UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO REGISTRO DO JOB NA DATA DE NEGOCIO                  *
      *----------------------------------------------------------------*
       2070-LER-JOB                    SECTION.

           MOVE WS-DATA-NEGOCIO        TO DATA-NEGOCIO-HBSIS054C
           MOVE WS-JOB                 TO JOB-HBSIS054C

           READ ARQ-CICLO RECORD
                          KEY IS          CHAVE-HBSIS054C

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              MOVE "S"                 TO WS-JOB-EXISTE
           ELSE
              MOVE "N"                 TO WS-JOB-EXISTE
           END-IF

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU REGRAVA O REGISTRO DO JOB, CONFORME JA EXISTA         *
      *----------------------------------------------------------------*
       2080-GRAVA-JOB                  SECTION.

           IF WS-JOB-EXISTE            EQUAL "S"
              REWRITE ARQ-HBSIS054C
           ELSE
              WRITE ARQ-HBSIS054C
           END-IF

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR O CONTROLE DO CICLO: "
                      WS-FL-STATUS-CIC UPON CONSOLE
              CLOSE ARQ-CICLO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIO DO JOB - CONFERE OS PREDECESSORES NA DATA DE NEGOCIO;   *
      * COM PENDENCIA O JOB E GRAVADO COMO RECUSADO E O STEP TERMINA   *
      * COM RETURN-CODE 8 PARA QUE OS DEMAIS STEPS NAO SEJAM           *
      * EXECUTADOS                                                     *
      *----------------------------------------------------------------*
       2100-INICIA-JOB                 SECTION.

           MOVE SPACES                 TO WS-TAB-PREDECESSOR
                                          WS-PENDENCIAS
           MOVE 1                      TO WS-PTR-PENDENCIAS

           UNSTRING WS-PARAMETRO       DELIMITED BY ALL SPACES
                                  INTO WS-PREDECESSOR (1)
                                       WS-PREDECESSOR (2)
                                       WS-PREDECESSOR (3)
                                       WS-PREDECESSOR (4)
                                       WS-PREDECESSOR (5)
           END-UNSTRING

           MOVE 1                      TO WS-IDX-PRED

           PERFORM 2110-VERIFICA-PREDECESSOR UNTIL
                   WS-IDX-PRED         GREATER 5

           PERFORM 2070-LER-JOB

           INITIALIZE ARQ-HBSIS054C
           MOVE WS-DATA-NEGOCIO        TO DATA-NEGOCIO-HBSIS054C
           MOVE WS-JOB                 TO JOB-HBSIS054C
           MOVE WS-DATA-HOJE           TO DATA-INICIO-HBSIS054C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-INICIO-HBSIS054C

           IF WS-PENDENCIAS            EQUAL SPACES
              MOVE "E"                 TO SITUACAO-HBSIS054C
              PERFORM 2080-GRAVA-JOB

              DISPLAY WS-JOB " LIBERADO PARA EXECUCAO - DATA DE "
                      "NEGOCIO " WS-DATA-NEGOCIO
                                       UPON CONSOLE
           ELSE
              MOVE "R"                 TO SITUACAO-HBSIS054C
              MOVE WS-DATA-HOJE        TO DATA-FIM-HBSIS054C
              MOVE WS-HORA-AGORA (1:6) TO HORA-FIM-HBSIS054C
              MOVE 8                   TO COD-RETORNO-HBSIS054C
              MOVE WS-PENDENCIAS       TO PENDENCIAS-HBSIS054C
              PERFORM 2080-GRAVA-JOB

              DISPLAY WS-JOB " RECUSADO - PREDECESSORES PENDENTES "
                      "NA DATA DE NEGOCIO " WS-DATA-NEGOCIO ": "
                      WS-PENDENCIAS    UPON CONSOLE
              DISPLAY "SITUACAO ENTRE PARENTESES (- = NAO EXECUTADO) "
                      "- LIBERACAO MANUAL PELO MENU DO CICLO NOTURNO"
                                       UPON CONSOLE
              MOVE 8                   TO RETURN-CODE
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UM PREDECESSOR - SATISFAZEM OS JOBS CONCLUIDOS (C),    *
      * CONCLUIDOS COM AVISO (A) OU LIBERADOS PELO OPERADOR (L)        *
      *----------------------------------------------------------------*
       2110-VERIFICA-PREDECESSOR       SECTION.

           IF WS-PREDECESSOR (WS-IDX-PRED)
                                       NOT EQUAL SPACES
              MOVE WS-DATA-NEGOCIO     TO DATA-NEGOCIO-HBSIS054C
              MOVE WS-PREDECESSOR (WS-IDX-PRED)
                                       TO JOB-HBSIS054C

              READ ARQ-CICLO RECORD
                             KEY IS       CHAVE-HBSIS054C

              IF WS-FL-STATUS-CIC      EQUAL ZEROS
                 MOVE SITUACAO-HBSIS054C
                                       TO WS-SITUACAO-PRED
              ELSE
                 MOVE "-"              TO WS-SITUACAO-PRED
              END-IF

              IF WS-SITUACAO-PRED      EQUAL "C" OR "A" OR "L"
                 CONTINUE
              ELSE
                 STRING WS-PREDECESSOR (WS-IDX-PRED)
                                       DELIMITED BY SPACE
                        "("            DELIMITED BY SIZE
                        WS-SITUACAO-PRED
                                       DELIMITED BY SIZE
                        ") "           DELIMITED BY SIZE
                                  INTO WS-PENDENCIAS
                               POINTER WS-PTR-PENDENCIAS
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-PRED

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO JOB - GRAVA O TERMINO, O ULTIMO STEP E O RETURN-CODE NO *
      * REGISTRO GRAVADO PELO INICIO DO JOB; O JOB RECUSADO NO INICIO  *
      * MANTEM A SITUACAO R E O LIBERADO PELO OPERADOR A SITUACAO L -  *
      * O FIM NUNCA CRIA REGISTRO: SEM O INICIO DO JOB NA DATA, OU COM *
      * O JOB JA TERMINADO, O STEP TERMINA COM RETURN-CODE 9           *
      *----------------------------------------------------------------*
       2200-TERMINA-JOB                SECTION.

           IF WS-PARAMETRO (1:4)       IS NUMERIC
              MOVE WS-PARAMETRO (1:4)  TO WS-COD-RETORNO-JOB
           ELSE
              DISPLAY "RETURN-CODE DO JOB INVALIDO: "
                      WS-PARAMETRO (1:4)
                                       UPON CONSOLE
              CLOSE ARQ-CICLO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-INFORMADA        EQUAL "S"
              PERFORM 2070-LER-JOB
           ELSE
              PERFORM 2210-LOCALIZA-JOB-ABERTO
           END-IF

           IF WS-JOB-EXISTE            EQUAL "N"
              DISPLAY WS-JOB " SEM REGISTRO DE INICIO NO CONTROLE DO "
                      "CICLO - DATA DE NEGOCIO " WS-DATA-NEGOCIO
                                       UPON CONSOLE
              CLOSE ARQ-CICLO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           EVALUATE SITUACAO-HBSIS054C
               WHEN "R"
                    DISPLAY WS-JOB " RECUSADO NO INICIO - SITUACAO "
                            "MANTIDA"  UPON CONSOLE
               WHEN "L"
                    DISPLAY WS-JOB " LIBERADO PELO OPERADOR - "
                            "SITUACAO MANTIDA"
                                       UPON CONSOLE
               WHEN "E"
                    PERFORM 2220-GRAVA-TERMINO
               WHEN OTHER
                    DISPLAY WS-JOB " NAO ESTA EM EXECUCAO NA DATA DE "
                            "NEGOCIO " WS-DATA-NEGOCIO " - SITUACAO "
                            SITUACAO-HBSIS054C
                                       UPON CONSOLE
                    CLOSE ARQ-CICLO
                    MOVE 9             TO RETURN-CODE
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEM DATA INFORMADA, LOCALIZA O REGISTRO DO JOB EM EXECUCAO (E) *
      * OU RECUSADO (R) DE DATA DE NEGOCIO MAIS RECENTE, A PARTIR DO   *
      * DIA ANTERIOR - A DATA PADRAO DO INICIO E SEMPRE O DIA OU O DIA *
      * ANTERIOR, E O JOB QUE ATRAVESSA A HORA DE VIRADA CONTINUA NA   *
      * DATA EM QUE COMECOU                                            *
      *----------------------------------------------------------------*
       2210-LOCALIZA-JOB-ABERTO        SECTION.

           COMPUTE WS-INT-DATA =
                   FUNCTION INTEGER-OF-DATE
                            (FUNCTION NUMVAL (WS-DATA-HOJE)) - 1
           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-DATA)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-BUSCA

           MOVE SPACES                 TO WS-DATA-ENCONTRADA
           MOVE WS-DATA-BUSCA          TO DATA-NEGOCIO-HBSIS054C
           MOVE LOW-VALUES             TO JOB-HBSIS054C
           MOVE "N"                    TO WS-FIM-CICLO

           START ARQ-CICLO KEY NOT LESS CHAVE-HBSIS054C

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              PERFORM 2211-AVALIA-JOB-ABERTO UNTIL
                      WS-FIM-CICLO     EQUAL "S"
           END-IF

           IF WS-DATA-ENCONTRADA       EQUAL SPACES
              MOVE "N"                 TO WS-JOB-EXISTE
           ELSE
              MOVE WS-DATA-ENCONTRADA  TO WS-DATA-NEGOCIO
              PERFORM 2070-LER-JOB
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA A DATA DE NEGOCIO DE UM REGISTRO ABERTO DO JOB - O      *
      * ARQUIVO VEM EM ORDEM DE DATA, ENTAO FICA A MAIS RECENTE        *
      *----------------------------------------------------------------*
       2211-AVALIA-JOB-ABERTO          SECTION.

           READ ARQ-CICLO NEXT RECORD

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              IF JOB-HBSIS054C         EQUAL WS-JOB
                 AND (SITUACAO-HBSIS054C
                                       EQUAL "E" OR "R")
                 MOVE DATA-NEGOCIO-HBSIS054C
                                       TO WS-DATA-ENCONTRADA
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-CICLO
           END-IF

           .
       2211-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TERMINO DO JOB EM EXECUCAO                             *
      *----------------------------------------------------------------*
       2220-GRAVA-TERMINO              SECTION.

           EVALUATE TRUE
               WHEN WS-COD-RETORNO-JOB EQUAL ZEROS
                    MOVE "C"           TO SITUACAO-HBSIS054C
               WHEN WS-COD-RETORNO-JOB NOT GREATER 4
                    MOVE "A"           TO SITUACAO-HBSIS054C
               WHEN OTHER
                    MOVE "F"           TO SITUACAO-HBSIS054C
           END-EVALUATE

           MOVE WS-DATA-HOJE           TO DATA-FIM-HBSIS054C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-FIM-HBSIS054C
           MOVE WS-COD-RETORNO-JOB     TO COD-RETORNO-HBSIS054C
           MOVE WS-ULTIMO-STEP         TO ULTIMO-STEP-HBSIS054C
           PERFORM 2080-GRAVA-JOB

           DISPLAY WS-JOB " TERMINADO - SITUACAO "
                   SITUACAO-HBSIS054C " RETURN-CODE "
                   WS-COD-RETORNO-JOB " - DATA DE NEGOCIO "
                   WS-DATA-NEGOCIO     UPON CONSOLE

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DE CONTROLE DO CICLO DA DATA DE NEGOCIO - OS JOBS    *
      * SAO CARREGADOS E EMITIDOS NA ORDEM DE INICIO; OS LIBERADOS SEM *
      * EXECUCAO VEM AO FINAL                                          *
      *----------------------------------------------------------------*
       2300-EMITE-RELATORIO            SECTION.

           MOVE SPACES                 TO WS-LABEL-REL
           STRING "RelCicloLote."      DELIMITED BY SIZE
                  WS-DATA-NEGOCIO      DELIMITED BY SIZE
                                  INTO WS-LABEL-REL

           OPEN OUTPUT REL-CICLO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DO CICLO"
                                       UPON CONSOLE
              CLOSE ARQ-CICLO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-NEGOCIO        TO DATA-NEGOCIO-HBSIS054C
           MOVE LOW-VALUES             TO JOB-HBSIS054C
           MOVE "N"                    TO WS-FIM-CICLO

           START ARQ-CICLO KEY NOT LESS CHAVE-HBSIS054C

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              PERFORM 2310-CARREGA-JOB UNTIL
                      WS-FIM-CICLO     EQUAL "S"
           END-IF

           MOVE WS-DATA-NEGOCIO        TO WS-CAB-DATA-NEGOCIO
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           STRING WS-HORA-AGORA (1:2)  DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  WS-HORA-AGORA (3:2)  DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  WS-HORA-AGORA (5:2)  DELIMITED BY SIZE
                                  INTO WS-CAB-HORA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS055C
           WRITE REL-HBSIS055C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS055C
           WRITE REL-HBSIS055C
           MOVE WS-LINHA-CAB-CICLO     TO REL-HBSIS055C
           WRITE REL-HBSIS055C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS055C
           WRITE REL-HBSIS055C

           MOVE ZEROS                  TO WS-QTD-EMITIDOS

           PERFORM 2320-EMITE-PROXIMO UNTIL
                   WS-QTD-EMITIDOS     NOT LESS WS-QTD-CICLO

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS055C
           WRITE REL-HBSIS055C
           MOVE WS-QTD-CICLO           TO WS-TOT-JOBS
           MOVE WS-QTD-CONCLUIDOS      TO WS-TOT-CONCLUIDOS
           MOVE WS-QTD-AVISOS          TO WS-TOT-AVISOS
           MOVE WS-QTD-FALHAS          TO WS-TOT-FALHAS
           MOVE WS-QTD-RECUSADOS       TO WS-TOT-RECUSADOS
           MOVE WS-QTD-EXECUCAO        TO WS-TOT-EXECUCAO
           MOVE WS-QTD-LIBERADOS       TO WS-TOT-LIBERADOS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS055C
           WRITE REL-HBSIS055C

           CLOSE REL-CICLO

           IF WS-QTD-FALHAS + WS-QTD-RECUSADOS + WS-QTD-EXECUCAO
                                       GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           DISPLAY "CONTROLE DO CICLO " WS-DATA-NEGOCIO
                   " - JOBS: " WS-QTD-CICLO
                   " COM FALHA/RECUSA/EM EXECUCAO: "
                   WS-QTD-FALHAS "/" WS-QTD-RECUSADOS "/"
                   WS-QTD-EXECUCAO
                                       UPON CONSOLE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA UM JOB DA DATA DE NEGOCIO NA TABELA DE EMISSAO         *
      *----------------------------------------------------------------*
       2310-CARREGA-JOB                SECTION.

           READ ARQ-CICLO NEXT RECORD

           IF WS-FL-STATUS-CIC         EQUAL ZEROS
              AND DATA-NEGOCIO-HBSIS054C
                                       EQUAL WS-DATA-NEGOCIO
              AND WS-QTD-CICLO         LESS 100
              ADD 1                    TO WS-QTD-CICLO
              MOVE ARQ-HBSIS054C       TO WS-CIC-REGISTRO
                                          (WS-QTD-CICLO)
              MOVE "N"                 TO WS-CIC-EMITIDO
                                          (WS-QTD-CICLO)

              IF DATA-INICIO-HBSIS054C EQUAL SPACES
                 MOVE HIGH-VALUES      TO WS-CIC-ORDEM (WS-QTD-CICLO)
              ELSE
                 STRING DATA-INICIO-HBSIS054C
                                       DELIMITED BY SIZE
                        HORA-INICIO-HBSIS054C
                                       DELIMITED BY SIZE
                                  INTO WS-CIC-ORDEM (WS-QTD-CICLO)
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-CICLO
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O PROXIMO JOB NA ORDEM DE INICIO                         *
      *----------------------------------------------------------------*
       2320-EMITE-PROXIMO              SECTION.

           MOVE ZEROS                  TO WS-IDX-MENOR
           MOVE 1                      TO WS-IDX-CICLO

           PERFORM 2330-PROCURA-MENOR UNTIL
                   WS-IDX-CICLO        GREATER WS-QTD-CICLO

           MOVE "S"                    TO WS-CIC-EMITIDO (WS-IDX-MENOR)
           MOVE WS-CIC-REGISTRO (WS-IDX-MENOR)
                                       TO ARQ-HBSIS054C
           ADD 1                       TO WS-QTD-EMITIDOS

           PERFORM 2340-IMPRIME-JOB

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O JOB AINDA NAO EMITIDO DE MENOR INICIO                *
      *----------------------------------------------------------------*
       2330-PROCURA-MENOR              SECTION.

           IF WS-CIC-EMITIDO (WS-IDX-CICLO)
                                       EQUAL "N"
              IF WS-IDX-MENOR          EQUAL ZEROS
                 MOVE WS-IDX-CICLO     TO WS-IDX-MENOR
              ELSE
                 IF WS-CIC-ORDEM (WS-IDX-CICLO)
                                       LESS WS-CIC-ORDEM (WS-IDX-MENOR)
                    MOVE WS-IDX-CICLO  TO WS-IDX-MENOR
                 END-IF
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-CICLO

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME O JOB, COM AS PENDENCIAS DA RECUSA E OS DADOS DA       *
      * LIBERACAO MANUAL QUANDO HOUVER                                 *
      *----------------------------------------------------------------*
       2340-IMPRIME-JOB                SECTION.

           MOVE JOB-HBSIS054C          TO WS-DCI-JOB
           MOVE DATA-INICIO-HBSIS054C  TO WS-DCI-DATA-INICIO
           MOVE DATA-FIM-HBSIS054C     TO WS-DCI-DATA-FIM
           MOVE COD-RETORNO-HBSIS054C  TO WS-DCI-COD-RETORNO
           MOVE ULTIMO-STEP-HBSIS054C  TO WS-DCI-ULTIMO-STEP
           MOVE OPERADOR-LIB-HBSIS054C TO WS-DCI-OPERADOR-LIB
           MOVE SPACES                 TO WS-DCI-HORA-INICIO
                                          WS-DCI-HORA-FIM

           IF HORA-INICIO-HBSIS054C    NOT EQUAL SPACES
              STRING HORA-INICIO-HBSIS054C (1:2)
                                       DELIMITED BY SIZE
                     ":"               DELIMITED BY SIZE
                     HORA-INICIO-HBSIS054C (3:2)
                                       DELIMITED BY SIZE
                     ":"               DELIMITED BY SIZE
                     HORA-INICIO-HBSIS054C (5:2)
                                       DELIMITED BY SIZE
                                  INTO WS-DCI-HORA-INICIO
           END-IF

           IF HORA-FIM-HBSIS054C       NOT EQUAL SPACES
              STRING HORA-FIM-HBSIS054C (1:2)
                                       DELIMITED BY SIZE
                     ":"               DELIMITED BY SIZE
                     HORA-FIM-HBSIS054C (3:2)
                                       DELIMITED BY SIZE
                     ":"               DELIMITED BY SIZE
                     HORA-FIM-HBSIS054C (5:2)
                                       DELIMITED BY SIZE
                                  INTO WS-DCI-HORA-FIM
           END-IF

           EVALUATE SITUACAO-HBSIS054C
               WHEN "C"
                    MOVE "CONCLUIDO"   TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-CONCLUIDOS
               WHEN "A"
                    MOVE "CONCLUIDO C/AVISO"
                                       TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-AVISOS
               WHEN "F"
                    MOVE "FALHA/ABEND" TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-FALHAS
               WHEN "R"
                    MOVE "RECUSADO"    TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-RECUSADOS
               WHEN "E"
                    MOVE "EM EXECUCAO" TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-EXECUCAO
               WHEN "L"
                    MOVE "LIBERADO OPERADOR"
                                       TO WS-DCI-SITUACAO
                    ADD 1              TO WS-QTD-LIBERADOS
               WHEN OTHER
                    MOVE SITUACAO-HBSIS054C
                                       TO WS-DCI-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-DET-CICLO     TO REL-HBSIS055C
           WRITE REL-HBSIS055C

           IF PENDENCIAS-HBSIS054C     NOT EQUAL SPACES
              MOVE PENDENCIAS-HBSIS054C
                                       TO WS-DPE-PENDENCIAS
              MOVE WS-LINHA-DET-PENDENCIA
                                       TO REL-HBSIS055C
              WRITE REL-HBSIS055C
           END-IF

           IF OPERADOR-LIB-HBSIS054C   NOT EQUAL SPACES
              MOVE DATA-HORA-LIB-HBSIS054C
                                       TO WS-DLI-DATA-HORA
              MOVE SITUACAO-ANTERIOR-HBSIS054C
                                       TO WS-DLI-SITUACAO-ANT
              MOVE MOTIVO-LIB-HBSIS054C
                                       TO WS-DLI-MOTIVO
              MOVE WS-LINHA-DET-LIBERACAO
                                       TO REL-HBSIS055C
              WRITE REL-HBSIS055C
           END-IF

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS055P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS055P.
      *----------------------------------------------------------------*
