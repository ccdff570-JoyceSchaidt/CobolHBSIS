       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS049P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS049P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RELATORIO SEMANAL DE ADERENCIA A ROTA - CRUZA O *
      *                PLANO SEMANAL DE VISITAS (ArqPlanoVisita,        *
      *                GRAVADO PELO HBSIS023P) COM AS VISITAS           *
      *                CONFIRMADAS (ArqVisita, CARREGADO PELO HBSIS036P)*
      *                E APURA, POR VENDEDOR E POR SUPERVISOR, AS       *
      *                VISITAS FEITAS NO DIA PLANEJADO, FEITAS EM OUTRO *
      *                DIA DA SEMANA, NAO FEITAS E NAO PLANEJADAS -     *
      *                APONTA OS CLIENTES PLANEJADOS DUAS SEMANAS       *
      *                SEGUIDAS SEM VISITA DO VENDEDOR                  *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - UMA DATA AAAAMMDD    *
      *                DA SEMANA APURADA (BRANCO = SEMANA ANTERIOR A    *
      *                DATA DO DIA)                                     *
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
           SELECT ARQ-PLANO-VISITA   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS048C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PLA.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS036C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

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

           SELECT REL-ADERENCIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PLANO-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPlanoVisita'.
       COPY "HBSIS048C.CPY".

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS036C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  REL-ADERENCIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelAderenciaRota'.
       01  REL-HBSIS049C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PLA            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
       01  WS-INT-REFERENCIA           PIC  9(008)         VALUE ZEROS.
       01  WS-INT-SEGUNDA              PIC  9(008)         VALUE ZEROS.
       01  WS-INT-QUOCIENTE            PIC  9(008)         VALUE ZEROS.
       01  WS-DIA-SEMANA-REF           PIC  9(001)         VALUE ZEROS.
      *
       01  WS-DATA-SEGUNDA             PIC  X(008)         VALUE SPACES.
       01  WS-DATA-DOMINGO             PIC  X(008)         VALUE SPACES.
       01  WS-DATA-SEGUNDA-ANT         PIC  X(008)         VALUE SPACES.
       01  WS-DATA-DOMINGO-ANT         PIC  X(008)         VALUE SPACES.
      *
       01  WS-PRC-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-PRC-COD-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-PRC-DATA-INICIO          PIC  X(008)         VALUE SPACES.
       01  WS-PRC-DATA-FIM             PIC  X(008)         VALUE SPACES.
       01  WS-PRC-DATA-PLANEJADA       PIC  X(008)         VALUE SPACES.
       01  WS-PRC-RESULTADO            PIC  X(001)         VALUE "N".
       01  WS-PRC-FIM                  PIC  X(001)         VALUE "N".
       01  WS-TEM-ARQ-VISITA           PIC  X(001)         VALUE "N".
      *
       01  WS-TAB-PLANO.
           05  WS-TAB-PLANO-OCR        OCCURS 20000 TIMES.
               10  WS-PLA-COD-VENDEDOR PIC  9(003).
               10  WS-PLA-COD-CLIENTE  PIC  9(007).
               10  WS-PLA-DATA-PLANEJADA
                                       PIC  X(008).

       01  WS-QTD-PLANO                PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-PLANO                PIC  9(005)         VALUE ZEROS.
      *
       01  WS-TAB-ADERENCIA-VEND.
           05  WS-TAB-ADER-VEND-OCR    OCCURS 1000 TIMES.
               10  WS-AVE-PLANEJADAS   PIC  9(005).
               10  WS-AVE-NO-DIA       PIC  9(005).
               10  WS-AVE-OUTRO-DIA    PIC  9(005).
               10  WS-AVE-NAO-FEITAS   PIC  9(005).
               10  WS-AVE-NAO-PLANEJ   PIC  9(005).
               10  WS-AVE-DUAS-SEMANAS PIC  9(005).

       01  WS-TAB-ADERENCIA-SUP.
           05  WS-TAB-ADER-SUP-OCR     OCCURS 1000 TIMES.
               10  WS-ASU-PLANEJADAS   PIC  9(007).
               10  WS-ASU-NO-DIA       PIC  9(007).
               10  WS-ASU-OUTRO-DIA    PIC  9(007).
               10  WS-ASU-NAO-FEITAS   PIC  9(007).
               10  WS-ASU-NAO-PLANEJ   PIC  9(007).
               10  WS-ASU-DUAS-SEMANAS PIC  9(007).

       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-SUPERVISOR           PIC  9(004)         VALUE ZEROS.
       01  WS-COD-SUPERVISOR           PIC  9(003)         VALUE ZEROS.
      *
       01  WS-CALC-REALIZADO           PIC  9(007)         VALUE ZEROS.
       01  WS-CALC-BASE                PIC  9(007)         VALUE ZEROS.
       01  WS-CALC-PERC                PIC  9(003)V9(002)  VALUE ZEROS.
      *
       01  WS-TOT-PLANEJADAS           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-NO-DIA               PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-OUTRO-DIA            PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-NAO-FEITAS           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-NAO-PLANEJ           PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-DUAS-SEMANAS         PIC  9(007)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(034)         VALUE
               "ADERENCIA A ROTA - SEMANA DE ".
           05  WS-CAB-SEGUNDA          PIC  X(008).
           05  FILLER                  PIC  X(005)         VALUE
               " A ".
           05  WS-CAB-DOMINGO          PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-TITULO-DUAS        PIC  X(060)         VALUE
           "CLIENTES PLANEJADOS DUAS SEMANAS SEGUIDAS SEM VISITA".

       01  WS-LINHA-CAB-DUAS.
           05  FILLER                  PIC  X(006)         VALUE
               "VEND".
           05  FILLER                  PIC  X(010)         VALUE
               "CLIENTE".
           05  FILLER                  PIC  X(042)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(012)         VALUE
               "PLANEJ.ATUAL".
           05  FILLER                  PIC  X(012)         VALUE
               "  PLANEJ.ANT".

       01  WS-LINHA-DET-DUAS.
           05  WS-DDU-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DDU-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DDU-RAZAO-SOCIAL     PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DDU-DATA-ATUAL       PIC  X(008).
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DDU-DATA-ANTERIOR    PIC  X(008).

       01  WS-LINHA-CAB-VENDEDOR.
           05  FILLER                  PIC  X(005)         VALUE
               "VEND".
           05  FILLER                  PIC  X(032)         VALUE
               "NOME".
           05  FILLER                  PIC  X(005)         VALUE
               "SUP".
           05  FILLER                  PIC  X(009)         VALUE
               "  PLANEJ".
           05  FILLER                  PIC  X(009)         VALUE
               "  NO DIA".
           05  FILLER                  PIC  X(009)         VALUE
               "  OUTRO".
           05  FILLER                  PIC  X(009)         VALUE
               "  NAO FEZ".
           05  FILLER                  PIC  X(009)         VALUE
               "  FORA PL".
           05  FILLER                  PIC  X(009)         VALUE
               "  2 SEM.".
           05  FILLER                  PIC  X(010)         VALUE
               "  % ADER.".
           05  FILLER                  PIC  X(010)         VALUE
               "  % REAL.".

       01  WS-LINHA-DET-VENDEDOR.
           05  WS-DVE-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-NOME             PIC  X(030).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-COD-SUPERVISOR   PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-PLANEJADAS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-NO-DIA           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-OUTRO-DIA        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-NAO-FEITAS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-NAO-PLANEJ       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DVE-DUAS-SEMANAS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DVE-PERC-ADER        PIC  ZZ9,99.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DVE-PERC-REAL        PIC  ZZ9,99.

       01  WS-LINHA-TITULO-SUP         PIC  X(040)         VALUE
           "ROLLUP POR SUPERVISOR".

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(014)         VALUE
               "PLANEJADAS: ".
           05  WS-TOT-L-PLANEJADAS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  NO DIA: ".
           05  WS-TOT-L-NO-DIA         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  OUTRO DIA: ".
           05  WS-TOT-L-OUTRO-DIA      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  NAO FEITAS: ".
           05  WS-TOT-L-NAO-FEITAS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               "  NAO PLANEJADAS: ".
           05  WS-TOT-L-NAO-PLANEJ     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  2 SEMANAS: ".
           05  WS-TOT-L-DUAS-SEMANAS   PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE A SEMANA APURADA (SEGUNDA A   *
      * DOMINGO) E A SEMANA ANTERIOR A ELA, E ZERA AS TABELAS          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
              COMPUTE WS-INT-REFERENCIA =
                      FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                                (WS-DATA-HOJE))
                    - 7
              COMPUTE WS-DATA-CALC-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-INT-REFERENCIA)
              MOVE WS-DATA-CALC-NUM    TO WS-DATA-REFERENCIA
           END-IF

           IF WS-DATA-REFERENCIA       IS NOT NUMERIC
              DISPLAY "DATA DA SEMANA INVALIDA: " WS-DATA-REFERENCIA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE WS-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (WS-DATA-REFERENCIA))

           DIVIDE WS-INT-REFERENCIA    BY 7
                                   GIVING WS-INT-QUOCIENTE
                                REMAINDER WS-DIA-SEMANA-REF

           IF WS-DIA-SEMANA-REF        EQUAL ZEROS
              MOVE 7                   TO WS-DIA-SEMANA-REF
           END-IF

           COMPUTE WS-INT-SEGUNDA =
                   WS-INT-REFERENCIA + 1 - WS-DIA-SEMANA-REF

           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-SEGUNDA
           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA + 6)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-DOMINGO
           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA - 7)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-SEGUNDA-ANT
           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA - 1)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-DOMINGO-ANT

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 1100-ZERA-TAB-ADERENCIA UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DAS TABELAS DE VENDEDOR E DE SUPERVISOR       *
      *----------------------------------------------------------------*
       1100-ZERA-TAB-ADERENCIA         SECTION.

           MOVE ZEROS                  TO WS-AVE-PLANEJADAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-NO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-OUTRO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-NAO-FEITAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-NAO-PLANEJ
                                                  (WS-IDX-VENDEDOR)
                                          WS-AVE-DUAS-SEMANAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-PLANEJADAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-NO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-OUTRO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-NAO-FEITAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-NAO-PLANEJ
                                                  (WS-IDX-VENDEDOR)
                                          WS-ASU-DUAS-SEMANAS
                                                  (WS-IDX-VENDEDOR)
           ADD 1                       TO WS-IDX-VENDEDOR

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-CARREGA-PLANO

           PERFORM 2050-OPEN-ARQUIVOS

           MOVE 1                      TO WS-IDX-PLANO

           PERFORM 2200-APURA-VISITA-PLANEJADA UNTIL
                   WS-IDX-PLANO        GREATER WS-QTD-PLANO

           IF WS-TEM-ARQ-VISITA        EQUAL "S"
              PERFORM 2400-APURA-NAO-PLANEJADAS
           END-IF

           PERFORM 2500-EMITE-RESUMO

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PLANO-VISITA
           CLOSE REL-ADERENCIA

           IF WS-TEM-ARQ-VISITA        EQUAL "S"
              CLOSE ARQ-VISITA
           END-IF

           DISPLAY "ADERENCIA A ROTA CONCLUIDA - SEMANA: "
                   WS-DATA-SEGUNDA
                   " PLANEJADAS: " WS-TOT-PLANEJADAS
                   " NO DIA: " WS-TOT-NO-DIA
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE OS ARQUIVOS DA APURACAO E GRAVA O CABECALHO DA LISTA DOS  *
      * CLIENTES DUAS SEMANAS SEM VISITA - A AUSENCIA DO ArqVisita     *
      * SIGNIFICA QUE NENHUMA VISITA FOI CONFIRMADA AINDA              *
      *----------------------------------------------------------------*
       2050-OPEN-ARQUIVOS              SECTION.

           OPEN OUTPUT REL-ADERENCIA

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-PLANO-VISITA

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO PLANO DE VISITAS"
                                       UPON CONSOLE
              CLOSE REL-ADERENCIA
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE ARQ-PLANO-VISITA
              CLOSE REL-ADERENCIA
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       UPON CONSOLE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-PLANO-VISITA
              CLOSE REL-ADERENCIA
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-ARQ-VISITA
           ELSE
              MOVE "N"                 TO WS-TEM-ARQ-VISITA
              DISPLAY "SEM ArqVisita - NENHUMA VISITA CONFIRMADA"
                                       UPON CONSOLE
           END-IF

           MOVE WS-DATA-SEGUNDA        TO WS-CAB-SEGUNDA
           MOVE WS-DATA-DOMINGO        TO WS-CAB-DOMINGO
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS049C
           WRITE REL-HBSIS049C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS049C
           WRITE REL-HBSIS049C
           MOVE WS-LINHA-TITULO-DUAS   TO REL-HBSIS049C
           WRITE REL-HBSIS049C
           MOVE WS-LINHA-CAB-DUAS      TO REL-HBSIS049C
           WRITE REL-HBSIS049C

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA NA TABELA AS VISITAS PLANEJADAS DA SEMANA APURADA      *
      *----------------------------------------------------------------*
       2100-CARREGA-PLANO              SECTION.

           OPEN INPUT ARQ-PLANO-VISITA

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "PLANO DE VISITAS NAO ENCONTRADO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-SEGUNDA        TO DATA-SEMANA-HBSIS048C
           MOVE ZEROS                  TO COD-VENDEDOR-HBSIS048C
                                          COD-CLIENTE-HBSIS048C

           START ARQ-PLANO-VISITA KEY NOT LESS CHAVE-HBSIS048C

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-PLANO-VISITA

              PERFORM 2120-ARMAZENA-PLANO UNTIL
                      WS-FL-STATUS-PLA NOT EQUAL "00"
                      OR DATA-SEMANA-HBSIS048C
                                       NOT EQUAL WS-DATA-SEGUNDA
           END-IF

           CLOSE ARQ-PLANO-VISITA

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO PLANO DE VISITAS                         *
      *----------------------------------------------------------------*
       2110-LER-ARQ-PLANO-VISITA       SECTION.

           READ ARQ-PLANO-VISITA NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UMA VISITA PLANEJADA NA TABELA                        *
      *----------------------------------------------------------------*
       2120-ARMAZENA-PLANO             SECTION.

           IF WS-QTD-PLANO             NOT LESS 20000
              DISPLAY "TABELA DO PLANO DE VISITAS EXCEDIDA"
                                       UPON CONSOLE
              CLOSE ARQ-PLANO-VISITA
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-PLANO

           MOVE COD-VENDEDOR-HBSIS048C TO WS-PLA-COD-VENDEDOR
                                                  (WS-QTD-PLANO)
           MOVE COD-CLIENTE-HBSIS048C  TO WS-PLA-COD-CLIENTE
                                                  (WS-QTD-PLANO)
           MOVE DATA-PLANEJADA-HBSIS048C
                                       TO WS-PLA-DATA-PLANEJADA
                                                  (WS-QTD-PLANO)

           PERFORM 2110-LER-ARQ-PLANO-VISITA

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA UMA VISITA PLANEJADA - FEITA NO DIA, EM OUTRO DIA DA     *
      * SEMANA OU NAO FEITA; A NAO FEITA QUE JA ESTAVA NO PLANO DA     *
      * SEMANA ANTERIOR SEM VISITA ENTRA NA LISTA DE DUAS SEMANAS      *
      *----------------------------------------------------------------*
       2200-APURA-VISITA-PLANEJADA     SECTION.

           COMPUTE WS-IDX-VENDEDOR =
                   WS-PLA-COD-VENDEDOR (WS-IDX-PLANO) + 1

           ADD 1                       TO WS-AVE-PLANEJADAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-TOT-PLANEJADAS

           MOVE WS-PLA-COD-CLIENTE (WS-IDX-PLANO)
                                       TO WS-PRC-COD-CLIENTE
           MOVE WS-PLA-COD-VENDEDOR (WS-IDX-PLANO)
                                       TO WS-PRC-COD-VENDEDOR
           MOVE WS-DATA-SEGUNDA        TO WS-PRC-DATA-INICIO
           MOVE WS-DATA-DOMINGO        TO WS-PRC-DATA-FIM
           MOVE WS-PLA-DATA-PLANEJADA (WS-IDX-PLANO)
                                       TO WS-PRC-DATA-PLANEJADA

           PERFORM 2300-PROCURA-VISITA

           EVALUATE WS-PRC-RESULTADO
               WHEN "D"
                    ADD 1              TO WS-AVE-NO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-TOT-NO-DIA
               WHEN "O"
                    ADD 1              TO WS-AVE-OUTRO-DIA
                                                  (WS-IDX-VENDEDOR)
                                          WS-TOT-OUTRO-DIA
               WHEN OTHER
                    ADD 1              TO WS-AVE-NAO-FEITAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-TOT-NAO-FEITAS
                    PERFORM 2250-VERIFICA-SEMANA-ANTERIOR
           END-EVALUATE

           ADD 1                       TO WS-IDX-PLANO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICA SE O CLIENTE NAO VISITADO TAMBEM ESTAVA NO PLANO DO   *
      * VENDEDOR NA SEMANA ANTERIOR E FICOU SEM VISITA                 *
      *----------------------------------------------------------------*
       2250-VERIFICA-SEMANA-ANTERIOR   SECTION.

           MOVE WS-DATA-SEGUNDA-ANT    TO DATA-SEMANA-HBSIS048C
           MOVE WS-PRC-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS048C
           MOVE WS-PRC-COD-CLIENTE     TO COD-CLIENTE-HBSIS048C

           READ ARQ-PLANO-VISITA RECORD
                                 KEY IS      CHAVE-HBSIS048C

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              MOVE WS-DATA-SEGUNDA-ANT TO WS-PRC-DATA-INICIO
              MOVE WS-DATA-DOMINGO-ANT TO WS-PRC-DATA-FIM
              MOVE DATA-PLANEJADA-HBSIS048C
                                       TO WS-PRC-DATA-PLANEJADA

              PERFORM 2300-PROCURA-VISITA

              IF WS-PRC-RESULTADO      EQUAL "N"
                 ADD 1                 TO WS-AVE-DUAS-SEMANAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-TOT-DUAS-SEMANAS

                 MOVE WS-PRC-COD-CLIENTE
                                       TO COD-CLIENTE-HBSIS002C

                 READ ARQ-CLIENTE   RECORD
                                    KEY IS      COD-CLIENTE-HBSIS002C

                 IF WS-FL-STATUS-CLI   NOT EQUAL ZEROS
                    MOVE SPACES        TO RAZAO-SOCIAL-HBSIS002C
                 END-IF

                 MOVE WS-PRC-COD-VENDEDOR
                                       TO WS-DDU-COD-VENDEDOR
                 MOVE WS-PRC-COD-CLIENTE
                                       TO WS-DDU-COD-CLIENTE
                 MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO WS-DDU-RAZAO-SOCIAL
                 MOVE WS-PLA-DATA-PLANEJADA (WS-IDX-PLANO)
                                       TO WS-DDU-DATA-ATUAL
                 MOVE DATA-PLANEJADA-HBSIS048C
                                       TO WS-DDU-DATA-ANTERIOR
                 MOVE WS-LINHA-DET-DUAS
                                       TO REL-HBSIS049C
                 WRITE REL-HBSIS049C
              END-IF
           END-IF

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA NO ArqVisita AS VISITAS DO VENDEDOR AO CLIENTE NO      *
      * PERIODO - RESULTADO D (NA DATA PLANEJADA), O (EM OUTRA DATA DO *
      * PERIODO) OU N (SEM VISITA)                                     *
      *----------------------------------------------------------------*
       2300-PROCURA-VISITA             SECTION.

           MOVE "N"                    TO WS-PRC-RESULTADO

           IF WS-TEM-ARQ-VISITA        EQUAL "S"
              MOVE WS-PRC-COD-CLIENTE  TO COD-CLIENTE-HBSIS036C
              MOVE WS-PRC-DATA-INICIO  TO DATA-VISITA-HBSIS036C
              MOVE ZEROS               TO COD-VENDEDOR-HBSIS036C
              MOVE "N"                 TO WS-PRC-FIM

              START ARQ-VISITA KEY NOT LESS CHAVE-HBSIS036C

              IF WS-FL-STATUS-VIS      EQUAL ZEROS
                 PERFORM 2310-AVALIA-VISITA UNTIL
                         WS-PRC-FIM    EQUAL "S"
              END-IF
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA VISITA DO CLIENTE E A CLASSIFICA                  *
      *----------------------------------------------------------------*
       2310-AVALIA-VISITA              SECTION.

           READ ARQ-VISITA NEXT RECORD

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              AND COD-CLIENTE-HBSIS036C
                                       EQUAL WS-PRC-COD-CLIENTE
              AND DATA-VISITA-HBSIS036C
                                       NOT GREATER WS-PRC-DATA-FIM
              IF COD-VENDEDOR-HBSIS036C
                                       EQUAL WS-PRC-COD-VENDEDOR
                 IF DATA-VISITA-HBSIS036C
                                       EQUAL WS-PRC-DATA-PLANEJADA
                    MOVE "D"           TO WS-PRC-RESULTADO
                    MOVE "S"           TO WS-PRC-FIM
                 ELSE
                    MOVE "O"           TO WS-PRC-RESULTADO
                 END-IF
              END-IF
           ELSE
              MOVE "S"                 TO WS-PRC-FIM
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O ArqVisita E CONTA, POR VENDEDOR, AS VISITAS DA      *
      * SEMANA QUE NAO ESTAVAM NO PLANO DELE                           *
      *----------------------------------------------------------------*
       2400-APURA-NAO-PLANEJADAS       SECTION.

           MOVE LOW-VALUES             TO CHAVE-HBSIS036C

           START ARQ-VISITA KEY NOT LESS CHAVE-HBSIS036C

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              PERFORM 2410-LER-ARQ-VISITA

              PERFORM 2420-TRATA-VISITA UNTIL
                      WS-FL-STATUS-VIS NOT EQUAL "00"
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO HISTORICO DE VISITAS                     *
      *----------------------------------------------------------------*
       2410-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA NEXT RECORD

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA A VISITA DA SEMANA SEM PLANO PARA O VENDEDOR E CLIENTE   *
      *----------------------------------------------------------------*
       2420-TRATA-VISITA               SECTION.

           IF DATA-VISITA-HBSIS036C    NOT LESS WS-DATA-SEGUNDA
              AND DATA-VISITA-HBSIS036C
                                       NOT GREATER WS-DATA-DOMINGO
              AND COD-VENDEDOR-HBSIS036C
                                       GREATER ZEROS
              MOVE WS-DATA-SEGUNDA     TO DATA-SEMANA-HBSIS048C
              MOVE COD-VENDEDOR-HBSIS036C
                                       TO COD-VENDEDOR-HBSIS048C
              MOVE COD-CLIENTE-HBSIS036C
                                       TO COD-CLIENTE-HBSIS048C

              READ ARQ-PLANO-VISITA RECORD
                                    KEY IS      CHAVE-HBSIS048C

              IF WS-FL-STATUS-PLA      NOT EQUAL ZEROS
                 ADD 1                 TO WS-AVE-NAO-PLANEJ
                                          (COD-VENDEDOR-HBSIS036C + 1)
                                          WS-TOT-NAO-PLANEJ
              END-IF
           END-IF

           PERFORM 2410-LER-ARQ-VISITA

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A ADERENCIA POR VENDEDOR, O ROLLUP POR SUPERVISOR E O    *
      * TOTAL GERAL                                                    *
      *----------------------------------------------------------------*
       2500-EMITE-RESUMO               SECTION.

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS049C
           WRITE REL-HBSIS049C
           MOVE WS-LINHA-CAB-VENDEDOR  TO REL-HBSIS049C
           WRITE REL-HBSIS049C

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2510-EMITE-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS049C
           WRITE REL-HBSIS049C
           MOVE WS-LINHA-TITULO-SUP    TO REL-HBSIS049C
           WRITE REL-HBSIS049C

           MOVE 1                      TO WS-IDX-SUPERVISOR

           PERFORM 2530-EMITE-SUPERVISOR UNTIL
                   WS-IDX-SUPERVISOR   GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS049C
           WRITE REL-HBSIS049C

           MOVE WS-TOT-PLANEJADAS      TO WS-TOT-L-PLANEJADAS
           MOVE WS-TOT-NO-DIA          TO WS-TOT-L-NO-DIA
           MOVE WS-TOT-OUTRO-DIA       TO WS-TOT-L-OUTRO-DIA
           MOVE WS-TOT-NAO-FEITAS      TO WS-TOT-L-NAO-FEITAS
           MOVE WS-TOT-NAO-PLANEJ      TO WS-TOT-L-NAO-PLANEJ
           MOVE WS-TOT-DUAS-SEMANAS    TO WS-TOT-L-DUAS-SEMANAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS049C
           WRITE REL-HBSIS049C

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UM VENDEDOR COM PLANO OU VISITA NA SEMANA E   *
      * ACUMULA OS NUMEROS NO SUPERVISOR DELE                          *
      *----------------------------------------------------------------*
       2510-EMITE-VENDEDOR             SECTION.

           IF WS-AVE-PLANEJADAS (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
              OR WS-AVE-NAO-PLANEJ (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
              COMPUTE COD-VENDEDOR-HBSIS004C = WS-IDX-VENDEDOR - 1

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-COD-SUPERVISOR
              ELSE
                 MOVE SPACES           TO NOME-VEND-HBSIS004C
                 MOVE ZEROS            TO WS-COD-SUPERVISOR
              END-IF

              COMPUTE WS-DVE-COD-VENDEDOR = WS-IDX-VENDEDOR - 1
              MOVE NOME-VEND-HBSIS004C TO WS-DVE-NOME
              MOVE WS-COD-SUPERVISOR   TO WS-DVE-COD-SUPERVISOR
              MOVE WS-AVE-PLANEJADAS (WS-IDX-VENDEDOR)
                                       TO WS-DVE-PLANEJADAS
              MOVE WS-AVE-NO-DIA (WS-IDX-VENDEDOR)
                                       TO WS-DVE-NO-DIA
              MOVE WS-AVE-OUTRO-DIA (WS-IDX-VENDEDOR)
                                       TO WS-DVE-OUTRO-DIA
              MOVE WS-AVE-NAO-FEITAS (WS-IDX-VENDEDOR)
                                       TO WS-DVE-NAO-FEITAS
              MOVE WS-AVE-NAO-PLANEJ (WS-IDX-VENDEDOR)
                                       TO WS-DVE-NAO-PLANEJ
              MOVE WS-AVE-DUAS-SEMANAS (WS-IDX-VENDEDOR)
                                       TO WS-DVE-DUAS-SEMANAS

              MOVE WS-AVE-PLANEJADAS (WS-IDX-VENDEDOR)
                                       TO WS-CALC-BASE
              MOVE WS-AVE-NO-DIA (WS-IDX-VENDEDOR)
                                       TO WS-CALC-REALIZADO
              PERFORM 2550-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DVE-PERC-ADER

              COMPUTE WS-CALC-REALIZADO =
                      WS-AVE-NO-DIA (WS-IDX-VENDEDOR)
                    + WS-AVE-OUTRO-DIA (WS-IDX-VENDEDOR)
              PERFORM 2550-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DVE-PERC-REAL

              MOVE WS-LINHA-DET-VENDEDOR
                                       TO REL-HBSIS049C
              WRITE REL-HBSIS049C

              PERFORM 2520-ACUMULA-SUPERVISOR
           END-IF

           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA OS NUMEROS DO VENDEDOR CORRENTE NO SUPERVISOR DELE     *
      *----------------------------------------------------------------*
       2520-ACUMULA-SUPERVISOR         SECTION.

           ADD WS-AVE-PLANEJADAS (WS-IDX-VENDEDOR)
                  TO WS-ASU-PLANEJADAS (WS-COD-SUPERVISOR + 1)
           ADD WS-AVE-NO-DIA (WS-IDX-VENDEDOR)
                  TO WS-ASU-NO-DIA (WS-COD-SUPERVISOR + 1)
           ADD WS-AVE-OUTRO-DIA (WS-IDX-VENDEDOR)
                  TO WS-ASU-OUTRO-DIA (WS-COD-SUPERVISOR + 1)
           ADD WS-AVE-NAO-FEITAS (WS-IDX-VENDEDOR)
                  TO WS-ASU-NAO-FEITAS (WS-COD-SUPERVISOR + 1)
           ADD WS-AVE-NAO-PLANEJ (WS-IDX-VENDEDOR)
                  TO WS-ASU-NAO-PLANEJ (WS-COD-SUPERVISOR + 1)
           ADD WS-AVE-DUAS-SEMANAS (WS-IDX-VENDEDOR)
                  TO WS-ASU-DUAS-SEMANAS (WS-COD-SUPERVISOR + 1)

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE ADERENCIA DE UM SUPERVISOR COM EQUIPE         *
      *----------------------------------------------------------------*
       2530-EMITE-SUPERVISOR           SECTION.

           IF WS-ASU-PLANEJADAS (WS-IDX-SUPERVISOR)
                                       GREATER ZEROS
              OR WS-ASU-NAO-PLANEJ (WS-IDX-SUPERVISOR)
                                       GREATER ZEROS
              MOVE ZEROS               TO WS-DVE-COD-VENDEDOR
              MOVE "SUPERVISOR"        TO WS-DVE-NOME
              COMPUTE WS-DVE-COD-SUPERVISOR = WS-IDX-SUPERVISOR - 1
              MOVE WS-ASU-PLANEJADAS (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-PLANEJADAS
              MOVE WS-ASU-NO-DIA (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-NO-DIA
              MOVE WS-ASU-OUTRO-DIA (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-OUTRO-DIA
              MOVE WS-ASU-NAO-FEITAS (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-NAO-FEITAS
              MOVE WS-ASU-NAO-PLANEJ (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-NAO-PLANEJ
              MOVE WS-ASU-DUAS-SEMANAS (WS-IDX-SUPERVISOR)
                                       TO WS-DVE-DUAS-SEMANAS

              MOVE WS-ASU-PLANEJADAS (WS-IDX-SUPERVISOR)
                                       TO WS-CALC-BASE
              MOVE WS-ASU-NO-DIA (WS-IDX-SUPERVISOR)
                                       TO WS-CALC-REALIZADO
              PERFORM 2550-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DVE-PERC-ADER

              COMPUTE WS-CALC-REALIZADO =
                      WS-ASU-NO-DIA (WS-IDX-SUPERVISOR)
                    + WS-ASU-OUTRO-DIA (WS-IDX-SUPERVISOR)
              PERFORM 2550-CALCULA-PERCENTUAL
              MOVE WS-CALC-PERC        TO WS-DVE-PERC-REAL

              MOVE WS-LINHA-DET-VENDEDOR
                                       TO REL-HBSIS049C
              WRITE REL-HBSIS049C
           END-IF

           ADD 1                       TO WS-IDX-SUPERVISOR

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O PERCENTUAL DO REALIZADO SOBRE AS VISITAS PLANEJADAS  *
      *----------------------------------------------------------------*
       2550-CALCULA-PERCENTUAL         SECTION.

           IF WS-CALC-BASE             EQUAL ZEROS
              MOVE ZEROS               TO WS-CALC-PERC
           ELSE
              COMPUTE WS-CALC-PERC ROUNDED =
                      WS-CALC-REALIZADO * 100 / WS-CALC-BASE
           END-IF

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
      * FIM DO PROGRAMA HBSIS049P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS049P.
      *----------------------------------------------------------------*
