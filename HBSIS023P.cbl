      *                PARTIR DA DISTRIBUICAO DO DIA - A FREQUENCIA DE  *
      *                VISITA SEGUE A CURVA ABC DO CLIENTE (A SEMANAL,  *
      *                B QUINZENAL, C MENSAL), OS CLIENTES DA SEMANA    *
      *                SAO REPARTIDOS PELOS CINCO DIAS UTEIS SO NOS     *
      *                DIAS EM QUE RECEBEM VISITA (ArqJanelaCliente,    *
      *                HBSIS078P), PRIMEIRO NO DIA PREFERIDO, E CADA    *
      *                DIA E SEQUENCIADO A PARTIR DO PONTO DO VENDEDOR  *
      *                PELO PRIMEIRO ATENDIMENTO POSSIVEL DENTRO DO     *
      *                HORARIO DO CLIENTE (DESLOCAMENTO POR HAVERSINE,  *
      *                O MESMO CRITERIO DO HBSIS007P) - O CLIENTE QUE   *
      *                NAO CABE NA SEMANA E LISTADO A PARTE NA ROTA, E  *
      *                CADA VISITA LEVA O CONTATO E O HORARIO DO        *
      *                CLIENTE - UMA ROTA POR VENDEDOR ATIVO EM         *
      *                RotaVendedor.NNN.AAAAMMDD - CADA VISITA DA ROTA  *
      *                TAMBEM E GRAVADA NO ArqPlanoVisita, COM A DATA   *
      *                PLANEJADA, PARA A APURACAO DA ADERENCIA - O      *
      *                CLIENTE COM PRIORIDADE ALTA DE COBRANCA NO       *
      *                ArqPosReceber (HBSIS072P) ENTRA NA ROTA DA       *
      *                SEMANA MESMO QUANDO A CURVA NAO PEDE VISITA      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DE REFERENCIA   *
      *                AAAAMMDD (BRANCO = ULTIMA EXECUCAO CONCLUIDA     *
      *                PELO PONTO DE CONTROLE)                          *
           SELECT ARQ-ROTA           ASSIGN TO WS-LABEL-ROT
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-ROT.

           SELECT ARQ-PLANO-VISITA   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS048C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PLA.

           SELECT ARQ-POS-RECEBER    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS072C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-POS.

           SELECT ARQ-JANELA-CLIENTE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS078C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  ARQ-ROTA
           LABEL RECORD IS STANDARD.
       01  ROT-HBSIS023C               PIC  X(132).

       FD  ARQ-PLANO-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPlanoVisita'.
       COPY "HBSIS048C.CPY".

       FD  ARQ-POS-RECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPosReceber'.
       COPY "HBSIS072C.CPY".

       FD  ARQ-JANELA-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanelaCliente'.
       COPY "HBSIS078C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-ROT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PLA            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-POS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-ROT                PIC  X(030)         VALUE SPACES.

       01  WS-DIA-DO-MES               PIC  9(002)         VALUE ZEROS.
       01  WS-SEMANA-DO-MES            PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-ROTAS                PIC  9(004)         VALUE ZEROS.
       01  WS-QTD-PLANO-GRAVADOS       PIC  9(007)         VALUE ZEROS.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-DATA-SEGUNDA             PIC  X(008)         VALUE SPACES.
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
       01  WS-INT-REFERENCIA           PIC  9(008)         VALUE ZEROS.
       01  WS-INT-SEGUNDA              PIC  9(008)         VALUE ZEROS.
       01  WS-INT-QUOCIENTE            PIC  9(008)         VALUE ZEROS.
       01  WS-DIA-SEMANA-REF           PIC  9(001)         VALUE ZEROS.
       01  WS-FIM-PLANO                PIC  X(001)         VALUE "N".
       01  WS-POSICAO-ABERTA           PIC  X(001)         VALUE "N".
       01  WS-QTD-INCLUSAO-COBRANCA    PIC  9(007)         VALUE ZEROS.
       01  WS-JANELA-ABERTA            PIC  X(001)         VALUE "N".
       01  WS-QTD-NAO-ENCAIXADOS       PIC  9(007)         VALUE ZEROS.

       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
               10  WS-RDI-LATITUDE     PIC S9(003)V9(008).
               10  WS-RDI-LONGITUDE    PIC S9(003)V9(008).
               10  WS-RDI-CURVA        PIC  X(001).
               10  WS-RDI-COBRANCA     PIC  X(001).

       01  WS-QTD-DIST-ROTA            PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-DIST-ROTA            PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-ROTA-ANTERIOR        PIC  9(005)         VALUE ZEROS.
       01  WS-VISITA-DUPLICADA         PIC  X(001)         VALUE "N".

       01  WS-TAB-ROTA.
           05  WS-TAB-ROTA-OCR         OCCURS 5000 TIMES.
               10  WS-ROT-LONGITUDE    PIC S9(003)V9(008).
               10  WS-ROT-CURVA        PIC  X(001).
               10  WS-ROT-USADO        PIC  X(001).
               10  WS-ROT-COBRANCA     PIC  X(001).
      *            DIA DA ROTA (ZERO = NAO ENCAIXADO) E MOTIVO DO NAO
      *            ENCAIXE: H = FORA DO HORARIO EM TODOS OS DIAS
               10  WS-ROT-DIA          PIC  9(001).
               10  WS-ROT-MOTIVO       PIC  X(001).
      *            JANELA DE VISITA DO ArqJanelaCliente - SEM REGISTRO
      *            O CLIENTE RECEBE EM QUALQUER DIA E HORARIO
               10  WS-ROT-JANELA       PIC  X(001).
               10  WS-ROT-DIAS-VISITA  PIC  X(005).
               10  WS-ROT-QTD-DIAS     PIC  9(001).
               10  WS-ROT-PREFERIDO    PIC  9(001).
               10  WS-ROT-HORA-ABERTURA
                                       PIC  9(004).
               10  WS-ROT-HORA-FECHAMENTO
                                       PIC  9(004).
               10  WS-ROT-MIN-ABERTURA PIC  9(005).
               10  WS-ROT-MIN-FECHAMENTO
                                       PIC  9(005).
               10  WS-ROT-CONTATO      PIC  X(040).
               10  WS-ROT-FONE         PIC  X(015).
               10  WS-ROT-EMAIL        PIC  X(060).

       01  WS-ROT-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-ROTA                 PIC  9(004)         VALUE ZEROS.
       01  WS-MENOR-DISTANCIA          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-QUOTA-DIA                PIC  9(004)         VALUE ZEROS.
       01  WS-DIA-ROTA                 PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-FORA-ROTA            PIC  9(004)         VALUE ZEROS.
      *
       01  WS-TAB-QTD-DIA.
           05  WS-QTD-DIA              PIC  9(004)
                                        OCCURS 5 TIMES.
       01  WS-IDX-DIA                  PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-DIAS-ALVO            PIC  9(001)         VALUE ZEROS.
       01  WS-DIA-ESCOLHIDO            PIC  9(001)         VALUE ZEROS.
       01  WS-MENOR-CARGA              PIC  9(004)         VALUE ZEROS.
       01  WS-FIM-DIA                  PIC  X(001)         VALUE "N".
       01  WS-IDX-JANELA               PIC  9(004)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * TEMPO DA ROTA EM MINUTOS DO DIA - INICIO DO DIA DO VENDEDOR    *
      * (08:00), TEMPO MEDIO DE ATENDIMENTO POR VISITA E DESLOCAMENTO  *
      * MEDIO EM METROS POR MINUTO (30 KM/H), USADOS PARA RESPEITAR O  *
      * HORARIO DE ABERTURA E FECHAMENTO DO CLIENTE                    *
      *----------------------------------------------------------------*
       01  WS-MIN-INICIO-DIA           PIC  9(005)         VALUE 480.
       01  WS-MIN-ATENDIMENTO          PIC  9(005)         VALUE 30.
       01  WS-METROS-POR-MINUTO        PIC  9(005)         VALUE 500.
       01  WS-MIN-SEM-RESTRICAO        PIC  9(005)         VALUE 99999.
      *
       01  WS-MIN-CORRENTE             PIC  9(007)         VALUE ZEROS.
       01  WS-MIN-DESLOCAMENTO         PIC  9(007)         VALUE ZEROS.
       01  WS-MIN-CHEGADA              PIC  9(007)         VALUE ZEROS.
       01  WS-MIN-FIM-VISITA           PIC  9(007)         VALUE ZEROS.
       01  WS-MENOR-INICIO             PIC  9(007)         VALUE ZEROS.
      *
       01  WS-HORA-HHMM                PIC  9(004)         VALUE ZEROS.
       01  WS-HORA-HHMM-R REDEFINES WS-HORA-HHMM.
           05  WS-HORA-HHMM-HH         PIC  9(002).
           05  WS-HORA-HHMM-MM         PIC  9(002).
       01  WS-HORA-EDIT.
           05  WS-HORA-EDIT-HH         PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-HORA-EDIT-MM         PIC  9(002).
       01  WS-JANELA-TEXTO             PIC  X(011)         VALUE SPACES.
       01  WS-DIAS-TEXTO               PIC  X(020)         VALUE SPACES.
       01  WS-PTR-DIAS                 PIC  9(002)         VALUE ZEROS.
      *
       01  WS-TAB-SIGLA-DIA.
           05  FILLER                  PIC  X(003)         VALUE "SEG".
           05  FILLER                  PIC  X(003)         VALUE "TER".
           05  FILLER                  PIC  X(003)         VALUE "QUA".
           05  FILLER                  PIC  X(003)         VALUE "QUI".
           05  FILLER                  PIC  X(003)         VALUE "SEX".
       01  WS-TAB-SIGLA-DIA-R REDEFINES WS-TAB-SIGLA-DIA.
           05  WS-SIGLA-DIA            PIC  X(003)
                                        OCCURS 5 TIMES.

       01  WS-ROT-COD-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-ROT-COD-EDIT             PIC  9(003).
               "CURVA".
           05  FILLER                  PIC  X(018)         VALUE
               "DESLOCAMENTO (M)".
           05  FILLER                  PIC  X(010)         VALUE
               "COBRANCA".
           05  FILLER                  PIC  X(009)         VALUE
               "CHEGADA".
           05  FILLER                  PIC  X(011)         VALUE
               "JANELA".

       01  WS-LINHA-DIA-ROTA.
           05  FILLER                  PIC  X(004)         VALUE
           05  WS-RDET-CURVA           PIC  X(001).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WS-RDET-DISTANCIA       PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-RDET-COBRANCA        PIC  X(006).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-RDET-CHEGADA         PIC  X(005).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-RDET-JANELA          PIC  X(011).

       01  WS-LINHA-CONTATO-ROTA.
           05  FILLER                  PIC  X(012)         VALUE
               "   CONTATO: ".
           05  WS-RCON-NOME            PIC  X(030).
           05  FILLER                  PIC  X(007)         VALUE
               " FONE: ".
           05  WS-RCON-FONE            PIC  X(015).
           05  FILLER                  PIC  X(008)         VALUE
               " EMAIL: ".
           05  WS-RCON-EMAIL           PIC  X(060).

       01  WS-LINHA-TIT-FORA-ROTA      PIC  X(132)         VALUE
           "CLIENTES NAO ENCAIXADOS NA SEMANA - FORA DA JANELA DE HORARI
      -    "O EM TODOS OS DIAS DE VISITA".

       01  WS-LINHA-CAB-FORA-ROTA.
           05  FILLER                  PIC  X(016)         VALUE
               "      COD CLI.".
           05  FILLER                  PIC  X(042)         VALUE
               "RAZAO SOCIAL".
           05  FILLER                  PIC  X(007)         VALUE
               "CURVA".
           05  FILLER                  PIC  X(021)         VALUE
               "DIAS DE VISITA".
           05  FILLER                  PIC  X(013)         VALUE
               "JANELA".
           05  FILLER                  PIC  X(030)         VALUE
               "MOTIVO".

       01  WS-LINHA-DET-FORA-ROTA.
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-RFOR-COD-CLIENTE     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-RFOR-RAZAO           PIC  X(040).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-RFOR-CURVA           PIC  X(001).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-RFOR-DIAS            PIC  X(019).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-RFOR-JANELA          PIC  X(011).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-RFOR-MOTIVO          PIC  X(028).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-RFOR-COBRANCA        PIC  X(006).

       01  WS-LINHA-TOT-ROTA.
           05  FILLER                  PIC  X(028)         VALUE
               "TOTAL DE VISITAS NA SEMANA: ".
           05  WS-RTOT-QTD             PIC  ZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               "  NAO ENCAIXADOS: ".
           05  WS-RTOT-FORA            PIC  ZZZ9.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           PERFORM 1200-DEFINE-SEMANA-PLANO

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           .
       1000-EXIT.
           EXIT.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEFINE A SEGUNDA-FEIRA DA SEMANA DO PLANO - DE SEGUNDA A SEXTA *
      * VALE A SEMANA DA DATA DE REFERENCIA; SABADO E DOMINGO PLANEJAM *
      * A SEMANA SEGUINTE (O DIA 1 DO CALENDARIO INTEIRO E SEGUNDA)    *
      *----------------------------------------------------------------*
       1200-DEFINE-SEMANA-PLANO        SECTION.

           COMPUTE WS-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (WS-DATA-REFERENCIA))

           DIVIDE WS-INT-REFERENCIA    BY 7
                                   GIVING WS-INT-QUOCIENTE
                                REMAINDER WS-DIA-SEMANA-REF

           IF WS-DIA-SEMANA-REF        EQUAL ZEROS
              MOVE 7                   TO WS-DIA-SEMANA-REF
           END-IF

           IF WS-DIA-SEMANA-REF        GREATER 5
              COMPUTE WS-INT-SEGUNDA =
                      WS-INT-REFERENCIA + 8 - WS-DIA-SEMANA-REF
           ELSE
              COMPUTE WS-INT-SEGUNDA =
                      WS-INT-REFERENCIA + 1 - WS-DIA-SEMANA-REF
           END-IF

           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-SEGUNDA

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2200-OPEN-ARQ-VENDEDOR

           PERFORM 2600-OPEN-ARQ-PLANO-VISITA

           PERFORM 2150-OPEN-ARQ-JANELA

           PERFORM 2210-LER-ARQ-VENDEDOR

           PERFORM 2300-TRATA-VENDEDOR-ROTA UNTIL
                   WS-FL-STATUS-VEN    NOT EQUAL "00"

           CLOSE ARQ-PLANO-VISITA

           IF WS-JANELA-ABERTA         EQUAL "S"
              CLOSE ARQ-JANELA-CLIENTE
           END-IF

           PERFORM 2220-CLOSE-ARQ-VENDEDOR

           DISPLAY "ROTAS SEMANAIS GERADAS: " WS-QTD-ROTAS
                   " VISITAS PLANEJADAS: " WS-QTD-PLANO-GRAVADOS
                   " SEMANA: " WS-DATA-SEGUNDA
                                       UPON CONSOLE
           DISPLAY "VISITAS INCLUIDAS POR PRIORIDADE DE COBRANCA: "
                   WS-QTD-INCLUSAO-COBRANCA
                                       UPON CONSOLE
           DISPLAY "CLIENTES NAO ENCAIXADOS NA SEMANA (DIA/HORARIO): "
                   WS-QTD-NAO-ENCAIXADOS
                                       UPON CONSOLE

           .
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A DISTRIBUICAO INTEIRA PARA A TABELA EM MEMORIA COM AS *
      * COORDENADAS E A CURVA ABC DE CADA CLIENTE - SEM A POSICAO DE   *
      * CONTAS A RECEBER A ROTA SEGUE SO A CURVA                       *
      *----------------------------------------------------------------*
       2100-CARREGA-DISTRIBUICAO       SECTION.

              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-POS-RECEBER

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              MOVE "S"                 TO WS-POSICAO-ABERTA
           ELSE
              MOVE "N"                 TO WS-POSICAO-ABERTA
              DISPLAY "SEM ArqPosReceber - ROTA SEM INCLUSAO POR "
                      "COBRANCA"       UPON CONSOLE
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO

           PERFORM 2120-ARMAZENA-DISTRIBUICAO UNTIL
           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-CLIENTE

           IF WS-POSICAO-ABERTA        EQUAL "S"
              CLOSE ARQ-POS-RECEBER
           END-IF

           .
       2100-EXIT.
           EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ARMAZENA UM REGISTRO ATRIBUIDO DA DISTRIBUICAO NA TABELA COM   *
      * AS COORDENADAS E A CURVA DO CLIENTE E A MARCA DE PRIORIDADE    *
      * ALTA DE COBRANCA                                               *
      *----------------------------------------------------------------*
       2120-ARMAZENA-DISTRIBUICAO      SECTION.

           MOVE "N"                    TO WS-VISITA-DUPLICADA

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              PERFORM 2125-VERIFICA-VISITA-DUPLICADA
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              AND WS-VISITA-DUPLICADA  EQUAL "N"

              IF WS-QTD-DIST-ROTA      NOT LESS 20000
                 DISPLAY "TABELA DA DISTRIBUICAO EXCEDIDA"
                                                  (WS-QTD-DIST-ROTA)
              MOVE SPACES              TO WS-RDI-CURVA
                                                  (WS-QTD-DIST-ROTA)
              MOVE "N"                 TO WS-RDI-COBRANCA
                                                  (WS-QTD-DIST-ROTA)

              MOVE COD-CLIENTE-HBSIS007C
                                       TO COD-CLIENTE-HBSIS002C
                                       TO WS-RDI-CURVA
                                                  (WS-QTD-DIST-ROTA)
              END-IF

              IF WS-POSICAO-ABERTA     EQUAL "S"
                 PERFORM 2130-VERIFICA-COBRANCA
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-DISTRIBUICAO
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA O CLIENTE CORRENTE QUANDO A POSICAO DE CONTAS A RECEBER  *
      * DELE TEM PRIORIDADE ALTA DE COBRANCA                           *
      *----------------------------------------------------------------*
       2130-VERIFICA-COBRANCA          SECTION.

           MOVE COD-CLIENTE-HBSIS007C  TO COD-CLIENTE-HBSIS072C

           READ ARQ-POS-RECEBER RECORD
                              KEY IS      COD-CLIENTE-HBSIS072C

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              AND PRIORIDADE-HBSIS072C EQUAL "A"
              MOVE "S"                 TO WS-RDI-COBRANCA
                                                  (WS-QTD-DIST-ROTA)
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O CLIENTE TEM UM REGISTRO POR LINHA DE NEGOCIO NA DISTRIBUICAO *
      * - QUANDO O MESMO VENDEDOR ATENDE MAIS DE UMA LINHA DO CLIENTE, *
      * UMA UNICA VISITA COBRE TODAS; OS REGISTROS DO CLIENTE SAO      *
      * CONSECUTIVOS NA TABELA                                         *
      *----------------------------------------------------------------*
       2125-VERIFICA-VISITA-DUPLICADA  SECTION.

           MOVE WS-QTD-DIST-ROTA       TO WS-IDX-ROTA-ANTERIOR

           PERFORM 2126-COMPARA-VISITA-ANTERIOR UNTIL
                   WS-VISITA-DUPLICADA EQUAL "S" OR
                   WS-IDX-ROTA-ANTERIOR
                                       EQUAL ZEROS

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA O REGISTRO CORRENTE COM UMA POSICAO ANTERIOR DA TABELA *
      *----------------------------------------------------------------*
       2126-COMPARA-VISITA-ANTERIOR    SECTION.

           IF WS-RDI-COD-CLIENTE (WS-IDX-ROTA-ANTERIOR)
                                       NOT EQUAL COD-CLIENTE-HBSIS007C
              MOVE ZEROS               TO WS-IDX-ROTA-ANTERIOR
           ELSE
              IF WS-RDI-VENDEDOR (WS-IDX-ROTA-ANTERIOR)
                                       EQUAL COD-VENDEDOR-HBSIS007C
                 MOVE "S"              TO WS-VISITA-DUPLICADA
              ELSE
                 SUBTRACT 1            FROM WS-IDX-ROTA-ANTERIOR
              END-IF
           END-IF

           .
       2126-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CADASTRO DE JANELA DE VISITA - SEM O ARQUIVO TODOS *
      * OS CLIENTES RECEBEM VISITA EM QUALQUER DIA E HORARIO           *
      *----------------------------------------------------------------*
       2150-OPEN-ARQ-JANELA            SECTION.

           OPEN INPUT ARQ-JANELA-CLIENTE

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE "S"                 TO WS-JANELA-ABERTA
           ELSE
              MOVE "N"                 TO WS-JANELA-ABERTA
              DISPLAY "SEM ArqJanelaCliente - ROTA SEM RESTRICAO DE "
                      "DIA E HORARIO"  UPON CONSOLE
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE VENDEDOR                                *
      *----------------------------------------------------------------*
       2200-OPEN-ARQ-VENDEDOR          SECTION.
                                       NOT EQUAL "I"
              MOVE COD-VENDEDOR-HBSIS004C
                                       TO WS-ROT-COD-VENDEDOR
              PERFORM 2610-LIMPA-PLANO-VENDEDOR
              PERFORM 2400-SELECIONA-CLIENTES-SEMANA

              IF WS-ROT-QTD            GREATER ZEROS
      * MONTA A TABELA DA ROTA DO VENDEDOR CORRENTE - SO ENTRAM OS     *
      * CLIENTES CUJA CURVA PEDE VISITA NA SEMANA DE REFERENCIA:       *
      * A TODA SEMANA, B NAS SEMANAS IMPARES, C NA PRIMEIRA SEMANA     *
      * (CLIENTE SEM CURVA E TRATADO COMO C) - O CLIENTE COM           *
      * PRIORIDADE ALTA DE COBRANCA ENTRA EM QUALQUER SEMANA           *
      *----------------------------------------------------------------*
       2400-SELECIONA-CLIENTES-SEMANA  SECTION.

                          MOVE "S"     TO WS-INCLUI-CLIENTE
                       END-IF
              END-EVALUATE

              IF WS-INCLUI-CLIENTE     EQUAL "N"
                 AND WS-RDI-COBRANCA (WS-IDX-DIST-ROTA)
                                       EQUAL "S"
                 MOVE "S"              TO WS-INCLUI-CLIENTE
                 ADD 1                 TO WS-QTD-INCLUSAO-COBRANCA
              END-IF
           END-IF

           IF WS-INCLUI-CLIENTE        EQUAL "S"
              MOVE WS-RDI-CURVA (WS-IDX-DIST-ROTA)
                                       TO WS-ROT-CURVA (WS-ROT-QTD)
              MOVE "N"                 TO WS-ROT-USADO (WS-ROT-QTD)
              MOVE WS-RDI-COBRANCA (WS-IDX-DIST-ROTA)
                                       TO WS-ROT-COBRANCA (WS-ROT-QTD)

              PERFORM 2420-CARREGA-JANELA
           END-IF

           ADD 1                       TO WS-IDX-DIST-ROTA
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A JANELA DE VISITA E O CONTATO DO CLIENTE INCLUIDO NA  *
      * ROTA - SEM REGISTRO (OU SEM NENHUM DIA MARCADO) O CLIENTE      *
      * RECEBE VISITA EM QUALQUER DIA E HORARIO                        *
      *----------------------------------------------------------------*
       2420-CARREGA-JANELA             SECTION.

           MOVE ZEROS                  TO WS-ROT-DIA (WS-ROT-QTD)
                                          WS-ROT-PREFERIDO (WS-ROT-QTD)
                                          WS-ROT-HORA-ABERTURA
                                                  (WS-ROT-QTD)
                                          WS-ROT-HORA-FECHAMENTO
                                                  (WS-ROT-QTD)
           MOVE SPACES                 TO WS-ROT-MOTIVO (WS-ROT-QTD)
                                          WS-ROT-CONTATO (WS-ROT-QTD)
                                          WS-ROT-FONE (WS-ROT-QTD)
                                          WS-ROT-EMAIL (WS-ROT-QTD)
           MOVE "N"                    TO WS-ROT-JANELA (WS-ROT-QTD)
           MOVE "SSSSS"                TO WS-ROT-DIAS-VISITA
                                                  (WS-ROT-QTD)

           IF WS-JANELA-ABERTA         EQUAL "S"
              MOVE WS-ROT-COD-CLIENTE (WS-ROT-QTD)
                                       TO COD-CLIENTE-HBSIS078C

              READ ARQ-JANELA-CLIENTE RECORD
                                 KEY IS   COD-CLIENTE-HBSIS078C

              IF WS-FL-STATUS-JAN      EQUAL ZEROS
                 MOVE "S"              TO WS-ROT-JANELA (WS-ROT-QTD)
                 MOVE DIAS-VISITA-HBSIS078C
                                       TO WS-ROT-DIAS-VISITA
                                                  (WS-ROT-QTD)
                 MOVE DIA-PREFERIDO-HBSIS078C
                                       TO WS-ROT-PREFERIDO (WS-ROT-QTD)
                 MOVE HORA-ABERTURA-HBSIS078C
                                       TO WS-ROT-HORA-ABERTURA
                                                  (WS-ROT-QTD)
                 MOVE HORA-FECHAMENTO-HBSIS078C
                                       TO WS-ROT-HORA-FECHAMENTO
                                                  (WS-ROT-QTD)
                 MOVE CONTATO-NOME-HBSIS078C
                                       TO WS-ROT-CONTATO (WS-ROT-QTD)
                 MOVE CONTATO-FONE-HBSIS078C
                                       TO WS-ROT-FONE (WS-ROT-QTD)
                 MOVE CONTATO-EMAIL-HBSIS078C
                                       TO WS-ROT-EMAIL (WS-ROT-QTD)
              END-IF
           END-IF

           MOVE ZEROS                  TO WS-ROT-QTD-DIAS (WS-ROT-QTD)
           MOVE 1                      TO WS-IDX-DIA

           PERFORM 2425-CONTA-DIA-PERMITIDO UNTIL
                   WS-IDX-DIA          GREATER 5

           IF WS-ROT-QTD-DIAS (WS-ROT-QTD)
                                       EQUAL ZEROS
              MOVE "SSSSS"             TO WS-ROT-DIAS-VISITA
                                                  (WS-ROT-QTD)
              MOVE 5                   TO WS-ROT-QTD-DIAS (WS-ROT-QTD)
           END-IF

           IF WS-ROT-HORA-FECHAMENTO (WS-ROT-QTD)
                                       EQUAL ZEROS
              MOVE ZEROS               TO WS-ROT-MIN-ABERTURA
                                                  (WS-ROT-QTD)
              MOVE WS-MIN-SEM-RESTRICAO
                                       TO WS-ROT-MIN-FECHAMENTO
                                                  (WS-ROT-QTD)
           ELSE
              MOVE WS-ROT-HORA-ABERTURA (WS-ROT-QTD)
                                       TO WS-HORA-HHMM
              COMPUTE WS-ROT-MIN-ABERTURA (WS-ROT-QTD) =
                      WS-HORA-HHMM-HH * 60 + WS-HORA-HHMM-MM
              MOVE WS-ROT-HORA-FECHAMENTO (WS-ROT-QTD)
                                       TO WS-HORA-HHMM
              COMPUTE WS-ROT-MIN-FECHAMENTO (WS-ROT-QTD) =
                      WS-HORA-HHMM-HH * 60 + WS-HORA-HHMM-MM
           END-IF

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA UM DIA DE VISITA PERMITIDO DO CLIENTE                    *
      *----------------------------------------------------------------*
       2425-CONTA-DIA-PERMITIDO        SECTION.

           IF WS-ROT-DIAS-VISITA (WS-ROT-QTD) (WS-IDX-DIA:1)
                                       EQUAL "S"
              ADD 1                    TO WS-ROT-QTD-DIAS (WS-ROT-QTD)
           END-IF

           ADD 1                       TO WS-IDX-DIA

           .
       2425-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A ROTA DO VENDEDOR CORRENTE - OS CLIENTES SAO REPARTIDOS *
      * PELOS DIAS EM QUE RECEBEM VISITA (A QUOTA DIARIA, IGUAL PELOS  *
      * CINCO DIAS UTEIS, SO EQUILIBRA O CLIENTE SEM RESTRICAO DE DIA) *
      * E CADA DIA E SEQUENCIADO A PARTIR DO PONTO DO VENDEDOR         *
      * RESPEITANDO O HORARIO DO CLIENTE; QUEM NAO CABE NO HORARIO EM  *
      * NENHUM DIA PERMITIDO E LISTADO NO FIM DA ROTA                  *
      *----------------------------------------------------------------*
       2500-GRAVA-ROTA                 SECTION.


           COMPUTE WS-QUOTA-DIA = (WS-ROT-QTD + 4) / 5

           PERFORM 2510-DISTRIBUI-DIAS

           MOVE 1                      TO WS-IDX-SEQUENCIA
           MOVE 1                      TO WS-DIA-ROTA

           PERFORM 2520-SEQUENCIA-DIA UNTIL
                   WS-DIA-ROTA         GREATER 5

           MOVE WS-LINHA-CABECALHO-02  TO ROT-HBSIS023C
           WRITE ROT-HBSIS023C

           PERFORM 2540-LISTA-NAO-ENCAIXADOS

           COMPUTE WS-RTOT-QTD = WS-IDX-SEQUENCIA - 1
           MOVE WS-QTD-FORA-ROTA       TO WS-RTOT-FORA
           MOVE WS-LINHA-TOT-ROTA      TO ROT-HBSIS023C
           WRITE ROT-HBSIS023C

           CLOSE ARQ-ROTA

           IF WS-QTD-FORA-ROTA         GREATER ZEROS
              DISPLAY "VENDEDOR " WS-ROT-COD-VENDEDOR
                      " - CLIENTES NAO ENCAIXADOS NA SEMANA: "
                      WS-QTD-FORA-ROTA " (VER " WS-LABEL-ROT ")"
                                       UPON CONSOLE
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REPARTE OS CLIENTES DA SEMANA PELOS DIAS DA ROTA - PRIMEIRO NO *
      * DIA PREFERIDO, DEPOIS DO CLIENTE COM MENOS DIAS DE VISITA PARA *
      * O COM MAIS, SEMPRE NO DIA PERMITIDO MENOS CARREGADO            *
      *----------------------------------------------------------------*
       2510-DISTRIBUI-DIAS             SECTION.

           MOVE ZEROS                  TO WS-QTD-DIA (1)
                                          WS-QTD-DIA (2)
                                          WS-QTD-DIA (3)
                                          WS-QTD-DIA (4)
                                          WS-QTD-DIA (5)
                                          WS-QTD-FORA-ROTA
           MOVE 1                      TO WS-IDX-ROTA

           PERFORM 2511-ENCAIXA-PREFERIDO UNTIL
                   WS-IDX-ROTA         GREATER WS-ROT-QTD

           MOVE 1                      TO WS-QTD-DIAS-ALVO

           PERFORM 2512-ENCAIXA-POR-RESTRICAO UNTIL
                   WS-QTD-DIAS-ALVO    GREATER 5

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCAIXA O CLIENTE NO DIA PREFERIDO - O CLIENTE SEM RESTRICAO   *
      * DE DIA SO FICA NO PREFERIDO ENQUANTO O DIA ESTA ABAIXO DA      *
      * QUOTA; O CLIENTE COM DIAS RESTRITOS FICA SEMPRE NO PREFERIDO   *
      *----------------------------------------------------------------*
       2511-ENCAIXA-PREFERIDO          SECTION.

           MOVE WS-ROT-PREFERIDO (WS-IDX-ROTA)
                                       TO WS-IDX-DIA

           IF WS-IDX-DIA               GREATER ZEROS
              IF WS-ROT-DIAS-VISITA (WS-IDX-ROTA) (WS-IDX-DIA:1)
                                       EQUAL "S"
                 AND (WS-ROT-QTD-DIAS (WS-IDX-ROTA)
                                       LESS 5
                  OR WS-QTD-DIA (WS-IDX-DIA)
                                       LESS WS-QUOTA-DIA)
                 MOVE WS-IDX-DIA       TO WS-ROT-DIA (WS-IDX-ROTA)
                 ADD 1                 TO WS-QTD-DIA (WS-IDX-DIA)
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2511-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCAIXA OS CLIENTES AINDA SEM DIA QUE TEM A QUANTIDADE DE DIAS *
      * DE VISITA CORRENTE - O MAIS RESTRITO ESCOLHE PRIMEIRO          *
      *----------------------------------------------------------------*
       2512-ENCAIXA-POR-RESTRICAO      SECTION.

           MOVE 1                      TO WS-IDX-ROTA

           PERFORM 2513-ENCAIXA-CLIENTE UNTIL
                   WS-IDX-ROTA         GREATER WS-ROT-QTD

           ADD 1                       TO WS-QTD-DIAS-ALVO

           .
       2512-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCAIXA UM CLIENTE NO DIA PERMITIDO MENOS CARREGADO - COMO OS  *
      * CLIENTES SEM RESTRICAO DE DIA SAO OS ULTIMOS, ELES EQUILIBRAM  *
      * A CARGA QUE OS RESTRITOS DEIXARAM NOS DIAS                     *
      *----------------------------------------------------------------*
       2513-ENCAIXA-CLIENTE            SECTION.

           IF WS-ROT-DIA (WS-IDX-ROTA) EQUAL ZEROS
              AND WS-ROT-QTD-DIAS (WS-IDX-ROTA)
                                       EQUAL WS-QTD-DIAS-ALVO
              MOVE ZEROS               TO WS-DIA-ESCOLHIDO
              MOVE 1                   TO WS-IDX-DIA

              PERFORM 2514-AVALIA-CARGA-DIA UNTIL
                      WS-IDX-DIA       GREATER 5

              MOVE WS-DIA-ESCOLHIDO    TO WS-ROT-DIA (WS-IDX-ROTA)
              ADD 1                    TO WS-QTD-DIA (WS-DIA-ESCOLHIDO)
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2513-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA A CARGA DE UM DIA PERMITIDO COM A MENOR ENCONTRADA     *
      *----------------------------------------------------------------*
       2514-AVALIA-CARGA-DIA           SECTION.

           IF WS-ROT-DIAS-VISITA (WS-IDX-ROTA) (WS-IDX-DIA:1)
                                       EQUAL "S"
              IF WS-DIA-ESCOLHIDO      EQUAL ZEROS
                 OR WS-QTD-DIA (WS-IDX-DIA)
                                       LESS WS-MENOR-CARGA
                 MOVE WS-IDX-DIA       TO WS-DIA-ESCOLHIDO
                 MOVE WS-QTD-DIA (WS-IDX-DIA)
                                       TO WS-MENOR-CARGA
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-DIA

           .
       2514-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEQUENCIA UM DIA DA ROTA - O DIA COMECA NO PONTO DO VENDEDOR   *
      * NO HORARIO DE INICIO E A CADA PASSO VISITA O CLIENTE QUE PODE  *
      * SER ATENDIDO MAIS CEDO DENTRO DO SEU HORARIO                   *
      *----------------------------------------------------------------*
       2520-SEQUENCIA-DIA              SECTION.

           IF WS-QTD-DIA (WS-DIA-ROTA) GREATER ZEROS
              MOVE WS-DIA-ROTA         TO WS-DIA-NUMERO
              MOVE WS-NOME-DIA (WS-DIA-ROTA)
                                       TO WS-DIA-NOME
              MOVE WS-LINHA-DIA-ROTA   TO ROT-HBSIS023C
              WRITE ROT-HBSIS023C

              MOVE LATITUDE-VEND-HBSIS004C
                                       TO WS-LAT-ORIGEM
              MOVE LONGITUDE-VEND-HBSIS004C
                                       TO WS-LON-ORIGEM
              MOVE WS-MIN-INICIO-DIA   TO WS-MIN-CORRENTE
              MOVE "N"                 TO WS-FIM-DIA

              PERFORM 2521-PROXIMA-VISITA UNTIL
                      WS-FIM-DIA       EQUAL "S"
           END-IF

           ADD 1                       TO WS-DIA-ROTA

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHE A PROXIMA VISITA DO DIA E GRAVA A LINHA - QUANDO NAO   *
      * HA MAIS CLIENTE DO DIA ATENDIVEL NO HORARIO, OS QUE SOBRARAM   *
      * SAO REPROGRAMADOS E O DIA TERMINA                              *
      *----------------------------------------------------------------*
       2521-PROXIMA-VISITA             SECTION.

           MOVE ZEROS                  TO WS-IDX-MAIS-PROXIMO
           MOVE 999999999              TO WS-MENOR-DISTANCIA
           MOVE 9999999                TO WS-MENOR-INICIO
           MOVE 1                      TO WS-IDX-ROTA

           PERFORM 2522-COMPARA-CANDIDATO UNTIL
                   WS-IDX-ROTA         GREATER WS-ROT-QTD

           IF WS-IDX-MAIS-PROXIMO      GREATER ZEROS
              PERFORM 2523-GRAVA-VISITA
           ELSE
              MOVE 1                   TO WS-IDX-ROTA

              PERFORM 2524-REPROGRAMA-SOBRA UNTIL
                      WS-IDX-ROTA      GREATER WS-ROT-QTD

              MOVE "S"                 TO WS-FIM-DIA
           END-IF

           .
       2521-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UM CLIENTE DO DIA AINDA NAO VISITADO - A VISITA COMECA  *
      * NA CHEGADA OU NA ABERTURA, O QUE FOR MAIS TARDE, E PRECISA     *
      * TERMINAR ATE O FECHAMENTO; GANHA O INICIO MAIS CEDO E, NO      *
      * EMPATE, O MAIS PROXIMO                                         *
      *----------------------------------------------------------------*
       2522-COMPARA-CANDIDATO          SECTION.

           IF WS-ROT-DIA (WS-IDX-ROTA) EQUAL WS-DIA-ROTA
              AND WS-ROT-USADO (WS-IDX-ROTA)
                                       EQUAL "N"
              MOVE WS-ROT-LATITUDE (WS-IDX-ROTA)
                                       TO WS-LAT-DESTINO
              MOVE WS-ROT-LONGITUDE (WS-IDX-ROTA)
                                       TO WS-LON-DESTINO

              PERFORM 2530-CALCULA-DISTANCIA

              COMPUTE WS-MIN-DESLOCAMENTO ROUNDED =
                      WS-CALC-DISTANCIA / WS-METROS-POR-MINUTO
              COMPUTE WS-MIN-CHEGADA =
                      WS-MIN-CORRENTE + WS-MIN-DESLOCAMENTO

              IF WS-MIN-CHEGADA        LESS
                 WS-ROT-MIN-ABERTURA (WS-IDX-ROTA)
                 MOVE WS-ROT-MIN-ABERTURA (WS-IDX-ROTA)
                                       TO WS-MIN-CHEGADA
              END-IF

              COMPUTE WS-MIN-FIM-VISITA =
                      WS-MIN-CHEGADA + WS-MIN-ATENDIMENTO

              IF WS-MIN-FIM-VISITA     NOT GREATER
                 WS-ROT-MIN-FECHAMENTO (WS-IDX-ROTA)
                 IF WS-MIN-CHEGADA     LESS WS-MENOR-INICIO
                    OR (WS-MIN-CHEGADA EQUAL WS-MENOR-INICIO
                    AND WS-CALC-DISTANCIA
                                       LESS WS-MENOR-DISTANCIA)
                    MOVE WS-MIN-CHEGADA
                                       TO WS-MENOR-INICIO
                    MOVE WS-CALC-DISTANCIA
                                       TO WS-MENOR-DISTANCIA
                    MOVE WS-IDX-ROTA   TO WS-IDX-MAIS-PROXIMO
                 END-IF
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2522-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DA VISITA ESCOLHIDA COM O HORARIO DE CHEGADA E O *
      * CONTATO, GRAVA O PLANO E AVANCA O PONTO E O RELOGIO DO DIA     *
      *----------------------------------------------------------------*
       2523-GRAVA-VISITA               SECTION.

           MOVE "S"                    TO WS-ROT-USADO
                                                  (WS-IDX-MAIS-PROXIMO)

                                       TO WS-RDET-CURVA
           MOVE WS-MENOR-DISTANCIA     TO WS-RDET-DISTANCIA

           IF WS-ROT-COBRANCA (WS-IDX-MAIS-PROXIMO)
                                       EQUAL "S"
              MOVE "COBRAR"            TO WS-RDET-COBRANCA
           ELSE
              MOVE SPACES              TO WS-RDET-COBRANCA
           END-IF

           DIVIDE WS-MENOR-INICIO      BY 60
                                   GIVING WS-HORA-EDIT-HH
                                REMAINDER WS-HORA-EDIT-MM
           MOVE WS-HORA-EDIT           TO WS-RDET-CHEGADA

           MOVE WS-IDX-MAIS-PROXIMO    TO WS-IDX-JANELA
           PERFORM 2560-MONTA-JANELA-TEXTO
           MOVE WS-JANELA-TEXTO        TO WS-RDET-JANELA

           MOVE WS-LINHA-DET-ROTA      TO ROT-HBSIS023C
           WRITE ROT-HBSIS023C

           PERFORM 2550-GRAVA-CONTATO

           PERFORM 2630-GRAVA-PLANO-VISITA

           MOVE WS-ROT-LATITUDE (WS-IDX-MAIS-PROXIMO)
                                       TO WS-LAT-ORIGEM
           MOVE WS-ROT-LONGITUDE (WS-IDX-MAIS-PROXIMO)
                                       TO WS-LON-ORIGEM
           COMPUTE WS-MIN-CORRENTE =
                   WS-MENOR-INICIO + WS-MIN-ATENDIMENTO

           ADD 1                       TO WS-IDX-SEQUENCIA

           .
       2523-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * O CLIENTE DO DIA QUE NAO COUBE NO HORARIO PASSA PARA O DIA     *
      * SEGUINTE PERMITIDO MENOS CARREGADO; SEM ESSE DIA, FICA FORA    *
      * DA ROTA POR HORARIO                                            *
      *----------------------------------------------------------------*
       2524-REPROGRAMA-SOBRA           SECTION.

           IF WS-ROT-DIA (WS-IDX-ROTA) EQUAL WS-DIA-ROTA
              AND WS-ROT-USADO (WS-IDX-ROTA)
                                       EQUAL "N"
              SUBTRACT 1               FROM WS-QTD-DIA (WS-DIA-ROTA)
              MOVE ZEROS               TO WS-DIA-ESCOLHIDO
              COMPUTE WS-IDX-DIA = WS-DIA-ROTA + 1

              PERFORM 2514-AVALIA-CARGA-DIA UNTIL
                      WS-IDX-DIA       GREATER 5

              IF WS-DIA-ESCOLHIDO      GREATER ZEROS
                 MOVE WS-DIA-ESCOLHIDO TO WS-ROT-DIA (WS-IDX-ROTA)
                 ADD 1                 TO WS-QTD-DIA (WS-DIA-ESCOLHIDO)
              ELSE
                 MOVE ZEROS            TO WS-ROT-DIA (WS-IDX-ROTA)
                 MOVE "H"              TO WS-ROT-MOTIVO (WS-IDX-ROTA)
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2524-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE) ENTRE O PONTO CORRENTE E O     *
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA NO FIM DA ROTA OS CLIENTES DA SEMANA QUE NAO COUBERAM EM *
      * NENHUM DIA - FICAM FORA DO PLANO DE VISITAS                    *
      *----------------------------------------------------------------*
       2540-LISTA-NAO-ENCAIXADOS       SECTION.

           MOVE 1                      TO WS-IDX-ROTA

           PERFORM 2541-GRAVA-NAO-ENCAIXADO UNTIL
                   WS-IDX-ROTA         GREATER WS-ROT-QTD

           IF WS-QTD-FORA-ROTA         GREATER ZEROS
              MOVE WS-LINHA-CABECALHO-02
                                       TO ROT-HBSIS023C
              WRITE ROT-HBSIS023C
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UM CLIENTE NAO ENCAIXADO, ABRINDO A LISTA NO PRIMEIRO    *
      *----------------------------------------------------------------*
       2541-GRAVA-NAO-ENCAIXADO        SECTION.

           IF WS-ROT-DIA (WS-IDX-ROTA) EQUAL ZEROS
              IF WS-QTD-FORA-ROTA      EQUAL ZEROS
                 MOVE WS-LINHA-TIT-FORA-ROTA
                                       TO ROT-HBSIS023C
                 WRITE ROT-HBSIS023C
                 MOVE WS-LINHA-CAB-FORA-ROTA
                                       TO ROT-HBSIS023C
                 WRITE ROT-HBSIS023C
              END-IF

              ADD 1                    TO WS-QTD-FORA-ROTA
                                          WS-QTD-NAO-ENCAIXADOS

              MOVE WS-IDX-ROTA         TO WS-IDX-JANELA
              PERFORM 2560-MONTA-JANELA-TEXTO

              MOVE WS-ROT-COD-CLIENTE (WS-IDX-ROTA)
                                       TO WS-RFOR-COD-CLIENTE
              MOVE WS-ROT-RAZAO (WS-IDX-ROTA)
                                       TO WS-RFOR-RAZAO
              MOVE WS-ROT-CURVA (WS-IDX-ROTA)
                                       TO WS-RFOR-CURVA
              MOVE WS-DIAS-TEXTO       TO WS-RFOR-DIAS
              MOVE WS-JANELA-TEXTO     TO WS-RFOR-JANELA

              MOVE "FORA DA JANELA DE HORARIO"
                                       TO WS-RFOR-MOTIVO

              IF WS-ROT-COBRANCA (WS-IDX-ROTA)
                                       EQUAL "S"
                 MOVE "COBRAR"         TO WS-RFOR-COBRANCA
              ELSE
                 MOVE SPACES           TO WS-RFOR-COBRANCA
              END-IF

              MOVE WS-LINHA-DET-FORA-ROTA
                                       TO ROT-HBSIS023C
              WRITE ROT-HBSIS023C

              PERFORM 2550-GRAVA-CONTATO
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2541-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DE CONTATO DO CLIENTE DA POSICAO WS-IDX-JANELA - *
      * SO PARA O CLIENTE COM CADASTRO NO ArqJanelaCliente             *
      *----------------------------------------------------------------*
       2550-GRAVA-CONTATO              SECTION.

           IF WS-ROT-JANELA (WS-IDX-JANELA)
                                       EQUAL "S"
              MOVE WS-ROT-CONTATO (WS-IDX-JANELA)
                                       TO WS-RCON-NOME
              MOVE WS-ROT-FONE (WS-IDX-JANELA)
                                       TO WS-RCON-FONE
              MOVE WS-ROT-EMAIL (WS-IDX-JANELA)
                                       TO WS-RCON-EMAIL
              MOVE WS-LINHA-CONTATO-ROTA
                                       TO ROT-HBSIS023C
              WRITE ROT-HBSIS023C
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA O HORARIO (HH:MM-HH:MM OU LIVRE) E OS DIAS DE VISITA DO  *
      * CLIENTE DA POSICAO WS-IDX-JANELA PARA IMPRESSAO                *
      *----------------------------------------------------------------*
       2560-MONTA-JANELA-TEXTO         SECTION.

           MOVE SPACES                 TO WS-JANELA-TEXTO
                                          WS-DIAS-TEXTO

           IF WS-ROT-HORA-FECHAMENTO (WS-IDX-JANELA)
                                       EQUAL ZEROS
              MOVE "LIVRE"             TO WS-JANELA-TEXTO
           ELSE
              MOVE WS-ROT-HORA-ABERTURA (WS-IDX-JANELA)
                                       TO WS-HORA-HHMM
              MOVE WS-HORA-HHMM-HH     TO WS-HORA-EDIT-HH
              MOVE WS-HORA-HHMM-MM     TO WS-HORA-EDIT-MM
              MOVE WS-HORA-EDIT        TO WS-JANELA-TEXTO (1:5)
              MOVE "-"                 TO WS-JANELA-TEXTO (6:1)
              MOVE WS-ROT-HORA-FECHAMENTO (WS-IDX-JANELA)
                                       TO WS-HORA-HHMM
              MOVE WS-HORA-HHMM-HH     TO WS-HORA-EDIT-HH
              MOVE WS-HORA-HHMM-MM     TO WS-HORA-EDIT-MM
              MOVE WS-HORA-EDIT        TO WS-JANELA-TEXTO (7:5)
           END-IF

           MOVE 1                      TO WS-PTR-DIAS
           MOVE 1                      TO WS-IDX-DIA

           PERFORM 2561-MONTA-DIA-TEXTO UNTIL
                   WS-IDX-DIA          GREATER 5

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA A SIGLA DE UM DIA PERMITIDO A LISTA DE DIAS         *
      *----------------------------------------------------------------*
       2561-MONTA-DIA-TEXTO            SECTION.

           IF WS-ROT-DIAS-VISITA (WS-IDX-JANELA) (WS-IDX-DIA:1)
                                       EQUAL "S"
              STRING WS-SIGLA-DIA (WS-IDX-DIA)
                                       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                                  INTO WS-DIAS-TEXTO
                          WITH POINTER WS-PTR-DIAS
           END-IF

           ADD 1                       TO WS-IDX-DIA

           .
       2561-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO PLANO SEMANAL DE VISITAS                           *
      *----------------------------------------------------------------*
       2600-OPEN-ARQ-PLANO-VISITA      SECTION.

           OPEN I-O ARQ-PLANO-VISITA

           IF WS-FL-STATUS-PLA         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO PLANO DE VISITAS"
                                       UPON CONSOLE
              PERFORM 2220-CLOSE-ARQ-VENDEDOR
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI O PLANO JA GRAVADO DO VENDEDOR NA SEMANA, PARA QUE A    *
      * REEXECUCAO DA ROTA NAO DEIXE VISITAS QUE SAIRAM DO PLANO       *
      *----------------------------------------------------------------*
       2610-LIMPA-PLANO-VENDEDOR       SECTION.

           MOVE WS-DATA-SEGUNDA        TO DATA-SEMANA-HBSIS048C
           MOVE WS-ROT-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS048C
           MOVE ZEROS                  TO COD-CLIENTE-HBSIS048C
           MOVE "N"                    TO WS-FIM-PLANO

           START ARQ-PLANO-VISITA KEY NOT LESS CHAVE-HBSIS048C

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              PERFORM 2620-EXCLUI-PLANO-VENDEDOR UNTIL
                      WS-FIM-PLANO     EQUAL "S"
           END-IF

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE E EXCLUI UMA VISITA PLANEJADA DO VENDEDOR NA SEMANA         *
      *----------------------------------------------------------------*
       2620-EXCLUI-PLANO-VENDEDOR      SECTION.

           READ ARQ-PLANO-VISITA NEXT RECORD

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              AND DATA-SEMANA-HBSIS048C
                                       EQUAL WS-DATA-SEGUNDA
              AND COD-VENDEDOR-HBSIS048C
                                       EQUAL WS-ROT-COD-VENDEDOR
              DELETE ARQ-PLANO-VISITA RECORD
           ELSE
              MOVE "S"                 TO WS-FIM-PLANO
           END-IF

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A VISITA SEQUENCIADA NO PLANO SEMANAL, COM A DATA DO DIA *
      * DA ROTA A PARTIR DA SEGUNDA-FEIRA DA SEMANA                    *
      *----------------------------------------------------------------*
       2630-GRAVA-PLANO-VISITA         SECTION.

           MOVE WS-DATA-SEGUNDA        TO DATA-SEMANA-HBSIS048C
           MOVE WS-ROT-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS048C
           MOVE WS-ROT-COD-CLIENTE (WS-IDX-MAIS-PROXIMO)
                                       TO COD-CLIENTE-HBSIS048C
           MOVE WS-DIA-ROTA            TO DIA-SEMANA-HBSIS048C
           MOVE WS-IDX-SEQUENCIA       TO SEQUENCIA-HBSIS048C
           MOVE WS-DATA-HOJE           TO DATA-GERACAO-HBSIS048C

           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER
                            (WS-INT-SEGUNDA + WS-DIA-ROTA - 1)
           MOVE WS-DATA-CALC-NUM       TO DATA-PLANEJADA-HBSIS048C

           WRITE ARQ-HBSIS048C

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              ADD 1                    TO WS-QTD-PLANO-GRAVADOS
           ELSE
              DISPLAY "ERRO AO GRAVAR O PLANO DE VISITAS - VENDEDOR "
                      WS-ROT-COD-VENDEDOR " CLIENTE "
                      COD-CLIENTE-HBSIS048C
                                       UPON CONSOLE
              CLOSE ARQ-ROTA
              CLOSE ARQ-PLANO-VISITA
              PERFORM 2220-CLOSE-ARQ-VENDEDOR
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2630-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
