           SELECT ARQ-BLOQUEADO      ASSIGN TO WS-LABEL-BLQ
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BLQ.

           SELECT ARQ-JANELA-CLIENTE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS078C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           05  BLQ-COD-CLIENTE         PIC  9(007).
           05  BLQ-RAZAO-SOCIAL        PIC  X(040).
           05  BLQ-COD-VENDEDOR        PIC  9(003).

       FD  ARQ-JANELA-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanelaCliente'.
       COPY "HBSIS078C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-ESF            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BLQ            PIC  X(002)         VALUE "00".
       77  WS-LABEL-BLQ                PIC  X(030)         VALUE SPACES.
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".
       77  WS-JANELA-ABERTA            PIC  X(001)         VALUE "N".
      *
       COPY "HBSIS004C.CPY" REPLACING
           ARQ-HBSIS004C               BY WS-ARQ-VENDEDOR
               10  WS-FDI-LATITUDE     PIC S9(003)V9(008).
               10  WS-FDI-LONGITUDE    PIC S9(003)V9(008).
               10  WS-FDI-DISTANCIA    PIC  9(009)V9(002).
               10  WS-FDI-LINHA        PIC  9(002).

       01  WS-QTD-DIST-FOLHA           PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-DIST-FOLHA           PIC  9(005)         VALUE ZEROS.
               10  WS-FOL-LATITUDE     PIC S9(003)V9(008).
               10  WS-FOL-LONGITUDE    PIC S9(003)V9(008).
               10  WS-FOL-DISTANCIA    PIC  9(009)V9(002).
               10  WS-FOL-LINHA        PIC  9(002).

       01  WS-FOL-TEMP.
           05  WS-FOL-TMP-COD-CLIENTE  PIC  9(007).
           05  WS-FOL-TMP-LATITUDE     PIC S9(003)V9(008).
           05  WS-FOL-TMP-LONGITUDE    PIC S9(003)V9(008).
           05  WS-FOL-TMP-DISTANCIA    PIC  9(009)V9(002).
           05  WS-FOL-TMP-LINHA        PIC  9(002).

       01  WS-FOL-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-FOL-I                    PIC  9(004)         VALUE ZEROS.
       01  WS-FOL-MIN                  PIC  9(004)         VALUE ZEROS.
       01  WS-FOL-COD-VENDEDOR         PIC  9(003)         VALUE ZEROS.
       01  WS-FOL-COD-EDIT             PIC  9(003).
       01  WS-FOL-CLI-ANTERIOR         PIC  9(007)         VALUE ZEROS.
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
       01  WS-IDX-DIA                  PIC  9(001)         VALUE ZEROS.
       01  WS-PTR-DIAS                 PIC  9(002)         VALUE ZEROS.
      *
       01  WS-HORA-HHMM                PIC  9(004)         VALUE ZEROS.
       01  WS-HORA-HHMM-R REDEFINES WS-HORA-HHMM.
           05  WS-HORA-HHMM-HH         PIC  9(002).
           05  WS-HORA-HHMM-MM         PIC  9(002).
       01  WS-HORA-EDIT.
           05  WS-HORA-EDIT-HH         PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-HORA-EDIT-MM         PIC  9(002).

       01  WS-LINHA-CAPA-FOLHA.
           05  FILLER                  PIC  X(010)         VALUE
               "LONGITUDE".
           05  FILLER                  PIC  X(015)         VALUE
               "DISTANCIA (M)".
           05  FILLER                  PIC  X(002)         VALUE
               "LN".

       01  WS-LINHA-DET-FOLHA.
           05  WS-FDET-COD-CLIENTE     PIC  ZZZZZZ9.
           05  WS-FDET-LONGITUDE       PIC  +ZZ9,99999999.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-FDET-DISTANCIA       PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-FDET-LINHA           PIC  9(002).

       01  WS-LINHA-JANELA-FOLHA.
           05  FILLER                  PIC  X(012)         VALUE
               "   CONTATO: ".
           05  WS-FJAN-NOME            PIC  X(030).
           05  FILLER                  PIC  X(007)         VALUE
               " FONE: ".
           05  WS-FJAN-FONE            PIC  X(015).
           05  FILLER                  PIC  X(007)         VALUE
               " DIAS: ".
           05  WS-FJAN-DIAS            PIC  X(020).
           05  FILLER                  PIC  X(010)         VALUE
               " HORARIO: ".
           05  WS-FJAN-HORARIO         PIC  X(011).
           05  FILLER                  PIC  X(007)         VALUE
               " PREF: ".
           05  WS-FJAN-PREFERIDO       PIC  X(003).

       01  WS-LINHA-SEM-JANELA-FOLHA.
           05  FILLER                  PIC  X(027)         VALUE
               "   CONTATO: SEM CADASTRO - ".
           05  FILLER                  PIC  X(033)         VALUE
               "VISITA EM QUALQUER DIA E HORARIO".

       01  WS-LINHA-TOT-FOLHA.
           05  FILLER                  PIC  X(019)         VALUE
                                        OCCURS 1000 TIMES.

       01  WS-IDX-FILIAL               PIC  9(004)         VALUE ZEROS.
       01  WS-REL-CLI-ANTERIOR         PIC  9(007)         VALUE ZEROS.

       01  WS-LINHA-DET-FILIAL.
           05  FILLER                  PIC  X(008)         VALUE
               "COD VEND.".
           05  FILLER                  PIC  X(042)         VALUE
               "VENDEDOR".
           05  FILLER                  PIC  X(014)         VALUE
               "DISTANCIA (M)".
           05  FILLER                  PIC  X(007)         VALUE
               "TIPO".
           05  FILLER                  PIC  X(005)         VALUE
               "FIL.".
           05  FILLER                  PIC  X(002)         VALUE
               "LN".

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".
           05  WS-DET-NOME-VENDEDOR    PIC  X(040).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-DISTANCIA        PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-TIPO             PIC  X(005).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-FILIAL           PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-LINHA            PIC  9(002).

       01  WS-LINHA-CABECALHO-REG-01.
           05  FILLER                  PIC  X(012)         VALUE
           PERFORM 2056-ZERA-TAB-BLOQUEADO UNTIL
                   WS-IDX-BLOQUEADO    GREATER 1000

           MOVE ZEROS                  TO WS-REL-CLI-ANTERIOR

           PERFORM 2765-OPEN-ARQ-CLIENTE
           PERFORM 2100-OPEN-ARQ-DISTRIBUICAO
           PERFORM 2150-OPEN-REL-DISTRIBUICAO
                       MOVE "MAN."     TO WS-DET-TIPO
                  WHEN "Z"
                       MOVE "ZONA"     TO WS-DET-TIPO
                  WHEN "R"
                       MOVE "REDE"     TO WS-DET-TIPO
                  WHEN OTHER
                       MOVE "DIST."    TO WS-DET-TIPO
              END-EVALUATE
           END-IF

           MOVE COD-FILIAL-HBSIS007C   TO WS-DET-FILIAL
           MOVE COD-LINHA-HBSIS007C    TO WS-DET-LINHA

           MOVE WS-LINHA-DETALHE       TO REL-HBSIS008C
           WRITE REL-HBSIS008C

      *    CLIENTE COM MAIS DE UMA LINHA DE NEGOCIO TEM UM REGISTRO POR
      *    LINHA - O ENDERECO E A CONTAGEM POR FILIAL SAO POR CLIENTE
           IF COD-CLIENTE-HBSIS007C    NOT EQUAL WS-REL-CLI-ANTERIOR
              ADD 1                    TO WS-FIL-QTDE-CLI
                                          (COD-FILIAL-HBSIS007C + 1)

              PERFORM 2450-GRAVA-LINHA-ENDERECO

              MOVE COD-CLIENTE-HBSIS007C
                                       TO WS-REL-CLI-ANTERIOR
           END-IF

           PERFORM 2300-LER-ARQ-DISTRIBUICAO

      *----------------------------------------------------------------*
      * GERACAO DO ARQUIVO DELIMITADO PARA OS SISTEMAS DE ROTEIRIZACAO *
      * E CRM - CABECALHO COM A DATA DA EXECUCAO, UM REGISTRO POR      *
      * CLIENTE E LINHA DE NEGOCIO (ULTIMO CAMPO) E TRAILER COM AS     *
      * CONTAGENS                                                      *
      *----------------------------------------------------------------*
       2760-GERA-EXPORTACAO            SECTION.

                  ";"                  DELIMITED BY SIZE
                  TIPO-ATRIBUICAO-HBSIS007C
                                       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  COD-LINHA-HBSIS007C  DELIMITED BY SIZE
                                  INTO EXP-HBSIS008C
           WRITE EXP-HBSIS008C


           PERFORM 2789-OPEN-ARQ-VENDEDOR-FOLHA

           OPEN INPUT ARQ-JANELA-CLIENTE

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE "S"                 TO WS-JANELA-ABERTA
           ELSE
              MOVE "N"                 TO WS-JANELA-ABERTA
           END-IF

           PERFORM 2791-LER-ARQ-VENDEDOR

           PERFORM 2792-TRATA-VENDEDOR-FOLHA UNTIL

           PERFORM 2750-CLOSE-ARQ-VENDEDOR

           IF WS-JANELA-ABERTA         EQUAL "S"
              CLOSE ARQ-JANELA-CLIENTE
           END-IF

           MOVE "FOLHAS POR VENDEDOR GERADAS"
                                       TO MSG-RETORNO-HBSIS008L

                                                  (WS-QTD-DIST-FOLHA)
              MOVE DISTANCIA-HBSIS007C TO WS-FDI-DISTANCIA
                                                  (WS-QTD-DIST-FOLHA)
              MOVE COD-LINHA-HBSIS007C TO WS-FDI-LINHA
                                                  (WS-QTD-DIST-FOLHA)
              MOVE ZEROS               TO WS-FDI-LATITUDE
                                                  (WS-QTD-DIST-FOLHA)
                                          WS-FDI-LONGITUDE
              MOVE WS-FDI-DISTANCIA (WS-IDX-DIST-FOLHA)
                                       TO WS-FOL-DISTANCIA
                                                  (WS-FOL-QTD)
              MOVE WS-FDI-LINHA (WS-IDX-DIST-FOLHA)
                                       TO WS-FOL-LINHA (WS-FOL-QTD)
           END-IF

           ADD 1                       TO WS-IDX-DIST-FOLHA
           WRITE FOL-HBSIS008C

           MOVE 1                      TO WS-FOL-I
           MOVE ZEROS                  TO WS-FOL-CLI-ANTERIOR

           PERFORM 2799-GRAVA-LINHA-FOLHA UNTIL
                   WS-FOL-I            GREATER WS-FOL-QTD
       2796-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE CLIENTE NA FOLHA DO VENDEDOR, SEGUIDA DO    *
      * CONTATO E DA JANELA DE VISITA DO CLIENTE - O CLIENTE COM MAIS  *
      * DE UMA LINHA DE NEGOCIO EM SEQUENCIA LEVA O CONTATO UMA VEZ    *
      *----------------------------------------------------------------*
       2799-GRAVA-LINHA-FOLHA          SECTION.

                                       TO WS-FDET-LONGITUDE
           MOVE WS-FOL-DISTANCIA (WS-FOL-I)
                                       TO WS-FDET-DISTANCIA
           MOVE WS-FOL-LINHA (WS-FOL-I)
                                       TO WS-FDET-LINHA

           MOVE WS-LINHA-DET-FOLHA     TO FOL-HBSIS008C
           WRITE FOL-HBSIS008C

           IF WS-FOL-COD-CLIENTE (WS-FOL-I)
                                       NOT EQUAL WS-FOL-CLI-ANTERIOR
              PERFORM 2800-GRAVA-JANELA-FOLHA
              MOVE WS-FOL-COD-CLIENTE (WS-FOL-I)
                                       TO WS-FOL-CLI-ANTERIOR
           END-IF

           ADD 1                       TO WS-FOL-I

           .
       2799-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O CONTATO E A JANELA DE VISITA DO CLIENTE NA FOLHA - SEM *
      * REGISTRO NO ArqJanelaCliente (OU SEM O ARQUIVO) O CLIENTE      *
      * RECEBE VISITA EM QUALQUER DIA E HORARIO                        *
      *----------------------------------------------------------------*
       2800-GRAVA-JANELA-FOLHA         SECTION.

           MOVE "23"                   TO WS-FL-STATUS-JAN

           IF WS-JANELA-ABERTA         EQUAL "S"
              MOVE WS-FOL-COD-CLIENTE (WS-FOL-I)
                                       TO COD-CLIENTE-HBSIS078C

              READ ARQ-JANELA-CLIENTE RECORD
                                 KEY IS   COD-CLIENTE-HBSIS078C
           END-IF

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE CONTATO-NOME-HBSIS078C
                                       TO WS-FJAN-NOME
              MOVE CONTATO-FONE-HBSIS078C
                                       TO WS-FJAN-FONE

              MOVE SPACES              TO WS-FJAN-DIAS
              MOVE 1                   TO WS-PTR-DIAS
              MOVE 1                   TO WS-IDX-DIA

              PERFORM 2801-MONTA-DIA-FOLHA UNTIL
                      WS-IDX-DIA       GREATER 5

              IF WS-FJAN-DIAS          EQUAL SPACES
                 MOVE "TODOS"          TO WS-FJAN-DIAS
              END-IF

              IF HORA-FECHAMENTO-HBSIS078C
                                       EQUAL ZEROS
                 MOVE "LIVRE"          TO WS-FJAN-HORARIO
              ELSE
                 MOVE SPACES           TO WS-FJAN-HORARIO
                 MOVE HORA-ABERTURA-HBSIS078C
                                       TO WS-HORA-HHMM
                 MOVE WS-HORA-HHMM-HH  TO WS-HORA-EDIT-HH
                 MOVE WS-HORA-HHMM-MM  TO WS-HORA-EDIT-MM
                 MOVE WS-HORA-EDIT     TO WS-FJAN-HORARIO (1:5)
                 MOVE "-"              TO WS-FJAN-HORARIO (6:1)
                 MOVE HORA-FECHAMENTO-HBSIS078C
                                       TO WS-HORA-HHMM
                 MOVE WS-HORA-HHMM-HH  TO WS-HORA-EDIT-HH
                 MOVE WS-HORA-HHMM-MM  TO WS-HORA-EDIT-MM
                 MOVE WS-HORA-EDIT     TO WS-FJAN-HORARIO (7:5)
              END-IF

              IF DIA-PREFERIDO-HBSIS078C
                                       GREATER ZEROS
                 MOVE WS-SIGLA-DIA (DIA-PREFERIDO-HBSIS078C)
                                       TO WS-FJAN-PREFERIDO
              ELSE
                 MOVE "-"              TO WS-FJAN-PREFERIDO
              END-IF

              MOVE WS-LINHA-JANELA-FOLHA
                                       TO FOL-HBSIS008C
           ELSE
              MOVE WS-LINHA-SEM-JANELA-FOLHA
                                       TO FOL-HBSIS008C
           END-IF

           WRITE FOL-HBSIS008C

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA A SIGLA DE UM DIA PERMITIDO A LISTA DE DIAS         *
      *----------------------------------------------------------------*
       2801-MONTA-DIA-FOLHA            SECTION.

           IF DIA-VISITA-HBSIS078C (WS-IDX-DIA)
                                       EQUAL "S"
              STRING WS-SIGLA-DIA (WS-IDX-DIA)
                                       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                                  INTO WS-FJAN-DIAS
                          WITH POINTER WS-PTR-DIAS
           END-IF

           ADD 1                       TO WS-IDX-DIA

           .
       2801-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RELATORIO DA CARTEIRA POR SEGMENTO (CURVA ABC) DE CADA         *
      * VENDEDOR, COM O VOLUME MENSAL PREVISTO ACUMULADO               *
      *----------------------------------------------------------------*
