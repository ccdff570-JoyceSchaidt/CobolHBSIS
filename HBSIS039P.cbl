      *                LOCALIZA O CLIENTE POR CODIGO, CNPJ OU RAZAO     *
      *                SOCIAL E REUNE EM UM UNICO RELATORIO O CADASTRO  *
      *                E A SITUACAO, O VENDEDOR E A DISTANCIA DA        *
      *                DISTRIBUICAO DO DIA COM O RASTRO DA ATRIBUICAO   *
      *                (HBSIS071P), O CONTATO E A JANELA DE VISITA      *
      *                (ArqJanelaCliente), A CARTEIRA FIXA, A           *
      *                PENDENCIA DE VENDEDOR COM O MOTIVO, A LINHA DO   *
      *                TEMPO DE ATRIBUICOES DO ArqHistorico E OS        *
      *                ULTIMOS EVENTOS DA TRILHA DE AUDITORIA - O       *
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-JANELA-CLIENTE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS078C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.
           VALUE OF FILE-ID IS 'ArqHistorico'.
       COPY "HBSIS014C.CPY".

       FD  ARQ-JANELA-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanelaCliente'.
       COPY "HBSIS078C.CPY".

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       77  WS-FL-STATUS-CFX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
               10  WS-AUD-OPERADOR     PIC  X(008).

       01  WS-QTD-ULT-AUD              PIC  9(001)         VALUE ZEROS.
       01  WS-IDX-RASTRO               PIC  9(002)         VALUE ZEROS.
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
       01  WS-DIAS-TEXTO               PIC  X(020)         VALUE SPACES.
       01  WS-PTR-DIAS                 PIC  9(002)         VALUE ZEROS.
       01  WS-HORARIO-TEXTO            PIC  X(011)         VALUE SPACES.
       01  WS-PTR-JANELA               PIC  9(002)         VALUE ZEROS.
      *
       01  WS-HORA-HHMM                PIC  9(004)         VALUE ZEROS.
       01  WS-HORA-HHMM-R REDEFINES WS-HORA-HHMM.
           05  WS-HORA-HHMM-HH         PIC  9(002).
           05  WS-HORA-HHMM-MM         PIC  9(002).
       01  WS-HORA-EDIT.
           05  WS-HORA-EDIT-HH         PIC  9(002).
           05  FILLER                  PIC  X(001)         VALUE ":".
           05  WS-HORA-EDIT-MM         PIC  9(002).
      *
       01  WS-LINHA-TITULO.
           05  FILLER                  PIC  X(026)         VALUE
       01  WS-LINHA-ROTULO.
           05  WS-ROT-TEXTO            PIC  X(016).
           05  FILLER                  PIC  X(002)         VALUE ": ".
           05  WS-ROT-VALOR            PIC  X(090).

       01  WS-LINHA-HISTORICO.
           05  FILLER                  PIC  X(008)         VALUE
           05  FILLER                  PIC  X(012)         VALUE
               "  OPERADOR: ".
           05  WS-LAU-OPERADOR         PIC  X(008).

       01  WS-LINHA-RASTRO.
           05  FILLER                  PIC  X(009)         VALUE
               "  LINHA: ".
           05  WS-RAS-LINHA            PIC  9(002).
           05  FILLER                  PIC  X(003)         VALUE
               "  #".
           05  WS-RAS-ORDEM            PIC  9(001).
           05  FILLER                  PIC  X(006)         VALUE
               "  VEN ".
           05  WS-RAS-VENDEDOR         PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE
               SPACES.
           05  WS-RAS-NOME-VEND        PIC  X(021).
           05  FILLER                  PIC  X(007)         VALUE
               "  DIST ".
           05  WS-RAS-DISTANCIA        PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(008)         VALUE
               "  CUSTO ".
           05  WS-RAS-CUSTO            PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE
               SPACES.
           05  WS-RAS-SITUACAO         PIC  X(001).
           05  FILLER                  PIC  X(001)         VALUE
               SPACES.
           05  WS-RAS-TIPO             PIC  X(001).
           05  FILLER                  PIC  X(002)         VALUE
               SPACES.
           05  WS-RAS-MOTIVO           PIC  X(040).
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS071                 PIC  X(009)         VALUE
           'HBSIS071P'.

       COPY HBSIS071L.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
                                          VENDEDOR-FIXO-HBSIS039L
                                          QTD-HISTORICO-HBSIS039L
                                          QTD-AUDITORIA-HBSIS039L
                                          QTD-RASTRO-HBSIS039L
                                          WS-QTD-ULT-AUD
           MOVE SPACES                 TO RAZAO-SOCIAL-HBSIS039L
                                          SITUACAO-HBSIS039L
                                          NOME-VENDEDOR-HBSIS039L
                                          MOTIVO-PENDENTE-HBSIS039L
                                          CONTATO-NOME-HBSIS039L
                                          CONTATO-FONE-HBSIS039L
                                          JANELA-VISITA-HBSIS039L
           MOVE "N"                    TO PENDENTE-HBSIS039L
           MOVE "CONSULTA 360 CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS039L

           PERFORM 2200-OPEN-REL-CLIENTE-360
           PERFORM 2300-EMITE-CADASTRO
           PERFORM 2350-EMITE-JANELA-VISITA
           PERFORM 2400-CONSULTA-DISTRIBUICAO
           PERFORM 2450-EMITE-RASTRO
           PERFORM 2500-CONSULTA-CARTEIRA-FIXA
           PERFORM 2600-CONSULTA-PENDENTE
           PERFORM 2700-EMITE-HISTORICO
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O BLOCO DE CONTATO E JANELA DE VISITA DO CLIENTE - SEM   *
      * REGISTRO NO ArqJanelaCliente O CLIENTE RECEBE VISITA EM        *
      * QUALQUER DIA E HORARIO                                         *
      *----------------------------------------------------------------*
       2350-EMITE-JANELA-VISITA        SECTION.

           OPEN INPUT ARQ-JANELA-CLIENTE

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE COD-CLIENTE-HBSIS039L
                                       TO COD-CLIENTE-HBSIS078C

              READ ARQ-JANELA-CLIENTE RECORD
                                 KEY IS   COD-CLIENTE-HBSIS078C

              IF WS-FL-STATUS-JAN      NOT EQUAL ZEROS
                 MOVE "23"             TO WS-FL-STATUS-JAN
              END-IF

              CLOSE ARQ-JANELA-CLIENTE
           END-IF

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              PERFORM 2360-MONTA-JANELA-VISITA

              MOVE CONTATO-NOME-HBSIS078C
                                       TO CONTATO-NOME-HBSIS039L
              MOVE CONTATO-FONE-HBSIS078C
                                       TO CONTATO-FONE-HBSIS039L

              MOVE "CONTATO"           TO WS-ROT-TEXTO
              MOVE CONTATO-NOME-HBSIS078C
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE "TELEFONE"          TO WS-ROT-TEXTO
              MOVE CONTATO-FONE-HBSIS078C
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE "E-MAIL"            TO WS-ROT-TEXTO
              MOVE CONTATO-EMAIL-HBSIS078C
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE "DIAS DE VISITA"    TO WS-ROT-TEXTO
              MOVE WS-DIAS-TEXTO       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE "HORARIO"           TO WS-ROT-TEXTO

              IF HORA-FECHAMENTO-HBSIS078C
                                       EQUAL ZEROS
                 MOVE "SEM RESTRICAO DE HORARIO"
                                       TO WS-ROT-VALOR
              ELSE
                 MOVE WS-HORARIO-TEXTO TO WS-ROT-VALOR
              END-IF

              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE "DIA PREFERIDO"     TO WS-ROT-TEXTO

              IF DIA-PREFERIDO-HBSIS078C
                                       GREATER ZEROS
                 MOVE WS-SIGLA-DIA (DIA-PREFERIDO-HBSIS078C)
                                       TO WS-ROT-VALOR
              ELSE
                 MOVE "SEM PREFERENCIA"
                                       TO WS-ROT-VALOR
              END-IF

              PERFORM 2310-GRAVA-LINHA-ROTULO
           ELSE
              MOVE "SEM CADASTRO - VISITA LIVRE"
                                       TO JANELA-VISITA-HBSIS039L
              MOVE "JANELA DE VISITA"  TO WS-ROT-TEXTO
              MOVE "SEM CADASTRO - VISITA EM QUALQUER DIA E HORARIO"
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO
           END-IF

           MOVE WS-LINHA-SEPARADOR     TO REL-HBSIS039C
           WRITE REL-HBSIS039C

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA OS DIAS PERMITIDOS, O HORARIO E O RESUMO DA JANELA PARA  *
      * A AREA DE LIGACAO                                              *
      *----------------------------------------------------------------*
       2360-MONTA-JANELA-VISITA        SECTION.

           MOVE SPACES                 TO WS-DIAS-TEXTO
                                          WS-HORARIO-TEXTO
           MOVE 1                      TO WS-PTR-DIAS
           MOVE 1                      TO WS-IDX-DIA

           PERFORM 2370-MONTA-DIA-VISITA UNTIL
                   WS-IDX-DIA          GREATER 5

           IF HORA-FECHAMENTO-HBSIS078C
                                       GREATER ZEROS
              MOVE HORA-ABERTURA-HBSIS078C
                                       TO WS-HORA-HHMM
              MOVE WS-HORA-HHMM-HH     TO WS-HORA-EDIT-HH
              MOVE WS-HORA-HHMM-MM     TO WS-HORA-EDIT-MM
              MOVE WS-HORA-EDIT        TO WS-HORARIO-TEXTO (1:5)
              MOVE "-"                 TO WS-HORARIO-TEXTO (6:1)
              MOVE HORA-FECHAMENTO-HBSIS078C
                                       TO WS-HORA-HHMM
              MOVE WS-HORA-HHMM-HH     TO WS-HORA-EDIT-HH
              MOVE WS-HORA-HHMM-MM     TO WS-HORA-EDIT-MM
              MOVE WS-HORA-EDIT        TO WS-HORARIO-TEXTO (7:5)
           END-IF

           MOVE 1                      TO WS-PTR-JANELA
           STRING WS-DIAS-TEXTO        DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                                  INTO JANELA-VISITA-HBSIS039L
                          WITH POINTER WS-PTR-JANELA

           IF HORA-FECHAMENTO-HBSIS078C
                                       GREATER ZEROS
              STRING WS-HORARIO-TEXTO  DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                                  INTO JANELA-VISITA-HBSIS039L
                          WITH POINTER WS-PTR-JANELA
           END-IF

           IF DIA-PREFERIDO-HBSIS078C  GREATER ZEROS
              STRING "PREF "           DELIMITED BY SIZE
                     WS-SIGLA-DIA (DIA-PREFERIDO-HBSIS078C)
                                       DELIMITED BY SIZE
                                  INTO JANELA-VISITA-HBSIS039L
                          WITH POINTER WS-PTR-JANELA
           END-IF

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA A SIGLA DE UM DIA PERMITIDO A LISTA DE DIAS         *
      *----------------------------------------------------------------*
       2370-MONTA-DIA-VISITA           SECTION.

           IF DIA-VISITA-HBSIS078C (WS-IDX-DIA)
                                       EQUAL "S"
              STRING WS-SIGLA-DIA (WS-IDX-DIA)
                                       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                                  INTO WS-DIAS-TEXTO
                          WITH POINTER WS-PTR-DIAS
           END-IF

           ADD 1                       TO WS-IDX-DIA

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O CLIENTE NA DISTRIBUICAO DA DATA INFORMADA E EMITE UM *
      * VENDEDOR ATUAL POR LINHA DE NEGOCIO (OS REGISTROS DO CLIENTE   *
      * SAO CONSECUTIVOS) - A AUSENCIA DO ARQUIVO OU DO CLIENTE E      *
      * APONTADA NO RELATORIO                                          *
      *----------------------------------------------------------------*
       2400-CONSULTA-DISTRIBUICAO      SECTION.

                      WS-FL-STATUS-DIS NOT EQUAL "00" OR
                      WS-ACHOU-DISTRIB EQUAL "S"

              IF WS-ACHOU-DISTRIB      EQUAL "S"
                 MOVE COD-VENDEDOR-HBSIS007C
                                       TO COD-VENDEDOR-HBSIS039L
                 MOVE NOME-VEND-HBSIS007C
                                       TO NOME-VENDEDOR-HBSIS039L
                 MOVE DISTANCIA-HBSIS007C
                                       TO DISTANCIA-HBSIS039L

                 PERFORM 2430-EMITE-VENDEDOR-ATUAL UNTIL
                         WS-FL-STATUS-DIS
                                       NOT EQUAL "00" OR
                         COD-CLIENTE-HBSIS007C
                                       NOT EQUAL COD-CLIENTE-HBSIS039L
              END-IF

              CLOSE ARQ-DISTRIBUICAO
           END-IF

           IF WS-ACHOU-DISTRIB         EQUAL "N"
              MOVE "VENDEDOR ATUAL"    TO WS-ROT-TEXTO
              MOVE "SEM ATRIBUICAO NA DISTRIBUICAO DA DATA"
                                       TO WS-ROT-VALOR
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O VENDEDOR ATUAL DE UMA LINHA DE NEGOCIO DO CLIENTE E LE *
      * O REGISTRO SEGUINTE DA DISTRIBUICAO                            *
      *----------------------------------------------------------------*
       2430-EMITE-VENDEDOR-ATUAL       SECTION.

           MOVE "VENDEDOR ATUAL"       TO WS-ROT-TEXTO
           MOVE SPACES                 TO WS-ROT-VALOR
           MOVE DISTANCIA-HBSIS007C    TO WS-ED-DISTANCIA
           STRING "LINHA "             DELIMITED BY SIZE
                  COD-LINHA-HBSIS007C  DELIMITED BY SIZE
                  " - "                DELIMITED BY SIZE
                  NOME-VEND-HBSIS007C  DELIMITED BY "  "
                  "  DIST (M): "       DELIMITED BY SIZE
                  WS-ED-DISTANCIA      DELIMITED BY SIZE
                  "  TIPO: "           DELIMITED BY SIZE
                  TIPO-ATRIBUICAO-HBSIS007C
                                       DELIMITED BY SIZE
                             INTO WS-ROT-VALOR
           PERFORM 2310-GRAVA-LINHA-ROTULO

           PERFORM 2410-LER-ARQ-DISTRIBUICAO

           .
       2430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RASTRO DA ATRIBUICAO DO CLIENTE NA DISTRIBUICAO DA     *
      * DATA (HBSIS071P) - SO EXISTE QUANDO A EXECUCAO FOI FEITA COM   *
      * O RASTRO LIGADO                                                *
      *----------------------------------------------------------------*
       2450-EMITE-RASTRO               SECTION.

           INITIALIZE HBSIS071L
           MOVE COD-CLIENTE-HBSIS039L  TO COD-CLIENTE-HBSIS071L
           MOVE DATA-DISTRIB-HBSIS039L TO DATA-RASTRO-HBSIS071L

           CALL WS-HBSIS071            USING HBSIS071L

           MOVE "RASTRO"               TO WS-ROT-TEXTO

           IF COD-RETORNO-HBSIS071L    EQUAL ZEROS
              MOVE QTD-RASTRO-HBSIS071L
                                       TO QTD-RASTRO-HBSIS039L
              MOVE "CANDIDATOS DA ATRIBUICAO POR LINHA DE NEGOCIO"
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO

              MOVE 1                   TO WS-IDX-RASTRO

              PERFORM 2460-EMITE-LINHA-RASTRO UNTIL
                      WS-IDX-RASTRO    GREATER QTD-RASTRO-TAB-HBSIS071L
           ELSE
              MOVE MSG-RETORNO-HBSIS071L
                                       TO WS-ROT-VALOR
              PERFORM 2310-GRAVA-LINHA-ROTULO
           END-IF

           .
       2450-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE UMA LINHA DO RASTRO DA ATRIBUICAO                        *
      *----------------------------------------------------------------*
       2460-EMITE-LINHA-RASTRO         SECTION.

           MOVE RAS-LINHA-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-LINHA
           MOVE RAS-ORDEM-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-ORDEM
           MOVE RAS-VENDEDOR-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-VENDEDOR
           MOVE RAS-NOME-VEND-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-NOME-VEND
           MOVE RAS-DISTANCIA-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-DISTANCIA
           MOVE RAS-CUSTO-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-CUSTO
           MOVE RAS-SITUACAO-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-SITUACAO
           MOVE RAS-TIPO-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-TIPO
           MOVE RAS-MOTIVO-HBSIS071L (WS-IDX-RASTRO)
                                       TO WS-RAS-MOTIVO

           MOVE WS-LINHA-RASTRO        TO REL-HBSIS039C
           WRITE REL-HBSIS039C

           ADD 1                       TO WS-IDX-RASTRO

           .
       2460-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA A CARTEIRA FIXA DO CLIENTE                            *
      *----------------------------------------------------------------*
       2500-CONSULTA-CARTEIRA-FIXA     SECTION.
              MOVE COD-CLIENTE-HBSIS039L
                                       TO COD-CLIENTE-HBSIS014C
              MOVE "00000000"          TO DATA-EXECUCAO-HBSIS014C
              MOVE ZEROS               TO COD-LINHA-HBSIS014C

              START ARQ-HISTORICO KEY NOT LESS CHAVE-HBSIS014C

