       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS051P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS051P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: GERACAO DAS PROPOSTAS DE CORRECAO DE COORDENADA *
      *                DE CLIENTE - PERCORRE O HISTORICO DE VISITAS     *
      *                (ArqVisita) E, POR CLIENTE, PROCURA O MAIOR      *
      *                GRUPO DE CHECK-INS COM GPS DA JANELA QUE CABE    *
      *                NUM RAIO PEQUENO; SE O GRUPO TEM O MINIMO DE     *
      *                CHECK-INS E O SEU CENTRO FICA LONGE DA           *
      *                COORDENADA DO CADASTRO, GRAVA A PROPOSTA         *
      *                PENDENTE NO ArqPropCoord PARA O SUPERVISOR       *
      *                APROVAR (HBSIS050P) E LISTA NO RelPropCoord -    *
      *                PONTO JA RECUSADO PELO SUPERVISOR NAO E          *
      *                PROPOSTO DE NOVO                                 *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DE REFERENCIA   *
      *                (AAAAMMDD, BRANCO = HOJE), DIAS DA JANELA        *
      *                (BRANCO = 90), MINIMO DE CHECK-INS NO GRUPO      *
      *                (BRANCO = 3), RAIO DO GRUPO EM METROS (BRANCO =  *
      *                50) E DISTANCIA MINIMA AO CADASTRO EM METROS     *
      *                (BRANCO = 300)                                   *
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

           SELECT ARQ-PROP-COORD     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS050C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRC.

           SELECT REL-PROP-COORD     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
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

       FD  ARQ-PROP-COORD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPropCoord'.
       COPY "HBSIS050C.CPY".

       FD  REL-PROP-COORD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelPropCoord'.
       01  REL-HBSIS051C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PRC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".

       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-DATA-INICIO              PIC  X(008)         VALUE SPACES.
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
       01  WS-INT-REFERENCIA           PIC  9(008)         VALUE ZEROS.

       01  WS-DIAS-JANELA              PIC  X(003)         VALUE SPACES.
       01  WS-DIAS-JANELA-NUM REDEFINES WS-DIAS-JANELA
                                       PIC  9(003).
       01  WS-MIN-CHECKIN              PIC  X(002)         VALUE SPACES.
       01  WS-MIN-CHECKIN-NUM REDEFINES WS-MIN-CHECKIN
                                       PIC  9(002).
       01  WS-RAIO-GRUPO               PIC  X(004)         VALUE SPACES.
       01  WS-RAIO-GRUPO-NUM REDEFINES WS-RAIO-GRUPO
                                       PIC  9(004).
       01  WS-DIST-MINIMA              PIC  X(005)         VALUE SPACES.
       01  WS-DIST-MINIMA-NUM REDEFINES WS-DIST-MINIMA
                                       PIC  9(005).

       01  WS-FIM-VISITA               PIC  X(001)         VALUE "N".
       01  WS-CLIENTE-CORRENTE         PIC  9(007)         VALUE ZEROS.
       01  WS-SITUACAO-PROPOSTA        PIC  X(010)         VALUE SPACES.
       01  WS-PROPOE                   PIC  X(001)         VALUE "N".
      *
      * CHECK-INS COM GPS DO CLIENTE CORRENTE DENTRO DA JANELA
      *
       01  WS-TAB-CHECKIN.
           05  WS-TAB-CHECKIN-OCR      OCCURS 500 TIMES.
               10  WS-CHK-LATITUDE     PIC S9(003)V9(008).
               10  WS-CHK-LONGITUDE    PIC S9(003)V9(008).
               10  WS-CHK-VENDEDOR     PIC  9(003).
               10  WS-CHK-DATA         PIC  X(008).

       01  WS-QTD-CHECKIN              PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-I                    PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-J                    PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-VIZINHOS             PIC  9(003)         VALUE ZEROS.
       01  WS-MAIOR-GRUPO              PIC  9(003)         VALUE ZEROS.
       01  WS-IDX-CENTRO               PIC  9(003)         VALUE ZEROS.
       01  WS-SOMA-LATITUDE            PIC S9(006)V9(008)  VALUE ZEROS.
       01  WS-SOMA-LONGITUDE           PIC S9(006)V9(008)  VALUE ZEROS.
       01  WS-LAT-PROPOSTA             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-PROPOSTA             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DIST-CADASTRO            PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-VEND-RECENTE             PIC  9(003)         VALUE ZEROS.
       01  WS-DATA-RECENTE             PIC  X(008)         VALUE SPACES.
       01  WS-COD-SUPERVISOR           PIC  9(003)         VALUE ZEROS.

       01  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-NOVAS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ATUALIZADAS          PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-JA-RECUSADAS         PIC  9(007)         VALUE ZEROS.
      *
      * CALCULO DE DISTANCIA - MESMO CRITERIO DO HBSIS007P, COM OS
      * TERMOS INTERMEDIARIOS EM CAMPOS PROPRIOS DE 17 CASAS PARA NAO
      * PERDER AS DISTANCIAS CURTAS (DEZENAS DE METROS)
      *
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-VEN                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-VEN                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(001)V9(017)  VALUE ZEROS.
       01  WS-C                        PIC S9(001)V9(017)  VALUE ZEROS.
       01  WS-SEN-DLA                  PIC S9(001)V9(017)  VALUE ZEROS.
       01  WS-SEN-DLO                  PIC S9(001)V9(017)  VALUE ZEROS.
       01  WS-COS-LAT                  PIC S9(001)V9(017)  VALUE ZEROS.
       01  WS-LAT-ORIGEM               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIGEM               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-DESTINO              PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-DESTINO              PIC S9(003)V9(008)  VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(050)         VALUE
               "PROPOSTAS DE CORRECAO DE COORDENADA DE CLIENTE - ".
           05  FILLER                  PIC  X(010)         VALUE
               "JANELA: ".
           05  WS-CAB-DATA-INICIO      PIC  X(008).
           05  FILLER                  PIC  X(003)         VALUE
               " A ".
           05  WS-CAB-DATA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(012)         VALUE
               "  RAIO (M): ".
           05  WS-CAB-RAIO             PIC  ZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  DIST.MIN (M): ".
           05  WS-CAB-DIST-MINIMA      PIC  ZZZZ9.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CABECALHO-03.
           05  FILLER                  PIC  X(034)         VALUE
               "CLIENTE RAZAO SOCIAL".
           05  FILLER                  PIC  X(028)         VALUE
               "LAT/LON DO CADASTRO".
           05  FILLER                  PIC  X(028)         VALUE
               "LAT/LON PROPOSTA".
           05  FILLER                  PIC  X(042)         VALUE
               "QTD DISTANCIA(M) VEND SUP SITUACAO".

       01  WS-LINHA-DETALHE.
           05  WS-DET-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-RAZAO-SOCIAL     PIC  X(025).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-LAT-ATUAL        PIC  +9(003),9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-LON-ATUAL        PIC  +9(003),9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-LAT-PROPOSTA     PIC  +9(003),9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-LON-PROPOSTA     PIC  +9(003),9(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD              PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DISTANCIA        PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-VENDEDOR         PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-SUPERVISOR       PIC  ZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SITUACAO         PIC  X(010).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTES ANALISADOS: ".
           05  WS-TOT-CLIENTES         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  NOVAS: ".
           05  WS-TOT-NOVAS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  ATUALIZADAS: ".
           05  WS-TOT-ATUALIZADAS      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(030)         VALUE
               "  PONTO JA RECUSADO (IGNOR.): ".
           05  WS-TOT-JA-RECUSADAS     PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - LE OS PARAMETROS E CALCULA O INICIO  *
      * DA JANELA DE CHECK-INS                                         *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE
           ACCEPT WS-DIAS-JANELA       FROM CONSOLE
           ACCEPT WS-MIN-CHECKIN       FROM CONSOLE
           ACCEPT WS-RAIO-GRUPO        FROM CONSOLE
           ACCEPT WS-DIST-MINIMA       FROM CONSOLE

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-REFERENCIA
                                       FROM DATE YYYYMMDD
           END-IF

           IF WS-DATA-REFERENCIA       IS NOT NUMERIC
              DISPLAY "DATA DE REFERENCIA INVALIDA: "
                      WS-DATA-REFERENCIA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DIAS-JANELA           EQUAL SPACES
              MOVE "090"               TO WS-DIAS-JANELA
           END-IF

           IF WS-DIAS-JANELA           IS NOT NUMERIC
              OR WS-DIAS-JANELA-NUM    EQUAL ZEROS
              DISPLAY "DIAS DA JANELA INVALIDO: " WS-DIAS-JANELA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-MIN-CHECKIN           EQUAL SPACES
              MOVE "03"                TO WS-MIN-CHECKIN
           END-IF

           IF WS-MIN-CHECKIN           IS NOT NUMERIC
              OR WS-MIN-CHECKIN-NUM    LESS 2
              DISPLAY "MINIMO DE CHECK-INS INVALIDO: " WS-MIN-CHECKIN
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-RAIO-GRUPO            EQUAL SPACES
              MOVE "0050"              TO WS-RAIO-GRUPO
           END-IF

           IF WS-RAIO-GRUPO            IS NOT NUMERIC
              OR WS-RAIO-GRUPO-NUM     EQUAL ZEROS
              DISPLAY "RAIO DO GRUPO INVALIDO: " WS-RAIO-GRUPO
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DIST-MINIMA           EQUAL SPACES
              MOVE "00300"             TO WS-DIST-MINIMA
           END-IF

           IF WS-DIST-MINIMA           IS NOT NUMERIC
              OR WS-DIST-MINIMA-NUM    EQUAL ZEROS
              DISPLAY "DISTANCIA MINIMA INVALIDA: " WS-DIST-MINIMA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           COMPUTE WS-INT-REFERENCIA =
                   FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                             (WS-DATA-REFERENCIA))
           COMPUTE WS-DATA-CALC-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-INT-REFERENCIA
                                           - WS-DIAS-JANELA-NUM)
           MOVE WS-DATA-CALC-NUM       TO WS-DATA-INICIO

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - O ArqVisita E LIDO NA ORDEM DA       *
      * CHAVE, QUE COMECA PELO CLIENTE, E CADA CLIENTE E AVALIADO NA   *
      * QUEBRA                                                         *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-OPEN-ARQUIVOS

           MOVE WS-DATA-INICIO         TO WS-CAB-DATA-INICIO
           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA-FIM
           MOVE WS-RAIO-GRUPO-NUM      TO WS-CAB-RAIO
           MOVE WS-DIST-MINIMA-NUM     TO WS-CAB-DIST-MINIMA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS051C
           WRITE REL-HBSIS051C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS051C
           WRITE REL-HBSIS051C
           MOVE WS-LINHA-CABECALHO-03  TO REL-HBSIS051C
           WRITE REL-HBSIS051C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS051C
           WRITE REL-HBSIS051C

           PERFORM 2110-LER-ARQ-VISITA

           PERFORM 2200-TRATA-CLIENTE UNTIL
                   WS-FIM-VISITA       EQUAL "S"

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS051C
           WRITE REL-HBSIS051C
           MOVE WS-QTD-CLIENTES        TO WS-TOT-CLIENTES
           MOVE WS-QTD-NOVAS           TO WS-TOT-NOVAS
           MOVE WS-QTD-ATUALIZADAS     TO WS-TOT-ATUALIZADAS
           MOVE WS-QTD-JA-RECUSADAS    TO WS-TOT-JA-RECUSADAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS051C
           WRITE REL-HBSIS051C

           PERFORM 2800-CLOSE-ARQUIVOS

           DISPLAY "PROPOSTAS DE COORDENADA - NOVAS: " WS-QTD-NOVAS
                   " ATUALIZADAS: "    WS-QTD-ATUALIZADAS
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS                                          *
      *----------------------------------------------------------------*
       2100-OPEN-ARQUIVOS              SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE VISITAS"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       UPON CONSOLE
              CLOSE ARQ-VISITA
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE ARQ-VISITA
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-PROP-COORD

           IF WS-FL-STATUS-PRC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ PROPOSTA COORD."
                                       UPON CONSOLE
              CLOSE ARQ-VISITA
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT REL-PROP-COORD

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              CLOSE ARQ-VISITA
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-PROP-COORD
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO HISTORICO DE VISITAS                     *
      *----------------------------------------------------------------*
       2110-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA NEXT RECORD

           IF WS-FL-STATUS-VIS         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-VISITA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * JUNTA OS CHECK-INS COM GPS DA JANELA DE UM CLIENTE E AVALIA O  *
      * CLIENTE QUANDO HA O MINIMO DE CHECK-INS                        *
      *----------------------------------------------------------------*
       2200-TRATA-CLIENTE              SECTION.

           MOVE COD-CLIENTE-HBSIS036C  TO WS-CLIENTE-CORRENTE
           MOVE ZEROS                  TO WS-QTD-CHECKIN

           PERFORM 2210-ARMAZENA-CHECKIN UNTIL
                   WS-FIM-VISITA       EQUAL "S" OR
                   COD-CLIENTE-HBSIS036C
                                       NOT EQUAL WS-CLIENTE-CORRENTE

           IF WS-QTD-CHECKIN           NOT LESS WS-MIN-CHECKIN-NUM
              PERFORM 2300-AVALIA-CLIENTE
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O CHECK-IN NA TABELA DO CLIENTE SE TEM GPS E ESTA NA    *
      * JANELA                                                         *
      *----------------------------------------------------------------*
       2210-ARMAZENA-CHECKIN           SECTION.

           IF TEM-GPS-HBSIS036C        EQUAL "S"
              AND DATA-VISITA-HBSIS036C
                                       NOT LESS WS-DATA-INICIO
              AND DATA-VISITA-HBSIS036C
                                       NOT GREATER WS-DATA-REFERENCIA
              AND WS-QTD-CHECKIN       LESS 500
              ADD 1                    TO WS-QTD-CHECKIN
              MOVE LATITUDE-CHECKIN-HBSIS036C
                                       TO WS-CHK-LATITUDE
                                                  (WS-QTD-CHECKIN)
              MOVE LONGITUDE-CHECKIN-HBSIS036C
                                       TO WS-CHK-LONGITUDE
                                                  (WS-QTD-CHECKIN)
              MOVE COD-VENDEDOR-HBSIS036C
                                       TO WS-CHK-VENDEDOR
                                                  (WS-QTD-CHECKIN)
              MOVE DATA-VISITA-HBSIS036C
                                       TO WS-CHK-DATA
                                                  (WS-QTD-CHECKIN)
           END-IF

           PERFORM 2110-LER-ARQ-VISITA

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA O CLIENTE - ACHA O CHECK-IN COM MAIS VIZINHOS DENTRO DO *
      * RAIO DO GRUPO; COM O MINIMO DE CHECK-INS NO GRUPO, O CENTRO    *
      * DELE E COMPARADO COM A COORDENADA DO CADASTRO                  *
      *----------------------------------------------------------------*
       2300-AVALIA-CLIENTE             SECTION.

           MOVE "N"                    TO WS-PROPOE
           MOVE WS-CLIENTE-CORRENTE    TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              AND SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
              ADD 1                    TO WS-QTD-CLIENTES

              MOVE ZEROS               TO WS-MAIOR-GRUPO
                                          WS-IDX-CENTRO
              MOVE 1                   TO WS-IDX-I

              PERFORM 2310-CONTA-VIZINHOS UNTIL
                      WS-IDX-I         GREATER WS-QTD-CHECKIN

              IF WS-MAIOR-GRUPO        NOT LESS WS-MIN-CHECKIN-NUM
                 MOVE "S"              TO WS-PROPOE
              END-IF
           END-IF

           IF WS-PROPOE                EQUAL "S"
              PERFORM 2330-CALCULA-CENTRO

              IF LATITUDE-CLI-HBSIS002C
                                       EQUAL ZEROS
                 AND LONGITUDE-CLI-HBSIS002C
                                       EQUAL ZEROS
                 MOVE ZEROS            TO WS-DIST-CADASTRO
              ELSE
                 MOVE LATITUDE-CLI-HBSIS002C
                                       TO WS-LAT-ORIGEM
                 MOVE LONGITUDE-CLI-HBSIS002C
                                       TO WS-LON-ORIGEM
                 MOVE WS-LAT-PROPOSTA  TO WS-LAT-DESTINO
                 MOVE WS-LON-PROPOSTA  TO WS-LON-DESTINO
                 PERFORM 2900-CALCULA-DISTANCIA
                 MOVE WS-CALC-DISTANCIA
                                       TO WS-DIST-CADASTRO

                 IF WS-DIST-CADASTRO   NOT GREATER WS-DIST-MINIMA-NUM
                    MOVE "N"           TO WS-PROPOE
                 END-IF
              END-IF
           END-IF

           IF WS-PROPOE                EQUAL "S"
              PERFORM 2400-GRAVA-PROPOSTA
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA QUANTOS CHECK-INS DO CLIENTE ESTAO DENTRO DO RAIO DO     *
      * GRUPO EM TORNO DO CHECK-IN WS-IDX-I                            *
      *----------------------------------------------------------------*
       2310-CONTA-VIZINHOS             SECTION.

           MOVE ZEROS                  TO WS-QTD-VIZINHOS
           MOVE 1                      TO WS-IDX-J

           PERFORM 2320-CONFERE-VIZINHO UNTIL
                   WS-IDX-J            GREATER WS-QTD-CHECKIN

           IF WS-QTD-VIZINHOS          GREATER WS-MAIOR-GRUPO
              MOVE WS-QTD-VIZINHOS     TO WS-MAIOR-GRUPO
              MOVE WS-IDX-I            TO WS-IDX-CENTRO
           END-IF

           ADD 1                       TO WS-IDX-I

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O CHECK-IN WS-IDX-J ESTA NO RAIO DO WS-IDX-I        *
      *----------------------------------------------------------------*
       2320-CONFERE-VIZINHO            SECTION.

           MOVE WS-CHK-LATITUDE (WS-IDX-I)
                                       TO WS-LAT-ORIGEM
           MOVE WS-CHK-LONGITUDE (WS-IDX-I)
                                       TO WS-LON-ORIGEM
           MOVE WS-CHK-LATITUDE (WS-IDX-J)
                                       TO WS-LAT-DESTINO
           MOVE WS-CHK-LONGITUDE (WS-IDX-J)
                                       TO WS-LON-DESTINO

           PERFORM 2900-CALCULA-DISTANCIA

           IF WS-CALC-DISTANCIA        NOT GREATER WS-RAIO-GRUPO-NUM
              ADD 1                    TO WS-QTD-VIZINHOS
           END-IF

           ADD 1                       TO WS-IDX-J

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CENTRO DO GRUPO - MEDIA DAS COORDENADAS DOS CHECK-INS DENTRO   *
      * DO RAIO DO CHECK-IN CENTRAL, E O VENDEDOR DO CHECK-IN MAIS     *
      * RECENTE DO GRUPO                                               *
      *----------------------------------------------------------------*
       2330-CALCULA-CENTRO             SECTION.

           MOVE ZEROS                  TO WS-SOMA-LATITUDE
                                          WS-SOMA-LONGITUDE
                                          WS-QTD-VIZINHOS
                                          WS-VEND-RECENTE
           MOVE SPACES                 TO WS-DATA-RECENTE
           MOVE WS-IDX-CENTRO          TO WS-IDX-I
           MOVE 1                      TO WS-IDX-J

           PERFORM 2340-SOMA-VIZINHO UNTIL
                   WS-IDX-J            GREATER WS-QTD-CHECKIN

           COMPUTE WS-LAT-PROPOSTA ROUNDED =
                   WS-SOMA-LATITUDE  / WS-QTD-VIZINHOS
           COMPUTE WS-LON-PROPOSTA ROUNDED =
                   WS-SOMA-LONGITUDE / WS-QTD-VIZINHOS

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O CHECK-IN WS-IDX-J NO CENTRO SE ESTIVER NO RAIO          *
      *----------------------------------------------------------------*
       2340-SOMA-VIZINHO               SECTION.

           MOVE WS-CHK-LATITUDE (WS-IDX-I)
                                       TO WS-LAT-ORIGEM
           MOVE WS-CHK-LONGITUDE (WS-IDX-I)
                                       TO WS-LON-ORIGEM
           MOVE WS-CHK-LATITUDE (WS-IDX-J)
                                       TO WS-LAT-DESTINO
           MOVE WS-CHK-LONGITUDE (WS-IDX-J)
                                       TO WS-LON-DESTINO

           PERFORM 2900-CALCULA-DISTANCIA

           IF WS-CALC-DISTANCIA        NOT GREATER WS-RAIO-GRUPO-NUM
              ADD 1                    TO WS-QTD-VIZINHOS
              ADD WS-CHK-LATITUDE (WS-IDX-J)
                                       TO WS-SOMA-LATITUDE
              ADD WS-CHK-LONGITUDE (WS-IDX-J)
                                       TO WS-SOMA-LONGITUDE

              IF WS-CHK-DATA (WS-IDX-J)
                                       GREATER WS-DATA-RECENTE
                 MOVE WS-CHK-DATA (WS-IDX-J)
                                       TO WS-DATA-RECENTE
                 MOVE WS-CHK-VENDEDOR (WS-IDX-J)
                                       TO WS-VEND-RECENTE
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-J

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU ATUALIZA A PROPOSTA DO CLIENTE - PROPOSTA PENDENTE E  *
      * ATUALIZADA COM O GRUPO NOVO; PROPOSTA RECUSADA PARA O MESMO    *
      * PONTO (DENTRO DO RAIO DO GRUPO) NAO E REFEITA; APROVADA OU     *
      * RECUSADA EM OUTRO PONTO VIRA UMA PROPOSTA NOVA                 *
      *----------------------------------------------------------------*
       2400-GRAVA-PROPOSTA             SECTION.

           MOVE WS-CLIENTE-CORRENTE    TO COD-CLIENTE-HBSIS050C

           READ ARQ-PROP-COORD RECORD
                              KEY IS      COD-CLIENTE-HBSIS050C

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              AND SITUACAO-HBSIS050C   EQUAL "R"
              MOVE LAT-PROPOSTA-HBSIS050C
                                       TO WS-LAT-ORIGEM
              MOVE LON-PROPOSTA-HBSIS050C
                                       TO WS-LON-ORIGEM
              MOVE WS-LAT-PROPOSTA     TO WS-LAT-DESTINO
              MOVE WS-LON-PROPOSTA     TO WS-LON-DESTINO
              PERFORM 2900-CALCULA-DISTANCIA

              IF WS-CALC-DISTANCIA     NOT GREATER WS-RAIO-GRUPO-NUM
                 ADD 1                 TO WS-QTD-JA-RECUSADAS
                 MOVE "N"              TO WS-PROPOE
              END-IF
           END-IF

           IF WS-PROPOE                EQUAL "S"
              PERFORM 2410-REGRAVA-PROPOSTA
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MONTA E GRAVA O REGISTRO DA PROPOSTA PENDENTE E A LINHA DO     *
      * RELATORIO                                                      *
      *----------------------------------------------------------------*
       2410-REGRAVA-PROPOSTA           SECTION.

           MOVE ZEROS                  TO WS-COD-SUPERVISOR
           MOVE WS-VEND-RECENTE        TO COD-VENDEDOR-HBSIS004C

           READ ARQ-VENDEDOR  RECORD
                              KEY IS      COD-VENDEDOR-HBSIS004C

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-COD-SUPERVISOR
           END-IF

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              AND SITUACAO-HBSIS050C   EQUAL "P"
              MOVE "ATUALIZADA"        TO WS-SITUACAO-PROPOSTA
           ELSE
              MOVE "NOVA"              TO WS-SITUACAO-PROPOSTA
           END-IF

           MOVE WS-CLIENTE-CORRENTE    TO COD-CLIENTE-HBSIS050C
           MOVE LATITUDE-CLI-HBSIS002C TO LAT-ATUAL-HBSIS050C
           MOVE LONGITUDE-CLI-HBSIS002C
                                       TO LON-ATUAL-HBSIS050C
           MOVE WS-LAT-PROPOSTA        TO LAT-PROPOSTA-HBSIS050C
           MOVE WS-LON-PROPOSTA        TO LON-PROPOSTA-HBSIS050C
           MOVE WS-QTD-VIZINHOS        TO QTD-CHECKIN-HBSIS050C
           MOVE WS-DIST-CADASTRO       TO DISTANCIA-HBSIS050C
           MOVE WS-VEND-RECENTE        TO COD-VENDEDOR-HBSIS050C
           MOVE WS-COD-SUPERVISOR      TO COD-SUPERVISOR-HBSIS050C
           MOVE WS-DATA-REFERENCIA     TO DATA-PROPOSTA-HBSIS050C
           MOVE "P"                    TO SITUACAO-HBSIS050C
           MOVE ZEROS                  TO SUP-DECISAO-HBSIS050C
           MOVE SPACES                 TO OPER-DECISAO-HBSIS050C
                                          DATA-DECISAO-HBSIS050C

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              REWRITE ARQ-HBSIS050C
           ELSE
              WRITE ARQ-HBSIS050C
           END-IF

           IF WS-FL-STATUS-PRC         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR A PROPOSTA DO CLIENTE "
                      WS-CLIENTE-CORRENTE
                                       UPON CONSOLE
              PERFORM 2800-CLOSE-ARQUIVOS
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-SITUACAO-PROPOSTA     EQUAL "NOVA"
              ADD 1                    TO WS-QTD-NOVAS
           ELSE
              ADD 1                    TO WS-QTD-ATUALIZADAS
           END-IF

           MOVE WS-CLIENTE-CORRENTE    TO WS-DET-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS002C TO WS-DET-RAZAO-SOCIAL
           MOVE LAT-ATUAL-HBSIS050C    TO WS-DET-LAT-ATUAL
           MOVE LON-ATUAL-HBSIS050C    TO WS-DET-LON-ATUAL
           MOVE LAT-PROPOSTA-HBSIS050C TO WS-DET-LAT-PROPOSTA
           MOVE LON-PROPOSTA-HBSIS050C TO WS-DET-LON-PROPOSTA
           MOVE QTD-CHECKIN-HBSIS050C  TO WS-DET-QTD
           MOVE DISTANCIA-HBSIS050C    TO WS-DET-DISTANCIA
           MOVE COD-VENDEDOR-HBSIS050C TO WS-DET-VENDEDOR
           MOVE COD-SUPERVISOR-HBSIS050C
                                       TO WS-DET-SUPERVISOR
           MOVE WS-SITUACAO-PROPOSTA   TO WS-DET-SITUACAO

           MOVE WS-LINHA-DETALHE       TO REL-HBSIS051C
           WRITE REL-HBSIS051C

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS                                        *
      *----------------------------------------------------------------*
       2800-CLOSE-ARQUIVOS             SECTION.

           CLOSE ARQ-VISITA
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PROP-COORD
           CLOSE REL-PROP-COORD

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULO DA DISTANCIA EM METROS ENTRE DOIS PONTOS (HAVERSINE)   *
      *----------------------------------------------------------------*
       2900-CALCULA-DISTANCIA          SECTION.

           COMPUTE WS-LAT-CLI = WS-LAT-ORIGEM
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LAT-VEN = WS-LAT-DESTINO
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-CLI = WS-LON-ORIGEM
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-VEN = WS-LON-DESTINO
                              * FUNCTION PI
                              / 180

           COMPUTE WS-DLA = WS-LAT-VEN - (WS-LAT-CLI)

           COMPUTE WS-DLO = WS-LON-VEN - (WS-LON-CLI)

           COMPUTE WS-SEN-DLA = FUNCTION SIN(WS-DLA / 2)

           COMPUTE WS-SEN-DLO = FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-COS-LAT = FUNCTION COS(WS-LAT-CLI)
                              * FUNCTION COS(WS-LAT-VEN)

           COMPUTE WS-A = WS-SEN-DLA * WS-SEN-DLA
                        + WS-COS-LAT * WS-SEN-DLO * WS-SEN-DLO

           COMPUTE WS-C = 2 * FUNCTION ATAN(FUNCTION SQRT(WS-A) /
                                            FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA = 6731 * WS-C * 1000

           .
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS051P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS051P.
      *----------------------------------------------------------------*
