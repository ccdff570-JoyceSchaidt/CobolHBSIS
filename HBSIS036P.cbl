      * DATA.........: 02/09/2026                                      *
      * OBJETIVO.....: CARGA DIARIA DAS CONFIRMACOES DE VISITA DO      *
      *                APLICATIVO DE CAMPO (VENDEDOR, CLIENTE, DATA E   *
      *                RESULTADO, DELIMITADO POR PONTO E VIRGULA, COM   *
      *                LATITUDE E LONGITUDE DO CHECK-IN OPCIONAIS) -    *
      *                VALIDA CADA REGISTRO CONTRA OS CADASTROS E A     *
      *                DISTRIBUICAO DO DIA, GRAVA O HISTORICO DE        *
      *                VISITAS (ArqVisita) MARCANDO AS VISITAS FORA DA  *
      *                CARTEIRA, E EMITE O RELATORIO DE CONTROLE COM    *
      *                OS REJEITADOS - A COBERTURA E APURADA PELO       *
      *                HBSIS037P; CHECK-IN COM GPS DISTANTE DA          *
      *                COORDENADA DO CADASTRO DO CLIENTE ALEM DO LIMITE *
      *                VAI PARA O RELATORIO DE EXCECOES DE GEOFENCE     *
      *                (RelGeofence)                                    *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DO MOVIMENTO    *
      *                (AAAAMMDD, BRANCO = HOJE) E LIMITE DO GEOFENCE   *
      *                EM METROS (BRANCO = 300); O MOVIMENTO E LIDO     *
      *                DE MovVisitas.AAAAMMDD E A CARTEIRA DE           *
      *                ArqDistribuicao.AAAAMMDD                         *
      * ARQUIVOS.....:                                                 *
           SELECT REL-VISITAS        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT REL-GEOFENCE       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-GEO.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       FD  ARQ-MOV-VISITA
           LABEL RECORD IS STANDARD.
       01  REG-MOV-VISITA              PIC  X(080).

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelVisitas'.
       01  REL-HBSIS036C               PIC  X(132).

       FD  REL-GEOFENCE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelGeofence'.
       01  REL-GEOFENCE-HBSIS036C      PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-GEO            PIC  X(002)         VALUE "00".
       77  WS-LABEL-MOV                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-TEM-DISTRIBUICAO         PIC  X(001)         VALUE "N".
       01  WS-REGISTRO-VALIDO          PIC  X(001)         VALUE "N".
       01  WS-MOTIVO-REJEICAO          PIC  X(040)         VALUE SPACES.
       01  WS-RAIO-X                   PIC  X(006)         VALUE SPACES.
       01  WS-RAIO-GEOFENCE            PIC  9(006)         VALUE 300.

       01  WS-MOV-VENDEDOR-X           PIC  X(005)         VALUE SPACES.
       01  WS-MOV-CLIENTE-X            PIC  X(010)         VALUE SPACES.
       01  WS-MOV-DATA-X               PIC  X(010)         VALUE SPACES.
       01  WS-MOV-RESULT-X             PIC  X(004)         VALUE SPACES.
       01  WS-MOV-LAT-X                PIC  X(015)         VALUE SPACES.
       01  WS-MOV-LON-X                PIC  X(015)         VALUE SPACES.
       01  WS-MOV-TEM-GPS              PIC  X(001)         VALUE "N".
       01  WS-MOV-LATITUDE             PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-MOV-LONGITUDE            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-MOV-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-MOV-CLIENTE              PIC  9(007)         VALUE ZEROS.

       01  WS-QTD-GRAVADOS             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-REJEITADOS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-FORA-CARTEIRA        PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-COM-GPS              PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-FORA-RAIO            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-COORD            PIC  9(007)         VALUE ZEROS.
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
       01  WS-TAB-CARTEIRA.
           05  WS-TAB-CARTEIRA-OCR     OCCURS 20000 TIMES.
       01  WS-LINHA-REJEITADO.
           05  FILLER                  PIC  X(011)         VALUE
               "REJEITADO: ".
           05  WS-REJ-IMAGEM           PIC  X(070).
           05  FILLER                  PIC  X(010)         VALUE
               "  MOTIVO: ".
           05  WS-REJ-MOTIVO           PIC  X(040).
           05  FILLER                  PIC  X(018)         VALUE
               "  FORA CARTEIRA: ".
           05  WS-TOT-FORA             PIC  ZZZZZZ9.
      *
       01  WS-LINHA-GEO-CABECALHO-01.
           05  FILLER                  PIC  X(048)         VALUE
               "EXCECOES DE GEOFENCE - CHECK-IN FORA DO RAIO - ".
           05  FILLER                  PIC  X(006)         VALUE
               "DATA: ".
           05  WS-GEO-CAB-DATA         PIC  X(008).
           05  FILLER                  PIC  X(017)         VALUE
               "  LIMITE (M): ".
           05  WS-GEO-CAB-RAIO         PIC  ZZZZZ9.

       01  WS-LINHA-GEO-CABECALHO-03.
           05  FILLER                  PIC  X(030)         VALUE
               "VEND NOME                     ".
           05  FILLER                  PIC  X(040)         VALUE
               "CLIENTE RAZAO SOCIAL                    ".
           05  FILLER                  PIC  X(050)         VALUE
               "DATA        DISTANCIA   RES  FORA CARTEIRA".

       01  WS-LINHA-GEO-DETALHE.
           05  WS-GEO-VENDEDOR         PIC  9(003).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-GEO-NOME-VEND        PIC  X(024).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-GEO-CLIENTE          PIC  9(007).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-GEO-RAZAO-SOCIAL     PIC  X(031).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-GEO-DATA             PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-GEO-DISTANCIA        PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-GEO-RESULTADO        PIC  X(002).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-GEO-FORA-CARTEIRA    PIC  X(001).

       01  WS-LINHA-GEO-TOTAL.
           05  FILLER                  PIC  X(017)         VALUE
               "CHECK-INS COM GPS".
           05  FILLER                  PIC  X(002)         VALUE
               ": ".
           05  WS-GEO-TOT-GPS          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  FORA DO RAIO: ".
           05  WS-GEO-TOT-FORA         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(031)         VALUE
               "  CLIENTE SEM COORD. CADASTRO: ".
           05  WS-GEO-TOT-SEM-COORD    PIC  ZZZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
                  WS-DATA-MOVIMENTO    DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           ACCEPT WS-RAIO-X            FROM CONSOLE

           IF WS-RAIO-X                NOT EQUAL SPACES
              COMPUTE WS-RAIO-GEOFENCE =
                      FUNCTION NUMVAL (WS-RAIO-X)
           END-IF

           IF WS-RAIO-GEOFENCE         EQUAL ZEROS
              MOVE 300                 TO WS-RAIO-GEOFENCE
           END-IF

           .
       1000-EXIT.
           EXIT.
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS036C
           WRITE REL-HBSIS036C

           MOVE WS-DATA-MOVIMENTO      TO WS-GEO-CAB-DATA
           MOVE WS-RAIO-GEOFENCE       TO WS-GEO-CAB-RAIO
           MOVE WS-LINHA-GEO-CABECALHO-01
                                       TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C
           MOVE WS-LINHA-CABECALHO-02  TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C
           MOVE WS-LINHA-GEO-CABECALHO-03
                                       TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C
           MOVE WS-LINHA-CABECALHO-02  TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C

           PERFORM 2200-OPEN-ARQUIVOS
           PERFORM 2210-LER-MOV-VISITA

           MOVE WS-LINHA-TOTAL         TO REL-HBSIS036C
           WRITE REL-HBSIS036C

           MOVE WS-LINHA-CABECALHO-02  TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C
           MOVE WS-QTD-COM-GPS         TO WS-GEO-TOT-GPS
           MOVE WS-QTD-FORA-RAIO       TO WS-GEO-TOT-FORA
           MOVE WS-QTD-SEM-COORD       TO WS-GEO-TOT-SEM-COORD
           MOVE WS-LINHA-GEO-TOTAL     TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C

           PERFORM 2060-CLOSE-REL-VISITAS

           DISPLAY "CARGA DE VISITAS CONCLUIDA - GRAVADAS: "
                   WS-QTD-GRAVADOS
                   " REJEITADAS: " WS-QTD-REJEITADOS
                                       UPON CONSOLE
           DISPLAY "CHECK-INS FORA DO RAIO DO GEOFENCE: "
                   WS-QTD-FORA-RAIO    UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS ARQUIVOS DE RELATORIO DE CONTROLE E DE EXCECOES   *
      * DE GEOFENCE                                                    *
      *----------------------------------------------------------------*
       2050-OPEN-REL-VISITAS           SECTION.

              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT REL-GEOFENCE

           IF WS-FL-STATUS-GEO         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE GEOFENCE"
                                       UPON CONSOLE
              CLOSE REL-VISITAS
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DE RELATORIO                           *
      *----------------------------------------------------------------*
       2060-CLOSE-REL-VISITAS          SECTION.

           CLOSE REL-VISITAS
           CLOSE REL-GEOFENCE

           .
       2060-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESMONTA O REGISTRO DELIMITADO DO MOVIMENTO - LATITUDE E       *
      * LONGITUDE DO CHECK-IN SAO O QUINTO E O SEXTO CAMPOS, OPCIONAIS *
      * (APARELHO SEM GPS OU VERSAO ANTIGA DO APLICATIVO); O PONTO     *
      * DECIMAL ENVIADO PELO APARELHO E CONVERTIDO PARA VIRGULA        *
      *----------------------------------------------------------------*
       2310-DESMONTA-REGISTRO          SECTION.

                                          WS-MOV-CLIENTE-X
                                          WS-MOV-DATA-X
                                          WS-MOV-RESULT-X
                                          WS-MOV-LAT-X
                                          WS-MOV-LON-X

           UNSTRING REG-MOV-VISITA     DELIMITED BY ";"
               INTO WS-MOV-VENDEDOR-X
                    WS-MOV-CLIENTE-X
                    WS-MOV-DATA-X
                    WS-MOV-RESULT-X
                    WS-MOV-LAT-X
                    WS-MOV-LON-X

           INSPECT WS-MOV-LAT-X        REPLACING ALL "." BY ","
           INSPECT WS-MOV-LON-X        REPLACING ALL "." BY ","

           MOVE ZEROS                  TO WS-MOV-VENDEDOR
                                          WS-MOV-CLIENTE
                                          WS-MOV-LATITUDE
                                          WS-MOV-LONGITUDE
           MOVE "N"                    TO WS-MOV-TEM-GPS

           IF WS-MOV-VENDEDOR-X        NOT EQUAL SPACES
              COMPUTE WS-MOV-VENDEDOR =
                      FUNCTION NUMVAL (WS-MOV-CLIENTE-X)
           END-IF

           IF WS-MOV-LAT-X             NOT EQUAL SPACES
              OR WS-MOV-LON-X          NOT EQUAL SPACES
              MOVE "S"                 TO WS-MOV-TEM-GPS
           END-IF

           .
       2310-EXIT.
           EXIT.
                                       TO WS-MOTIVO-REJEICAO
           END-IF

           IF WS-REGISTRO-VALIDO       EQUAL "S"
              AND WS-MOV-TEM-GPS       EQUAL "S"
              PERFORM 2325-VALIDA-COORDENADAS
           END-IF

           IF WS-REGISTRO-VALIDO       EQUAL "S"
              MOVE WS-MOV-VENDEDOR     TO COD-VENDEDOR-HBSIS004C

       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA A LATITUDE E LONGITUDE DO CHECK-IN - AS DUAS DEVEM VIR  *
      * PREENCHIDAS, NUMERICAS E DENTRO DOS LIMITES (MESMA REGRA DO    *
      * CADASTRO DE CLIENTE); ZERO NAS DUAS E APARELHO SEM SINAL E A   *
      * VISITA SEGUE COMO SEM GPS                                      *
      *----------------------------------------------------------------*
       2325-VALIDA-COORDENADAS         SECTION.

           IF WS-MOV-LAT-X             EQUAL SPACES
              OR WS-MOV-LON-X          EQUAL SPACES
              OR FUNCTION TEST-NUMVAL (WS-MOV-LAT-X)
                                       NOT EQUAL ZEROS
              OR FUNCTION TEST-NUMVAL (WS-MOV-LON-X)
                                       NOT EQUAL ZEROS
              MOVE "N"                 TO WS-REGISTRO-VALIDO
              MOVE "COORDENADA DO CHECK-IN INVALIDA"
                                       TO WS-MOTIVO-REJEICAO
           ELSE
              COMPUTE WS-MOV-LATITUDE  =
                      FUNCTION NUMVAL (WS-MOV-LAT-X)
              COMPUTE WS-MOV-LONGITUDE =
                      FUNCTION NUMVAL (WS-MOV-LON-X)

              IF WS-MOV-LATITUDE       NOT LESS -90
                 AND WS-MOV-LATITUDE   NOT GREATER 90
                 AND WS-MOV-LONGITUDE  NOT LESS -180
                 AND WS-MOV-LONGITUDE  NOT GREATER 180
                 CONTINUE
              ELSE
                 MOVE "N"              TO WS-REGISTRO-VALIDO
                 MOVE "COORDENADA DO CHECK-IN FORA DO LIMITE"
                                       TO WS-MOTIVO-REJEICAO
              END-IF

              IF WS-MOV-LATITUDE       EQUAL ZEROS
                 AND WS-MOV-LONGITUDE  EQUAL ZEROS
                 MOVE "N"              TO WS-MOV-TEM-GPS
              END-IF
           END-IF

           .
       2325-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A VISITA NO HISTORICO, MARCANDO SE O CLIENTE NAO ESTA    *
      * NA CARTEIRA DO VENDEDOR NA DISTRIBUICAO DO DIA - VISITA JA     *
      * GRAVADA (CHAVE EM DUPLICIDADE) E REGRAVADA SEM ERRO            *
           MOVE WS-MOV-VENDEDOR        TO COD-VENDEDOR-HBSIS036C
           MOVE WS-MOV-RESULT-X (1:2)  TO RESULTADO-HBSIS036C
           MOVE "N"                    TO FORA-CARTEIRA-HBSIS036C
           MOVE WS-MOV-TEM-GPS         TO TEM-GPS-HBSIS036C
           MOVE WS-MOV-LATITUDE        TO LATITUDE-CHECKIN-HBSIS036C
           MOVE WS-MOV-LONGITUDE       TO LONGITUDE-CHECKIN-HBSIS036C
           MOVE ZEROS                  TO DISTANCIA-CHECKIN-HBSIS036C
           MOVE "N"                    TO FORA-RAIO-HBSIS036C

           IF WS-TEM-DISTRIBUICAO      EQUAL "S"
              PERFORM 2340-CONFERE-CARTEIRA
           END-IF

           IF TEM-GPS-HBSIS036C        EQUAL "S"
              PERFORM 2360-CONFERE-GEOFENCE
           END-IF

           WRITE ARQ-HBSIS036C

           IF WS-FL-STATUS-VIS         EQUAL "22"
                                       EQUAL "S"
                 ADD 1                 TO WS-QTD-FORA-CARTEIRA
              END-IF

              IF FORA-RAIO-HBSIS036C   EQUAL "S"
                 PERFORM 2370-IMPRIME-GEOFENCE
              END-IF
           ELSE
              DISPLAY "ERRO AO GRAVAR O HISTORICO DE VISITAS"
                                       UPON CONSOLE
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O CLIENTE VISITADO PERTENCE A CARTEIRA DO VENDEDOR  *
      * NA DISTRIBUICAO DO DIA - O CLIENTE TEM UM REGISTRO POR LINHA   *
      * DE NEGOCIO, E BASTA O VENDEDOR ATENDER UMA DAS LINHAS          *
      *----------------------------------------------------------------*
       2340-CONFERE-CARTEIRA           SECTION.

                   WS-ACHOU-CARTEIRA   EQUAL "S" OR
                   WS-IDX-CARTEIRA     GREATER WS-QTD-CARTEIRA

           IF WS-ACHOU-CARTEIRA        EQUAL "N"
              MOVE "S"                 TO FORA-CARTEIRA-HBSIS036C
           END-IF

       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O PAR CLIENTE E VENDEDOR NA TABELA DE CARTEIRA DO DIA  *
      *----------------------------------------------------------------*
       2350-PROCURA-CARTEIRA           SECTION.

           IF WS-CAR-COD-CLIENTE (WS-IDX-CARTEIRA)
                                       EQUAL WS-MOV-CLIENTE
              AND WS-CAR-COD-VENDEDOR (WS-IDX-CARTEIRA)
                                       EQUAL WS-MOV-VENDEDOR
              MOVE "S"                 TO WS-ACHOU-CARTEIRA
           ELSE
              ADD 1                    TO WS-IDX-CARTEIRA
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE A DISTANCIA DO CHECK-IN ATE A COORDENADA DO CADASTRO   *
      * DO CLIENTE (LIDO NA VALIDACAO) - CLIENTE SEM COORDENADA NO     *
      * CADASTRO NAO TEM COMO SER CONFERIDO E SO E CONTADO             *
      *----------------------------------------------------------------*
       2360-CONFERE-GEOFENCE           SECTION.

           ADD 1                       TO WS-QTD-COM-GPS

           IF LATITUDE-CLI-HBSIS002C   EQUAL ZEROS
              AND LONGITUDE-CLI-HBSIS002C
                                       EQUAL ZEROS
              ADD 1                    TO WS-QTD-SEM-COORD
           ELSE
              MOVE LATITUDE-CLI-HBSIS002C
                                       TO WS-LAT-ORIGEM
              MOVE LONGITUDE-CLI-HBSIS002C
                                       TO WS-LON-ORIGEM
              MOVE WS-MOV-LATITUDE     TO WS-LAT-DESTINO
              MOVE WS-MOV-LONGITUDE    TO WS-LON-DESTINO

              PERFORM 2380-CALCULA-DISTANCIA

              MOVE WS-CALC-DISTANCIA   TO DISTANCIA-CHECKIN-HBSIS036C

              IF WS-CALC-DISTANCIA     GREATER WS-RAIO-GEOFENCE
                 MOVE "S"              TO FORA-RAIO-HBSIS036C
              END-IF
           END-IF

           .
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME A VISITA FORA DO RAIO NO RELATORIO DE GEOFENCE         *
      *----------------------------------------------------------------*
       2370-IMPRIME-GEOFENCE           SECTION.

           ADD 1                       TO WS-QTD-FORA-RAIO

           MOVE COD-VENDEDOR-HBSIS036C TO WS-GEO-VENDEDOR
           MOVE NOME-VEND-HBSIS004C    TO WS-GEO-NOME-VEND
           MOVE COD-CLIENTE-HBSIS036C  TO WS-GEO-CLIENTE
           MOVE RAZAO-SOCIAL-HBSIS002C TO WS-GEO-RAZAO-SOCIAL
           MOVE DATA-VISITA-HBSIS036C  TO WS-GEO-DATA
           MOVE DISTANCIA-CHECKIN-HBSIS036C
                                       TO WS-GEO-DISTANCIA
           MOVE RESULTADO-HBSIS036C    TO WS-GEO-RESULTADO
           MOVE FORA-CARTEIRA-HBSIS036C
                                       TO WS-GEO-FORA-CARTEIRA

           MOVE WS-LINHA-GEO-DETALHE   TO REL-GEOFENCE-HBSIS036C
           WRITE REL-GEOFENCE-HBSIS036C

           .
       2370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULO DA DISTANCIA EM METROS ENTRE DOIS PONTOS (HAVERSINE)   *
      *----------------------------------------------------------------*
       2380-CALCULA-DISTANCIA          SECTION.

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
       2380-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DOS ARQUIVOS DA CARGA                               *
      *----------------------------------------------------------------*
       2800-CLOSE-ARQUIVOS             SECTION.
