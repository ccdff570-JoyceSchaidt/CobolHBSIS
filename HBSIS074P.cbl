       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS074P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS074P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CALCULO MENSAL DO REEMBOLSO DE QUILOMETRAGEM -  *
      *                REFAZ O DIA DE CADA VENDEDOR A PARTIR DAS        *
      *                VISITAS CONFIRMADAS DO MES (ArqVisita): SAI DA   *
      *                BASE, PASSA PELOS CLIENTES VISITADOS NA ORDEM DA *
      *                SEQUENCIA DO PLANO SEMANAL (HBSIS023P) E VOLTA A *
      *                BASE, COM A DISTANCIA PELA MESMA FORMULA DE      *
      *                HAVERSINE DA DISTRIBUICAO - APLICA O FATOR       *
      *                RODOVIARIO E O VALOR POR KM DO ArqParamKm, EMITE *
      *                O DEMONSTRATIVO POR VENDEDOR COM ROLLUP POR      *
      *                SUPERVISOR E O ARQUIVO DE EXPORTACAO PARA A      *
      *                FOLHA NO PADRAO DO ExpComissao, APONTANDO O      *
      *                VENDEDOR CUJA QUILOMETRAGEM DECLARADA PASSA DA   *
      *                CALCULADA ALEM DA MARGEM DE TOLERANCIA           *
      *----------------------------------------------------------------*
      * REGISTRO DO ArqParamKm: FATOR RODOVIARIO COM 3 DECIMAIS (4),   *
      * VALOR POR KM EM REAIS COM 4 DECIMAIS (7) E MARGEM DE           *
      * TOLERANCIA EM PERCENTUAL COM 2 DECIMAIS (5), DECIMAIS          *
      * IMPLICITOS - FATOR EM BRANCO = 1,300 E MARGEM EM BRANCO = 10%  *
      *----------------------------------------------------------------*
      * VISITA SEM PLANO NA SEMANA ENTRA NO DIA DEPOIS DAS PLANEJADAS, *
      * NA ORDEM DO CODIGO DO CLIENTE; CLIENTE SEM COORDENADA NAO      *
      * DESLOCA O TRAJETO E VENDEDOR SEM COORDENADA DA BASE TEM O DIA  *
      * CALCULADO SO ENTRE OS CLIENTES                                 *
      *----------------------------------------------------------------*
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES AAAAMM     *
      *                (BRANCO = MES ANTERIOR); A QUILOMETRAGEM         *
      *                DECLARADA E LIDA DE MovKmDeclarado.AAAAMM        *
      *                (CODIGO DO VENDEDOR;KM), OPCIONAL                *
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
           SELECT ARQ-PARAM-KM       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PKM.

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

           SELECT ARQ-PLANO-VISITA   ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS048C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PLA.

           SELECT ARQ-KM-DECLARADO   ASSIGN TO WS-LABEL-DEC
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DEC.

           SELECT REL-QUILOMETRAGEM  ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.

           SELECT ARQ-EXP-QUILOMETRAGEM
                                     ASSIGN TO WS-LABEL-EXP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EXP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PARAM-KM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqParamKm'.
       01  REG-PARAM-KM.
           05  PKM-FATOR-RODOVIARIO    PIC  X(004).
           05  PKM-VALOR-KM            PIC  X(007).
           05  PKM-MARGEM              PIC  X(005).

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

       FD  ARQ-PLANO-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPlanoVisita'.
       COPY "HBSIS048C.CPY".

       FD  ARQ-KM-DECLARADO
           LABEL RECORD IS STANDARD.
       01  REG-KM-DECLARADO            PIC  X(040).

       FD  REL-QUILOMETRAGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelQuilometragem'.
       01  REL-HBSIS074C               PIC  X(132).

       FD  ARQ-EXP-QUILOMETRAGEM
           LABEL RECORD IS STANDARD.
       01  EXP-HBSIS074C               PIC  X(100).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PKM            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PLA            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DEC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXP            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DEC                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-EXP                PIC  X(030)         VALUE SPACES.

       01  WS-MES-REFERENCIA.
           05  WS-ANO-REF              PIC  9(004)         VALUE ZEROS.
           05  WS-MES-REF              PIC  9(002)         VALUE ZEROS.

       01  WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC  9(004)         VALUE ZEROS.
           05  WS-MES-HOJE             PIC  9(002)         VALUE ZEROS.
           05  WS-DIA-HOJE             PIC  9(002)         VALUE ZEROS.
      *
      *    PARAMETROS DO CALCULO - PADROES VALIDOS SEM O CAMPO NO
      *    ArqParamKm
       01  WS-FATOR-RODOVIARIO         PIC  9(001)V9(003)  VALUE 1,3.
       01  WS-FATOR-REDEF REDEFINES WS-FATOR-RODOVIARIO
                                       PIC  9(004).
       01  WS-VALOR-KM                 PIC  9(003)V9(004)  VALUE ZEROS.
       01  WS-VALOR-KM-REDEF REDEFINES WS-VALOR-KM
                                       PIC  9(007).
       01  WS-MARGEM                   PIC  9(003)V9(002)  VALUE 10.
       01  WS-MARGEM-REDEF REDEFINES WS-MARGEM
                                       PIC  9(005).
      *
       01  WS-DEC-VENDEDOR-X           PIC  X(016)         VALUE SPACES.
       01  WS-DEC-KM-X                 PIC  X(016)         VALUE SPACES.
       01  WS-DEC-VENDEDOR             PIC  9(003)         VALUE ZEROS.
       01  WS-DEC-KM                   PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-DEC-VALIDO               PIC  X(001)         VALUE "N".
       01  WS-TEM-DECLARACAO           PIC  X(001)         VALUE "N".
       01  WS-TEM-PLANO                PIC  X(001)         VALUE "N".

       01  WS-QTD-DEC-LIDOS            PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-DEC-INVALIDOS        PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-SEM-COORDENADA       PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-PLANO            PIC  9(007)         VALUE ZEROS.
      *
      *    SEGUNDA-FEIRA DA SEMANA DA VISITA, CHAVE DO PLANO SEMANAL
       01  WS-DATA-CALC-NUM            PIC  9(008)         VALUE ZEROS.
       01  WS-INT-VISITA               PIC  9(008)         VALUE ZEROS.
       01  WS-INT-SEGUNDA              PIC  9(008)         VALUE ZEROS.
       01  WS-INT-QUOCIENTE            PIC  9(008)         VALUE ZEROS.
       01  WS-DIA-SEMANA-VIS           PIC  9(001)         VALUE ZEROS.
      *
       01  WS-CALC-DISTANCIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-LAT-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-VEN                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-CLI                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-VEN                  PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLA                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DLO                      PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-A                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-C                        PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-ORIGEM               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ORIGEM               PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-DESTINO              PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-DESTINO              PIC S9(003)V9(008)  VALUE ZEROS.
      *
      *    VISITAS CONFIRMADAS DO MES COM A SEQUENCIA DO PLANO E A
      *    COORDENADA DO CLIENTE
       01  WS-TAB-VISITA.
           05  WS-TAB-VISITA-OCR       OCCURS 20000 TIMES.
               10  WS-VIS-VENDEDOR     PIC  9(003).
               10  WS-VIS-ORDEM.
                   15  WS-VIS-DATA     PIC  X(008).
                   15  WS-VIS-SEQUENCIA
                                       PIC  9(004).
                   15  WS-VIS-COD-CLIENTE
                                       PIC  9(007).
               10  WS-VIS-LATITUDE     PIC S9(003)V9(008).
               10  WS-VIS-LONGITUDE    PIC S9(003)V9(008).

       01  WS-QTD-VISITAS              PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-VISITA               PIC  9(005)         VALUE ZEROS.
      *
      *    VISITAS DO VENDEDOR CORRENTE, PERCORRIDAS EM ORDEM DE DATA
      *    E SEQUENCIA
       01  WS-TAB-ROTA.
           05  WS-TAB-ROTA-OCR         OCCURS 2000 TIMES.
               10  WS-ROT-ORDEM.
                   15  WS-ROT-DATA     PIC  X(008).
                   15  WS-ROT-SEQUENCIA
                                       PIC  9(004).
                   15  WS-ROT-COD-CLIENTE
                                       PIC  9(007).
               10  WS-ROT-LATITUDE     PIC S9(003)V9(008).
               10  WS-ROT-LONGITUDE    PIC S9(003)V9(008).
               10  WS-ROT-USADO        PIC  X(001).

       01  WS-QTD-ROTA                 PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-PERCORRIDA           PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-ROTA                 PIC  9(005)         VALUE ZEROS.
       01  WS-IDX-ESCOLHIDO            PIC  9(005)         VALUE ZEROS.
       01  WS-MENOR-ORDEM              PIC  X(019)         VALUE SPACES.
      *
       01  WS-TAB-KM-VEND.
           05  WS-TAB-KM-VEND-OCR      OCCURS 1000 TIMES.
               10  WS-KVE-QTD-VISITAS  PIC  9(005).
               10  WS-KVE-KM-DECLARADO PIC  9(007)V9(002).
               10  WS-KVE-TEM-DECLARADO
                                       PIC  X(001).

       01  WS-TAB-KM-SUP.
           05  WS-TAB-KM-SUP-OCR       OCCURS 1000 TIMES.
               10  WS-KSU-QTD-VEND     PIC  9(005).
               10  WS-KSU-KM-CALCULADO PIC  9(009)V9(002).
               10  WS-KSU-KM-DECLARADO PIC  9(009)V9(002).
               10  WS-KSU-VALOR        PIC  9(009)V9(002).
               10  WS-KSU-QTD-ALERTA   PIC  9(005).

       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-SUPERVISOR           PIC  9(004)         VALUE ZEROS.
       01  WS-COD-VENDEDOR             PIC  9(003)         VALUE ZEROS.
      *
      *    TRAJETO DO VENDEDOR CORRENTE
       01  WS-TEM-BASE                 PIC  X(001)         VALUE "N".
       01  WS-TEM-POSICAO              PIC  X(001)         VALUE "N".
       01  WS-LAT-BASE                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-BASE                 PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LAT-ATUAL                PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-LON-ATUAL                PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-DATA-DIA                 PIC  X(008)         VALUE SPACES.
       01  WS-DIA-METROS               PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-DIA-KM                   PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-DIA-QTD-VISITAS          PIC  9(003)         VALUE ZEROS.
       01  WS-VEN-QTD-DIAS             PIC  9(003)         VALUE ZEROS.
       01  WS-VEN-KM-CALCULADO         PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-VEN-KM-LIMITE            PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-VEN-VALOR                PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-VEN-ALERTA               PIC  X(001)         VALUE "N".
      *
       01  WS-TOT-GERAL-VALOR          PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-TOT-GERAL-KM             PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-QTD-VEND-REEMBOLSO       PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-VEND-ALERTA          PIC  9(005)         VALUE ZEROS.

       01  WS-EXP-COD-VENDEDOR         PIC  9(003).
       01  WS-EXP-PIS                  PIC  9(011).
       01  WS-EXP-CPF                  PIC  9(011).
       01  WS-EXP-VALOR                PIC  9(009),9(002).
       01  WS-EXP-TOTAL                PIC  9(011),9(002).
       01  WS-EXP-QTD                  PIC  9(005).
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(040)         VALUE
               "DEMONSTRATIVO DE QUILOMETRAGEM - MES: ".
           05  WS-CAB-MES              PIC  X(006).
           05  FILLER                  PIC  X(022)         VALUE
               "  FATOR RODOVIARIO: ".
           05  WS-CAB-FATOR            PIC  9,999.
           05  FILLER                  PIC  X(018)         VALUE
               "  VALOR POR KM: ".
           05  WS-CAB-VALOR-KM         PIC  ZZ9,9999.
           05  FILLER                  PIC  X(016)         VALUE
               "  MARGEM (%): ".
           05  WS-CAB-MARGEM           PIC  ZZ9,99.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-OCORRENCIA.
           05  WS-OCO-TEXTO            PIC  X(025).
           05  WS-OCO-IMAGEM           PIC  X(040).

       01  WS-LINHA-CAB-VENDEDOR.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDEDOR: ".
           05  WS-CVE-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-CVE-NOME             PIC  X(040).
           05  FILLER                  PIC  X(014)         VALUE
               "  SUPERVISOR: ".
           05  WS-CVE-COD-SUPERVISOR   PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-CVE-OBSERVACAO       PIC  X(030).

       01  WS-LINHA-CAB-DIA.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  FILLER                  PIC  X(012)         VALUE
               "DATA".
           05  FILLER                  PIC  X(010)         VALUE
               "VISITAS".
           05  FILLER                  PIC  X(015)         VALUE
               "KM CALCULADO".

       01  WS-LINHA-DET-DIA.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WS-DDI-DATA             PIC  X(008).
           05  FILLER                  PIC  X(006)         VALUE SPACES.
           05  WS-DDI-QTD-VISITAS      PIC  ZZ9.
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WS-DDI-KM               PIC  ZZZZZZ9,99.

       01  WS-LINHA-TOT-VENDEDOR.
           05  FILLER                  PIC  X(011)         VALUE
               "     DIAS: ".
           05  WS-TVE-QTD-DIAS         PIC  ZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  KM CALCULADO: ".
           05  WS-TVE-KM-CALCULADO     PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(016)         VALUE
               "  KM DECLARADO: ".
           05  WS-TVE-KM-DECLARADO     PIC  ZZZZZZ9,99.
           05  FILLER                  PIC  X(015)         VALUE
               "  VALOR (R$): ".
           05  WS-TVE-VALOR            PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-TVE-ALERTA           PIC  X(030).

       01  WS-LINHA-TITULO-SUP         PIC  X(040)         VALUE
           "ROLLUP POR SUPERVISOR".

       01  WS-LINHA-DET-SUPERVISOR.
           05  FILLER                  PIC  X(012)         VALUE
               "SUPERVISOR: ".
           05  WS-DSU-COD-SUPERVISOR   PIC  ZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  VENDEDORES: ".
           05  WS-DSU-QTD-VEND         PIC  ZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  KM CALCULADO: ".
           05  WS-DSU-KM-CALCULADO     PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(016)         VALUE
               "  KM DECLARADO: ".
           05  WS-DSU-KM-DECLARADO     PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(009)         VALUE
               "  VALOR: ".
           05  WS-DSU-VALOR            PIC  ZZZZZZZZ9,99.
           05  FILLER                  PIC  X(011)         VALUE
               "  ALERTAS: ".
           05  WS-DSU-QTD-ALERTA       PIC  ZZZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(026)         VALUE
               "TOTAL GERAL DE REEMBOLSO: ".
           05  WS-TOT-VALOR            PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(014)         VALUE
               "  VENDEDORES: ".
           05  WS-TOT-VENDEDORES       PIC  ZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  KM CALCULADO: ".
           05  WS-TOT-KM               PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(011)         VALUE
               "  ALERTAS: ".
           05  WS-TOT-ALERTAS          PIC  ZZZZ9.

       01  WS-LINHA-TOTAL-CONTROLE.
           05  FILLER                  PIC  X(034)         VALUE
               "VISITAS CONFIRMADAS NO MES......: ".
           05  WS-TCT-VISITAS          PIC  ZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  SEM PLANO: ".
           05  WS-TCT-SEM-PLANO        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(022)         VALUE
               "  SEM COORDENADA: ".
           05  WS-TCT-SEM-COORDENADA   PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(026)         VALUE
               "  DECLARACOES INVALIDAS: ".
           05  WS-TCT-DEC-INVALIDOS    PIC  ZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE O MES DE REFERENCIA, LE OS    *
      * PARAMETROS DO CALCULO E ZERA AS TABELAS DE ACUMULACAO          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-MES-REFERENCIA    FROM CONSOLE

           IF WS-MES-REFERENCIA        EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

              IF WS-MES-HOJE           EQUAL 1
                 COMPUTE WS-ANO-REF = WS-ANO-HOJE - 1
                 MOVE 12               TO WS-MES-REF
              ELSE
                 MOVE WS-ANO-HOJE      TO WS-ANO-REF
                 COMPUTE WS-MES-REF = WS-MES-HOJE - 1
              END-IF
           END-IF

           IF WS-MES-REFERENCIA        IS NUMERIC
              AND WS-MES-REF           GREATER ZEROS
              AND WS-MES-REF           NOT GREATER 12
              CONTINUE
           ELSE
              DISPLAY "MES DE REFERENCIA INVALIDO: "
                      WS-MES-REFERENCIA
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-LABEL-DEC
           STRING "MovKmDeclarado."    DELIMITED BY SIZE
                  WS-MES-REFERENCIA    DELIMITED BY SIZE
                                  INTO WS-LABEL-DEC

           MOVE SPACES                 TO WS-LABEL-EXP
           STRING "ExpQuilometragem."  DELIMITED BY SIZE
                  WS-MES-REFERENCIA    DELIMITED BY SIZE
                                  INTO WS-LABEL-EXP

           PERFORM 1100-LE-PARAMETROS

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 1200-ZERA-TAB-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           MOVE 1                      TO WS-IDX-SUPERVISOR

           PERFORM 1300-ZERA-TAB-SUPERVISOR UNTIL
                   WS-IDX-SUPERVISOR   GREATER 1000

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA E VALIDACAO DO ArqParamKm - SEM O ARQUIVO OU SEM O     *
      * VALOR POR KM NAO HA COMO CALCULAR O REEMBOLSO                  *
      *----------------------------------------------------------------*
       1100-LE-PARAMETROS              SECTION.

           OPEN INPUT ARQ-PARAM-KM

           IF WS-FL-STATUS-PKM         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "SEM ARQUIVO DE PARAMETROS DA QUILOMETRAGEM"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           READ ARQ-PARAM-KM

           IF WS-FL-STATUS-PKM         EQUAL ZEROS
              PERFORM 1150-VALIDA-PARAMETROS
           ELSE
              DISPLAY "ARQ DE PARAMETROS DA QUILOMETRAGEM VAZIO"
                                       UPON CONSOLE
              CLOSE ARQ-PARAM-KM
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           CLOSE ARQ-PARAM-KM

           DISPLAY "PARAMETROS DA QUILOMETRAGEM:"
                                       UPON CONSOLE
           DISPLAY "  MES DE REFERENCIA.......: "
                   WS-MES-REFERENCIA   UPON CONSOLE
           DISPLAY "  FATOR RODOVIARIO........: "
                   WS-FATOR-RODOVIARIO UPON CONSOLE
           DISPLAY "  VALOR POR KM (R$).......: "
                   WS-VALOR-KM         UPON CONSOLE
           DISPLAY "  MARGEM DE TOLERANCIA (%): "
                   WS-MARGEM           UPON CONSOLE

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA E APLICA OS PARAMETROS LIDOS                            *
      *----------------------------------------------------------------*
       1150-VALIDA-PARAMETROS          SECTION.

           IF PKM-FATOR-RODOVIARIO     EQUAL SPACES
              CONTINUE
           ELSE
              IF PKM-FATOR-RODOVIARIO  IS NUMERIC
                 MOVE PKM-FATOR-RODOVIARIO
                                       TO WS-FATOR-REDEF
              ELSE
                 PERFORM 1160-PARAMETRO-INVALIDO
              END-IF
           END-IF

           IF PKM-VALOR-KM             IS NUMERIC
              MOVE PKM-VALOR-KM        TO WS-VALOR-KM-REDEF
           ELSE
              PERFORM 1160-PARAMETRO-INVALIDO
           END-IF

           IF PKM-MARGEM               EQUAL SPACES
              CONTINUE
           ELSE
              IF PKM-MARGEM            IS NUMERIC
                 MOVE PKM-MARGEM       TO WS-MARGEM-REDEF
              ELSE
                 PERFORM 1160-PARAMETRO-INVALIDO
              END-IF
           END-IF

           IF WS-FATOR-RODOVIARIO      LESS 1
              OR WS-VALOR-KM           EQUAL ZEROS
              PERFORM 1160-PARAMETRO-INVALIDO
           END-IF

           .
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA O JOB POR PARAMETRO INVALIDO                           *
      *----------------------------------------------------------------*
       1160-PARAMETRO-INVALIDO         SECTION.

           DISPLAY "REGISTRO DE PARAMETROS DA QUILOMETRAGEM INVALIDO: "
                   REG-PARAM-KM        UPON CONSOLE
           CLOSE ARQ-PARAM-KM
           MOVE 9                      TO RETURN-CODE
           PERFORM 3000-FINALIZA

           .
       1160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DA TABELA DE ACUMULACAO POR VENDEDOR          *
      *----------------------------------------------------------------*
       1200-ZERA-TAB-VENDEDOR          SECTION.

           MOVE ZEROS                  TO WS-KVE-QTD-VISITAS
                                                  (WS-IDX-VENDEDOR)
                                          WS-KVE-KM-DECLARADO
                                                  (WS-IDX-VENDEDOR)
           MOVE "N"                    TO WS-KVE-TEM-DECLARADO
                                                  (WS-IDX-VENDEDOR)
           ADD 1                       TO WS-IDX-VENDEDOR

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DA TABELA DE ACUMULACAO POR SUPERVISOR        *
      *----------------------------------------------------------------*
       1300-ZERA-TAB-SUPERVISOR        SECTION.

           MOVE ZEROS                  TO WS-KSU-QTD-VEND
                                                  (WS-IDX-SUPERVISOR)
                                          WS-KSU-KM-CALCULADO
                                                  (WS-IDX-SUPERVISOR)
                                          WS-KSU-KM-DECLARADO
                                                  (WS-IDX-SUPERVISOR)
                                          WS-KSU-VALOR
                                                  (WS-IDX-SUPERVISOR)
                                          WS-KSU-QTD-ALERTA
                                                  (WS-IDX-SUPERVISOR)
           ADD 1                       TO WS-IDX-SUPERVISOR

           .
       1300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-ARQUIVOS

           MOVE WS-MES-REFERENCIA      TO WS-CAB-MES
           MOVE WS-FATOR-RODOVIARIO    TO WS-CAB-FATOR
           MOVE WS-VALOR-KM            TO WS-CAB-VALOR-KM
           MOVE WS-MARGEM              TO WS-CAB-MARGEM
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS074C
           WRITE REL-HBSIS074C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS074C
           WRITE REL-HBSIS074C

           PERFORM 2100-CARREGA-KM-DECLARADO
           PERFORM 2200-CARREGA-VISITAS
           PERFORM 2500-EMITE-DEMONSTRATIVO

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           DISPLAY "CALCULO DE QUILOMETRAGEM CONCLUIDO - VENDEDORES: "
                   WS-QTD-VEND-REEMBOLSO
                   " TOTAL: " WS-TOT-GERAL-VALOR
                   " ALERTAS: " WS-QTD-VEND-ALERTA
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DOS CADASTROS E DO RELATORIO                          *
      *----------------------------------------------------------------*
       2050-OPEN-ARQUIVOS              SECTION.

           OPEN OUTPUT REL-QUILOMETRAGEM

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
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
              CLOSE REL-QUILOMETRAGEM
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ VENDEDOR"
                                       UPON CONSOLE
              CLOSE ARQ-CLIENTE
              CLOSE REL-QUILOMETRAGEM
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA A QUILOMETRAGEM DECLARADA DO MES POR VENDEDOR - SEM O  *
      * ARQUIVO O DEMONSTRATIVO SAI SEM A COMPARACAO                   *
      *----------------------------------------------------------------*
       2100-CARREGA-KM-DECLARADO       SECTION.

           OPEN INPUT ARQ-KM-DECLARADO

           IF WS-FL-STATUS-DEC         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-DECLARACAO

              PERFORM 2110-LER-KM-DECLARADO

              PERFORM 2120-TRATA-KM-DECLARADO UNTIL
                      WS-FL-STATUS-DEC NOT EQUAL "00"

              CLOSE ARQ-KM-DECLARADO
           ELSE
              MOVE "N"                 TO WS-TEM-DECLARACAO
              DISPLAY "SEM QUILOMETRAGEM DECLARADA NO MES: "
                      WS-LABEL-DEC     UPON CONSOLE
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DA QUILOMETRAGEM DECLARADA                             *
      *----------------------------------------------------------------*
       2110-LER-KM-DECLARADO           SECTION.

           READ ARQ-KM-DECLARADO NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UMA DECLARACAO - CODIGO DO VENDEDOR;KM - E SOMA NO      *
      * VENDEDOR; VENDEDOR FORA DO CADASTRO E REJEITADO                *
      *----------------------------------------------------------------*
       2120-TRATA-KM-DECLARADO         SECTION.

           ADD 1                       TO WS-QTD-DEC-LIDOS

           MOVE SPACES                 TO WS-DEC-VENDEDOR-X
                                          WS-DEC-KM-X

           UNSTRING REG-KM-DECLARADO   DELIMITED BY ";"
               INTO WS-DEC-VENDEDOR-X
                    WS-DEC-KM-X

           MOVE ZEROS                  TO WS-DEC-VENDEDOR
                                          WS-DEC-KM
           MOVE "S"                    TO WS-DEC-VALIDO

           IF WS-DEC-VENDEDOR-X        NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-DEC-VENDEDOR-X)
                                       EQUAL ZEROS
              AND FUNCTION NUMVAL (WS-DEC-VENDEDOR-X)
                                       NOT GREATER 999
              COMPUTE WS-DEC-VENDEDOR =
                      FUNCTION NUMVAL (WS-DEC-VENDEDOR-X)
           ELSE
              MOVE "N"                 TO WS-DEC-VALIDO
           END-IF

           IF WS-DEC-KM-X              NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-DEC-KM-X)
                                       EQUAL ZEROS
              COMPUTE WS-DEC-KM =
                      FUNCTION NUMVAL (WS-DEC-KM-X)
           ELSE
              MOVE "N"                 TO WS-DEC-VALIDO
           END-IF

           IF WS-DEC-VALIDO            EQUAL "S"
              MOVE WS-DEC-VENDEDOR     TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      NOT EQUAL ZEROS
                 MOVE "N"              TO WS-DEC-VALIDO
              END-IF
           END-IF

           IF WS-DEC-VALIDO            EQUAL "S"
              ADD WS-DEC-KM            TO WS-KVE-KM-DECLARADO
                                          (WS-DEC-VENDEDOR + 1)
              MOVE "S"                 TO WS-KVE-TEM-DECLARADO
                                          (WS-DEC-VENDEDOR + 1)
           ELSE
              ADD 1                    TO WS-QTD-DEC-INVALIDOS
              MOVE "DECLARACAO INVALIDA....: "
                                       TO WS-OCO-TEXTO
              MOVE REG-KM-DECLARADO    TO WS-OCO-IMAGEM
              MOVE WS-LINHA-OCORRENCIA TO REL-HBSIS074C
              WRITE REL-HBSIS074C
           END-IF

           PERFORM 2110-LER-KM-DECLARADO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS VISITAS CONFIRMADAS DO MES COM A SEQUENCIA DO PLANO *
      * SEMANAL E A COORDENADA DO CLIENTE - SEM O PLANO AS VISITAS DO  *
      * DIA SEGUEM A ORDEM DO CODIGO DO CLIENTE                        *
      *----------------------------------------------------------------*
       2200-CARREGA-VISITAS            SECTION.

           OPEN INPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "SEM ArqVisita - NENHUMA VISITA CONFIRMADA"
                                       UPON CONSOLE
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE REL-QUILOMETRAGEM
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-PLANO-VISITA

           IF WS-FL-STATUS-PLA         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-PLANO
           ELSE
              MOVE "N"                 TO WS-TEM-PLANO
              DISPLAY "SEM ArqPlanoVisita - DIA NA ORDEM DO CLIENTE"
                                       UPON CONSOLE
           END-IF

           PERFORM 2210-LER-ARQ-VISITA

           PERFORM 2220-TRATA-VISITA UNTIL
                   WS-FL-STATUS-VIS    NOT EQUAL "00"

           IF WS-TEM-PLANO             EQUAL "S"
              CLOSE ARQ-PLANO-VISITA
           END-IF

           CLOSE ARQ-VISITA

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO HISTORICO DE VISITAS                     *
      *----------------------------------------------------------------*
       2210-LER-ARQ-VISITA             SECTION.

           READ ARQ-VISITA NEXT RECORD

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA UMA VISITA CONFIRMADA DO MES NA TABELA EM MEMORIA       *
      *----------------------------------------------------------------*
       2220-TRATA-VISITA               SECTION.

           IF DATA-VISITA-HBSIS036C (1:6)
                                       EQUAL WS-MES-REFERENCIA
              AND DATA-VISITA-HBSIS036C
                                       IS NUMERIC
              IF WS-QTD-VISITAS        NOT LESS 20000
                 DISPLAY "TABELA DE VISITAS EM MEMORIA EXCEDIDA"
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-QTD-VISITAS

              MOVE COD-VENDEDOR-HBSIS036C
                                       TO WS-VIS-VENDEDOR
                                          (WS-QTD-VISITAS)
              MOVE DATA-VISITA-HBSIS036C
                                       TO WS-VIS-DATA
                                          (WS-QTD-VISITAS)
              MOVE COD-CLIENTE-HBSIS036C
                                       TO WS-VIS-COD-CLIENTE
                                          (WS-QTD-VISITAS)

              PERFORM 2230-PROCURA-SEQUENCIA
              PERFORM 2240-PROCURA-COORDENADA

              ADD 1                    TO WS-KVE-QTD-VISITAS
                                          (COD-VENDEDOR-HBSIS036C + 1)
           END-IF

           PERFORM 2210-LER-ARQ-VISITA

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A SEQUENCIA DA VISITA NO PLANO DA SEMANA (CHAVE PELA   *
      * SEGUNDA-FEIRA DA DATA DA VISITA, COMO GRAVADO PELO HBSIS023P - *
      * O DIA 1 DO CALENDARIO INTEIRO E SEGUNDA); VISITA SEM PLANO     *
      * RECEBE A SEQUENCIA 9999                                        *
      *----------------------------------------------------------------*
       2230-PROCURA-SEQUENCIA          SECTION.

           MOVE 9999                   TO WS-VIS-SEQUENCIA
                                          (WS-QTD-VISITAS)

           IF WS-TEM-PLANO             EQUAL "S"
              COMPUTE WS-INT-VISITA =
                      FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL
                                                (DATA-VISITA-HBSIS036C))

              DIVIDE WS-INT-VISITA     BY 7
                                   GIVING WS-INT-QUOCIENTE
                                REMAINDER WS-DIA-SEMANA-VIS

              IF WS-DIA-SEMANA-VIS     EQUAL ZEROS
                 MOVE 7                TO WS-DIA-SEMANA-VIS
              END-IF

              COMPUTE WS-INT-SEGUNDA =
                      WS-INT-VISITA + 1 - WS-DIA-SEMANA-VIS

              COMPUTE WS-DATA-CALC-NUM =
                      FUNCTION DATE-OF-INTEGER (WS-INT-SEGUNDA)

              MOVE WS-DATA-CALC-NUM    TO DATA-SEMANA-HBSIS048C
              MOVE COD-VENDEDOR-HBSIS036C
                                       TO COD-VENDEDOR-HBSIS048C
              MOVE COD-CLIENTE-HBSIS036C
                                       TO COD-CLIENTE-HBSIS048C

              READ ARQ-PLANO-VISITA RECORD
                                 KEY IS   CHAVE-HBSIS048C

              IF WS-FL-STATUS-PLA      EQUAL ZEROS
                 MOVE SEQUENCIA-HBSIS048C
                                       TO WS-VIS-SEQUENCIA
                                          (WS-QTD-VISITAS)
              END-IF
           END-IF

           IF WS-VIS-SEQUENCIA (WS-QTD-VISITAS)
                                       EQUAL 9999
              ADD 1                    TO WS-QTD-SEM-PLANO
           END-IF

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA A COORDENADA DO CADASTRO DO CLIENTE VISITADO            *
      *----------------------------------------------------------------*
       2240-PROCURA-COORDENADA         SECTION.

           MOVE ZEROS                  TO WS-VIS-LATITUDE
                                          (WS-QTD-VISITAS)
                                          WS-VIS-LONGITUDE
                                          (WS-QTD-VISITAS)

           MOVE COD-CLIENTE-HBSIS036C  TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE LATITUDE-CLI-HBSIS002C
                                       TO WS-VIS-LATITUDE
                                          (WS-QTD-VISITAS)
              MOVE LONGITUDE-CLI-HBSIS002C
                                       TO WS-VIS-LONGITUDE
                                          (WS-QTD-VISITAS)
           END-IF

           IF WS-VIS-LATITUDE (WS-QTD-VISITAS)
                                       EQUAL ZEROS
              AND WS-VIS-LONGITUDE (WS-QTD-VISITAS)
                                       EQUAL ZEROS
              ADD 1                    TO WS-QTD-SEM-COORDENADA
           END-IF

           .
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O DEMONSTRATIVO POR VENDEDOR, O ROLLUP POR SUPERVISOR E  *
      * O ARQUIVO DE EXPORTACAO PARA A FOLHA DE PAGAMENTO              *
      *----------------------------------------------------------------*
       2500-EMITE-DEMONSTRATIVO        SECTION.

           OPEN OUTPUT ARQ-EXP-QUILOMETRAGEM

           IF WS-FL-STATUS-EXP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ EXPORTACAO"
                                       UPON CONSOLE
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              CLOSE REL-QUILOMETRAGEM
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO EXP-HBSIS074C
           STRING "H;"                 DELIMITED BY SIZE
                  WS-MES-REFERENCIA    DELIMITED BY SIZE
                                  INTO EXP-HBSIS074C
           WRITE EXP-HBSIS074C

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2510-EMITE-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS074C
           WRITE REL-HBSIS074C
           MOVE WS-LINHA-TITULO-SUP    TO REL-HBSIS074C
           WRITE REL-HBSIS074C

           MOVE 1                      TO WS-IDX-SUPERVISOR

           PERFORM 2590-EMITE-SUPERVISOR UNTIL
                   WS-IDX-SUPERVISOR   GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS074C
           WRITE REL-HBSIS074C
           MOVE WS-TOT-GERAL-VALOR     TO WS-TOT-VALOR
           MOVE WS-QTD-VEND-REEMBOLSO  TO WS-TOT-VENDEDORES
           MOVE WS-TOT-GERAL-KM        TO WS-TOT-KM
           MOVE WS-QTD-VEND-ALERTA     TO WS-TOT-ALERTAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS074C
           WRITE REL-HBSIS074C
           MOVE WS-QTD-VISITAS         TO WS-TCT-VISITAS
           MOVE WS-QTD-SEM-PLANO       TO WS-TCT-SEM-PLANO
           MOVE WS-QTD-SEM-COORDENADA  TO WS-TCT-SEM-COORDENADA
           MOVE WS-QTD-DEC-INVALIDOS   TO WS-TCT-DEC-INVALIDOS
           MOVE WS-LINHA-TOTAL-CONTROLE
                                       TO REL-HBSIS074C
           WRITE REL-HBSIS074C

           MOVE WS-QTD-VEND-REEMBOLSO  TO WS-EXP-QTD
           MOVE WS-TOT-GERAL-VALOR     TO WS-EXP-TOTAL
           MOVE SPACES                 TO EXP-HBSIS074C
           STRING "T;"                 DELIMITED BY SIZE
                  WS-EXP-QTD           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-EXP-TOTAL         DELIMITED BY SIZE
                                  INTO EXP-HBSIS074C
           WRITE EXP-HBSIS074C

           CLOSE ARQ-EXP-QUILOMETRAGEM
           CLOSE REL-QUILOMETRAGEM

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O DEMONSTRATIVO DE UM VENDEDOR COM VISITA OU COM         *
      * QUILOMETRAGEM DECLARADA NO MES                                 *
      *----------------------------------------------------------------*
       2510-EMITE-VENDEDOR             SECTION.

           IF WS-KVE-QTD-VISITAS (WS-IDX-VENDEDOR)
                                       GREATER ZEROS
              OR WS-KVE-TEM-DECLARADO (WS-IDX-VENDEDOR)
                                       EQUAL "S"
              COMPUTE WS-COD-VENDEDOR = WS-IDX-VENDEDOR - 1

              MOVE WS-COD-VENDEDOR     TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE SPACES           TO NOME-VEND-HBSIS004C
                 MOVE ZEROS            TO COD-SUPERVISOR-HBSIS004C
                                          PIS-VENDEDOR-HBSIS004C
                                          CPF-HBSIS004C
                                          LATITUDE-VEND-HBSIS004C
                                          LONGITUDE-VEND-HBSIS004C
              END-IF

              MOVE LATITUDE-VEND-HBSIS004C
                                       TO WS-LAT-BASE
              MOVE LONGITUDE-VEND-HBSIS004C
                                       TO WS-LON-BASE

              IF WS-LAT-BASE           EQUAL ZEROS
                 AND WS-LON-BASE       EQUAL ZEROS
                 MOVE "N"              TO WS-TEM-BASE
                 MOVE "BASE SEM COORDENADA"
                                       TO WS-CVE-OBSERVACAO
              ELSE
                 MOVE "S"              TO WS-TEM-BASE
                 MOVE SPACES           TO WS-CVE-OBSERVACAO
              END-IF

              MOVE WS-LINHA-CABECALHO-02
                                       TO REL-HBSIS074C
              WRITE REL-HBSIS074C

              MOVE WS-COD-VENDEDOR     TO WS-CVE-COD-VENDEDOR
              MOVE NOME-VEND-HBSIS004C TO WS-CVE-NOME
              MOVE COD-SUPERVISOR-HBSIS004C
                                       TO WS-CVE-COD-SUPERVISOR
              MOVE WS-LINHA-CAB-VENDEDOR
                                       TO REL-HBSIS074C
              WRITE REL-HBSIS074C
              MOVE WS-LINHA-CAB-DIA    TO REL-HBSIS074C
              WRITE REL-HBSIS074C

              PERFORM 2520-MONTA-ROTA-VENDEDOR
              PERFORM 2530-PERCORRE-ROTA-VENDEDOR
              PERFORM 2570-APURA-VENDEDOR

              IF WS-VEN-VALOR          GREATER ZEROS
                 PERFORM 2580-GRAVA-EXPORTACAO
              END-IF
           END-IF

           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA AS VISITAS DO VENDEDOR CORRENTE PARA A TABELA DA ROTA    *
      *----------------------------------------------------------------*
       2520-MONTA-ROTA-VENDEDOR        SECTION.

           MOVE ZEROS                  TO WS-QTD-ROTA
           MOVE 1                      TO WS-IDX-VISITA

           PERFORM 2525-COPIA-VISITA UNTIL
                   WS-IDX-VISITA       GREATER WS-QTD-VISITAS

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UMA VISITA SE FOR DO VENDEDOR CORRENTE                   *
      *----------------------------------------------------------------*
       2525-COPIA-VISITA               SECTION.

           IF WS-VIS-VENDEDOR (WS-IDX-VISITA)
                                       EQUAL WS-COD-VENDEDOR
              IF WS-QTD-ROTA           NOT LESS 2000
                 DISPLAY "TABELA DE ROTA DO VENDEDOR EXCEDIDA: "
                         WS-COD-VENDEDOR
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-QTD-ROTA

              MOVE WS-VIS-ORDEM (WS-IDX-VISITA)
                                       TO WS-ROT-ORDEM (WS-QTD-ROTA)
              MOVE WS-VIS-LATITUDE (WS-IDX-VISITA)
                                       TO WS-ROT-LATITUDE
                                          (WS-QTD-ROTA)
              MOVE WS-VIS-LONGITUDE (WS-IDX-VISITA)
                                       TO WS-ROT-LONGITUDE
                                          (WS-QTD-ROTA)
              MOVE "N"                 TO WS-ROT-USADO (WS-QTD-ROTA)
           END-IF

           ADD 1                       TO WS-IDX-VISITA

           .
       2525-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE AS VISITAS DO VENDEDOR EM ORDEM DE DATA, SEQUENCIA DO *
      * PLANO E CLIENTE - CADA DIA SAI DA BASE E VOLTA A ELA           *
      *----------------------------------------------------------------*
       2530-PERCORRE-ROTA-VENDEDOR     SECTION.

           MOVE ZEROS                  TO WS-QTD-PERCORRIDA
                                          WS-VEN-QTD-DIAS
                                          WS-VEN-KM-CALCULADO
           MOVE SPACES                 TO WS-DATA-DIA

           PERFORM 2540-VISITA-PROXIMO-CLIENTE UNTIL
                   WS-QTD-PERCORRIDA   NOT LESS WS-QTD-ROTA

           IF WS-DATA-DIA              NOT EQUAL SPACES
              PERFORM 2560-FECHA-DIA
           END-IF

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ESCOLHE A PROXIMA VISITA DA ROTA E DESLOCA ATE O CLIENTE -     *
      * NA TROCA DE DATA FECHA O DIA ANTERIOR E REINICIA NA BASE       *
      *----------------------------------------------------------------*
       2540-VISITA-PROXIMO-CLIENTE     SECTION.

           MOVE HIGH-VALUES            TO WS-MENOR-ORDEM
           MOVE ZEROS                  TO WS-IDX-ESCOLHIDO
           MOVE 1                      TO WS-IDX-ROTA

           PERFORM 2545-COMPARA-ORDEM UNTIL
                   WS-IDX-ROTA         GREATER WS-QTD-ROTA

           MOVE "S"                    TO WS-ROT-USADO
                                          (WS-IDX-ESCOLHIDO)
           ADD 1                       TO WS-QTD-PERCORRIDA

           IF WS-ROT-DATA (WS-IDX-ESCOLHIDO)
                                       NOT EQUAL WS-DATA-DIA
              IF WS-DATA-DIA           NOT EQUAL SPACES
                 PERFORM 2560-FECHA-DIA
              END-IF

              PERFORM 2550-ABRE-DIA
           END-IF

           ADD 1                       TO WS-DIA-QTD-VISITAS

           IF WS-ROT-LATITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS
              AND WS-ROT-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       EQUAL ZEROS
              CONTINUE
           ELSE
              IF WS-TEM-POSICAO        EQUAL "S"
                 MOVE WS-LAT-ATUAL     TO WS-LAT-ORIGEM
                 MOVE WS-LON-ATUAL     TO WS-LON-ORIGEM
                 MOVE WS-ROT-LATITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LAT-DESTINO
                 MOVE WS-ROT-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LON-DESTINO

                 PERFORM 2600-CALCULA-DISTANCIA

                 ADD WS-CALC-DISTANCIA TO WS-DIA-METROS
              END-IF

              MOVE WS-ROT-LATITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LAT-ATUAL
              MOVE WS-ROT-LONGITUDE (WS-IDX-ESCOLHIDO)
                                       TO WS-LON-ATUAL
              MOVE "S"                 TO WS-TEM-POSICAO
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA A VISITA AINDA NAO PERCORRIDA DE MENOR ORDEM            *
      *----------------------------------------------------------------*
       2545-COMPARA-ORDEM              SECTION.

           IF WS-ROT-USADO (WS-IDX-ROTA)
                                       EQUAL "N"
              AND WS-ROT-ORDEM (WS-IDX-ROTA)
                                       LESS WS-MENOR-ORDEM
              MOVE WS-ROT-ORDEM (WS-IDX-ROTA)
                                       TO WS-MENOR-ORDEM
              MOVE WS-IDX-ROTA         TO WS-IDX-ESCOLHIDO
           END-IF

           ADD 1                       TO WS-IDX-ROTA

           .
       2545-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIA UM DIA DE TRABALHO NA BASE DO VENDEDOR                  *
      *----------------------------------------------------------------*
       2550-ABRE-DIA                   SECTION.

           MOVE WS-ROT-DATA (WS-IDX-ESCOLHIDO)
                                       TO WS-DATA-DIA
           MOVE ZEROS                  TO WS-DIA-METROS
                                          WS-DIA-QTD-VISITAS

           IF WS-TEM-BASE              EQUAL "S"
              MOVE WS-LAT-BASE         TO WS-LAT-ATUAL
              MOVE WS-LON-BASE         TO WS-LON-ATUAL
              MOVE "S"                 TO WS-TEM-POSICAO
           ELSE
              MOVE "N"                 TO WS-TEM-POSICAO
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA O DIA COM A VOLTA A BASE, APLICA O FATOR RODOVIARIO E  *
      * EMITE A LINHA DO DIA                                           *
      *----------------------------------------------------------------*
       2560-FECHA-DIA                  SECTION.

           IF WS-TEM-BASE              EQUAL "S"
              AND WS-TEM-POSICAO       EQUAL "S"
              MOVE WS-LAT-ATUAL        TO WS-LAT-ORIGEM
              MOVE WS-LON-ATUAL        TO WS-LON-ORIGEM
              MOVE WS-LAT-BASE         TO WS-LAT-DESTINO
              MOVE WS-LON-BASE         TO WS-LON-DESTINO

              PERFORM 2600-CALCULA-DISTANCIA

              ADD WS-CALC-DISTANCIA    TO WS-DIA-METROS
           END-IF

           COMPUTE WS-DIA-KM ROUNDED =
                   WS-DIA-METROS
                 * WS-FATOR-RODOVIARIO
                 / 1000

           ADD 1                       TO WS-VEN-QTD-DIAS
           ADD WS-DIA-KM               TO WS-VEN-KM-CALCULADO

           MOVE WS-DATA-DIA            TO WS-DDI-DATA
           MOVE WS-DIA-QTD-VISITAS     TO WS-DDI-QTD-VISITAS
           MOVE WS-DIA-KM              TO WS-DDI-KM
           MOVE WS-LINHA-DET-DIA       TO REL-HBSIS074C
           WRITE REL-HBSIS074C

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * APURA O VALOR DO VENDEDOR, COMPARA COM A QUILOMETRAGEM         *
      * DECLARADA E ACUMULA NO SUPERVISOR                              *
      *----------------------------------------------------------------*
       2570-APURA-VENDEDOR             SECTION.

           COMPUTE WS-VEN-VALOR ROUNDED =
                   WS-VEN-KM-CALCULADO
                 * WS-VALOR-KM

           COMPUTE WS-VEN-KM-LIMITE ROUNDED =
                   WS-VEN-KM-CALCULADO
                 * (100 + WS-MARGEM)
                 / 100

           MOVE "N"                    TO WS-VEN-ALERTA
           MOVE SPACES                 TO WS-TVE-ALERTA

           IF WS-KVE-TEM-DECLARADO (WS-IDX-VENDEDOR)
                                       EQUAL "S"
              AND WS-KVE-KM-DECLARADO (WS-IDX-VENDEDOR)
                                       GREATER WS-VEN-KM-LIMITE
              MOVE "S"                 TO WS-VEN-ALERTA
              MOVE "DECLARADO ACIMA DA MARGEM"
                                       TO WS-TVE-ALERTA
              ADD 1                    TO WS-QTD-VEND-ALERTA
              ADD 1                    TO WS-KSU-QTD-ALERTA
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           END-IF

           MOVE WS-VEN-QTD-DIAS        TO WS-TVE-QTD-DIAS
           MOVE WS-VEN-KM-CALCULADO    TO WS-TVE-KM-CALCULADO
           MOVE WS-KVE-KM-DECLARADO (WS-IDX-VENDEDOR)
                                       TO WS-TVE-KM-DECLARADO
           MOVE WS-VEN-VALOR           TO WS-TVE-VALOR
           MOVE WS-LINHA-TOT-VENDEDOR  TO REL-HBSIS074C
           WRITE REL-HBSIS074C

           ADD 1                       TO WS-KSU-QTD-VEND
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-VEN-KM-CALCULADO     TO WS-KSU-KM-CALCULADO
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-KVE-KM-DECLARADO (WS-IDX-VENDEDOR)
                                       TO WS-KSU-KM-DECLARADO
                                       (COD-SUPERVISOR-HBSIS004C + 1)
           ADD WS-VEN-VALOR            TO WS-KSU-VALOR
                                       (COD-SUPERVISOR-HBSIS004C + 1)

           ADD WS-VEN-KM-CALCULADO     TO WS-TOT-GERAL-KM

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DE EXPORTACAO DO VENDEDOR PARA A FOLHA DE     *
      * PAGAMENTO (CODIGO, PIS/PASEP, CPF E VALOR DO REEMBOLSO)        *
      *----------------------------------------------------------------*
       2580-GRAVA-EXPORTACAO           SECTION.

           MOVE WS-COD-VENDEDOR        TO WS-EXP-COD-VENDEDOR
           MOVE PIS-VENDEDOR-HBSIS004C TO WS-EXP-PIS
           MOVE CPF-HBSIS004C          TO WS-EXP-CPF
           MOVE WS-VEN-VALOR           TO WS-EXP-VALOR

           MOVE SPACES                 TO EXP-HBSIS074C
           STRING "D;"                 DELIMITED BY SIZE
                  WS-EXP-COD-VENDEDOR  DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-EXP-PIS           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-EXP-CPF           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  WS-EXP-VALOR         DELIMITED BY SIZE
                                  INTO EXP-HBSIS074C
           WRITE EXP-HBSIS074C

           ADD 1                       TO WS-QTD-VEND-REEMBOLSO
           ADD WS-VEN-VALOR            TO WS-TOT-GERAL-VALOR

           .
       2580-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE ROLLUP DE UM SUPERVISOR COM EQUIPE            *
      *----------------------------------------------------------------*
       2590-EMITE-SUPERVISOR           SECTION.

           IF WS-KSU-QTD-VEND (WS-IDX-SUPERVISOR)
                                       GREATER ZEROS
              COMPUTE WS-DSU-COD-SUPERVISOR = WS-IDX-SUPERVISOR - 1
              MOVE WS-KSU-QTD-VEND (WS-IDX-SUPERVISOR)
                                       TO WS-DSU-QTD-VEND
              MOVE WS-KSU-KM-CALCULADO (WS-IDX-SUPERVISOR)
                                       TO WS-DSU-KM-CALCULADO
              MOVE WS-KSU-KM-DECLARADO (WS-IDX-SUPERVISOR)
                                       TO WS-DSU-KM-DECLARADO
              MOVE WS-KSU-VALOR (WS-IDX-SUPERVISOR)
                                       TO WS-DSU-VALOR
              MOVE WS-KSU-QTD-ALERTA (WS-IDX-SUPERVISOR)
                                       TO WS-DSU-QTD-ALERTA

              MOVE WS-LINHA-DET-SUPERVISOR
                                       TO REL-HBSIS074C
              WRITE REL-HBSIS074C
           END-IF

           ADD 1                       TO WS-IDX-SUPERVISOR

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA EM METROS ENTRE ORIGEM E DESTINO PELA      *
      * FORMULA DE HAVERSINE, A MESMA DA DISTRIBUICAO (HBSIS007P)      *
      *----------------------------------------------------------------*
       2600-CALCULA-DISTANCIA          SECTION.

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

           COMPUTE WS-A = FUNCTION SIN(WS-DLA / 2)
                        * FUNCTION SIN(WS-DLA / 2)
                        + FUNCTION COS(WS-LAT-CLI)
                        * FUNCTION COS(WS-LAT-VEN)
                        * FUNCTION SIN(WS-DLO / 2)
                        * FUNCTION SIN(WS-DLO / 2)

           COMPUTE WS-C = 2 * FUNCTION ATAN(FUNCTION SQRT(WS-A) /
                                            FUNCTION SQRT(1 - WS-A))

           COMPUTE WS-CALC-DISTANCIA = 6731 * WS-C * 1000

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
      * FIM DO PROGRAMA HBSIS074P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS074P.
      *----------------------------------------------------------------*
