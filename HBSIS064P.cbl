       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS064P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS064P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: ANALISE MENSAL DE LACUNAS DE TERRITORIO - AGRUPA *
      *                OS CLIENTES ATIVOS POR FILIAL E REGIAO DE CEP    *
      *                (CINCO PRIMEIROS DIGITOS) E MOSTRA, POR REGIAO,  *
      *                A QUANTIDADE DE CLIENTES, O VOLUME FATURADO, O   *
      *                MIX DA CURVA ABC, A DISTANCIA MEDIA E MAXIMA AO  *
      *                VENDEDOR DA DISTRIBUICAO E OS CLIENTES NA FILA   *
      *                DE PENDENTES (ArqPendente) - AS REGIOES SAO      *
      *                CLASSIFICADAS PELO INDICE DE CARENCIA E, PARA AS *
      *                PRIMEIRAS, E SUGERIDA UMA BASE PARA UM NOVO      *
      *                VENDEDOR NO CENTRO PONDERADO PELO VOLUME, COM O  *
      *                VENDEDOR ATUAL MAIS PROXIMO PELO HBSIS018P E OS  *
      *                CLIENTES QUE A BASE ASSUMIRIA                    *
      *----------------------------------------------------------------*
      * INDICE DE CARENCIA (KM) = SOMA DAS DISTANCIAS DOS CLIENTES     *
      * ATENDIDOS AO SEU VENDEDOR + CLIENTES PENDENTES X DISTANCIA DE  *
      * REFERENCIA (DISTANCIA MAXIMA DO ArqParametros, OU 50 KM SEM    *
      * LIMITE CONFIGURADO)                                            *
      *----------------------------------------------------------------*
      * A BASE ASSUME O CLIENTE DA MESMA FILIAL, COM COORDENADAS, CUJA *
      * DISTANCIA ATE A BASE RESPEITA O LIMITE E E MENOR QUE O CUSTO   *
      * ATUAL (DISTANCIA AO VENDEDOR, PONDERADA PELO PESO NO MODO P,   *
      * COMO NO HBSIS018P) - CLIENTE PENDENTE E SEMPRE CANDIDATO;      *
      * CLIENTE DE CARTEIRA FIXA, LOJA DE REDE KEY ACCOUNT OU CLIENTE  *
      * BLOQUEADO POR CREDITO NUNCA E CANDIDATO; O TOTAL ASSUMIDO      *
      * RESPEITA O LIMITE DE CARTEIRA                                  *
      *----------------------------------------------------------------*
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES (AAAAMM,   *
      *                BRANCO = MES CORRENTE), DATA DA DISTRIBUICAO     *
      *                AAAAMMDD (BRANCO = ULTIMA EXECUCAO CONCLUIDA     *
      *                PELO PONTO DE CONTROLE), FILIAL (BRANCO OU ZERO  *
      *                = TODAS) E QUANTIDADE DE REGIOES COM BASE        *
      *                SUGERIDA (BRANCO = 5) - LIMITES DE CARTEIRA E DE *
      *                DISTANCIA E MODO DE ATRIBUICAO VEM DO            *
      *                ArqParametros DA DISTRIBUICAO                    *
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

           SELECT ARQ-PENDENTE       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS013C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PEN.

           SELECT ARQ-DISTRIBUICAO   ASSIGN TO WS-LABEL-DIS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-DIS.

           SELECT ARQ-CHECKPOINT    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT ARQ-PARAMETROS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAR.

           SELECT REL-LACUNA         ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  ARQ-PENDENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPendente'.
       COPY "HBSIS013C.CPY".

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS007C.CPY".

       FD  ARQ-CHECKPOINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCheckpoint'.
       01  REG-CHECKPOINT.
           05  CKP-COD-CLIENTE         PIC  9(007).
           05  CKP-DATA-EXECUCAO       PIC  X(008).
           05  CKP-ULTIMA-DATA-CONCLUIDA
                                       PIC  X(008).
           05  CKP-QTD-REINICIOS       PIC  9(003).

       FD  ARQ-PARAMETROS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqParametros'.
       01  REG-PARAMETROS.
           05  PAR-MAX-CLIENTES        PIC  X(005).
           05  PAR-MAX-DISTANCIA       PIC  X(011).
           05  PAR-MODO-ATRIBUICAO     PIC  X(001).
           05  PAR-RESTANTE            PIC  X(031).

       FD  REL-LACUNA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelLacunaTerritorio'.
       01  REL-HBSIS064C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-FILIAL                   PIC  X(003)         VALUE SPACES.
       01  WS-FILIAL-NUM REDEFINES WS-FILIAL
                                       PIC  9(003).
       01  WS-QTD-BASES                PIC  X(002)         VALUE SPACES.
       01  WS-QTD-BASES-NUM REDEFINES WS-QTD-BASES
                                       PIC  9(002).
      *
      *    LIMITES DA DISTRIBUICAO LIDOS DO ArqParametros - SEM O
      *    ARQUIVO NAO HA LIMITE E O MODO E POR DISTANCIA
       01  WS-MAX-CLIENTES             PIC  9(005)         VALUE ZEROS.
       01  WS-MAX-DISTANCIA-NUM        PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-MAX-DIST-REDEF REDEFINES WS-MAX-DISTANCIA-NUM
                                       PIC  9(011).
       01  WS-MODO-ATRIBUICAO          PIC  X(001)         VALUE "D".
       01  WS-DIST-REFERENCIA          PIC  9(009)V9(002)  VALUE
           50000.
      *
       01  WS-FIM-DIS                  PIC  X(001)         VALUE "N".
       01  WS-TEM-PENDENTE             PIC  X(001)         VALUE "N".
      *
       01  WS-CEP-CLIENTE              PIC  9(008)         VALUE ZEROS.
       01  FILLER REDEFINES WS-CEP-CLIENTE.
           05  WS-CEP-REGIAO           PIC  9(005).
           05  FILLER                  PIC  9(003).
      *
      *    SITUACAO DO CLIENTE CORRENTE NA DISTRIBUICAO
       01  WS-CLI-TEM-DIS              PIC  X(001)         VALUE "N".
       01  WS-CLI-FIXO                 PIC  X(001)         VALUE "N".
       01  WS-CLI-SEM-VEND             PIC  X(001)         VALUE "N".
       01  WS-CLI-PEND                 PIC  X(001)         VALUE "N".
       01  WS-CLI-QTD-ATEND            PIC  9(003)         VALUE ZEROS.
       01  WS-CLI-MENOR-DIST           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-CLI-MENOR-CUSTO          PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-CUSTO-ATUAL              PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-CUSTO-SEM-VENDEDOR       PIC  9(009)V9(002)  VALUE
           999999999,99.
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
      *
      *    REGIOES (FILIAL + CINCO PRIMEIROS DIGITOS DO CEP)
       01  WS-TAB-REGIAO.
           05  WS-TAB-REGIAO-OCR       OCCURS 5000 TIMES.
               10  WS-REG-CHAVE.
                   15  WS-REG-FILIAL   PIC  9(003).
                   15  WS-REG-CEP      PIC  9(005).
               10  WS-REG-QTD-CLIENTES PIC  9(005).
               10  WS-REG-VOLUME       PIC  9(011)V9(002).
               10  WS-REG-QTD-A        PIC  9(005).
               10  WS-REG-QTD-B        PIC  9(005).
               10  WS-REG-QTD-C        PIC  9(005).
               10  WS-REG-QTD-ATENDIDOS
                                       PIC  9(005).
               10  WS-REG-SOMA-DIST    PIC  9(013)V9(002).
               10  WS-REG-MAX-DIST     PIC  9(009)V9(002).
               10  WS-REG-QTD-PENDENTES
                                       PIC  9(005).
               10  WS-REG-QTD-FORA-LIMITE
                                       PIC  9(005).
               10  WS-REG-QTD-PEND-MES PIC  9(005).
               10  WS-REG-QTD-COORD    PIC  9(005).
               10  WS-REG-SOMA-VOL-COORD
                                       PIC  9(011)V9(002).
               10  WS-REG-SOMA-LAT-VOL PIC S9(013)V9(008).
               10  WS-REG-SOMA-LON-VOL PIC S9(013)V9(008).
               10  WS-REG-SOMA-LAT     PIC S9(008)V9(008).
               10  WS-REG-SOMA-LON     PIC S9(008)V9(008).
               10  WS-REG-CARENCIA     PIC  9(011)V9(002).

       01  WS-REG-TEMP                 PIC  X(192).

       01  WS-REG-QTD                  PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-REG                  PIC  9(004)         VALUE ZEROS.
       01  WS-REG-I                    PIC  9(004)         VALUE ZEROS.
       01  WS-REG-J                    PIC  9(004)         VALUE ZEROS.
       01  WS-REG-MIN                  PIC  9(004)         VALUE ZEROS.
       01  WS-ACHOU-REGIAO             PIC  X(001)         VALUE "N".
      *
      *    CLIENTES QUE PODEM TROCAR DE VENDEDOR, PARA A SIMULACAO DAS
      *    BASES SUGERIDAS
       01  WS-TAB-CLIENTE.
           05  WS-TAB-CLIENTE-OCR      OCCURS 20000 TIMES.
               10  WS-CLI-FILIAL       PIC  9(003).
               10  WS-CLI-LATITUDE     PIC S9(003)V9(008).
               10  WS-CLI-LONGITUDE    PIC S9(003)V9(008).
               10  WS-CLI-CUSTO        PIC  9(009)V9(002).
               10  WS-CLI-VOLUME       PIC  9(007)V9(002).
               10  WS-CLI-PENDENTE     PIC  X(001).

       01  WS-CLI-QTD                  PIC  9(005)         VALUE ZEROS.
       01  WS-CLI-I                    PIC  9(005)         VALUE ZEROS.
      *
      *    BASE SUGERIDA CORRENTE
       01  WS-BASE-POSICAO             PIC  9(004)         VALUE ZEROS.
       01  WS-BASE-LATITUDE            PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-BASE-LONGITUDE           PIC S9(003)V9(008)  VALUE ZEROS.
       01  WS-BASE-QTD-CANDIDATOS      PIC  9(005)         VALUE ZEROS.
       01  WS-BASE-QTD-PENDENTES       PIC  9(005)         VALUE ZEROS.
       01  WS-BASE-QTD-ASSUMIDOS       PIC  9(005)         VALUE ZEROS.
       01  WS-BASE-VOLUME              PIC  9(011)V9(002)  VALUE ZEROS.
      *
       01  WS-QTD-ANALISADOS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-BLOQUEADOS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-DISTRIBUICAO     PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-PENDENTES            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-FORA-TABELA          PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-FORA-SIMULACAO       PIC  9(007)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS018                 PIC  X(009)         VALUE
           'HBSIS018P'.

       COPY HBSIS018L.
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO                                            *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(040)         VALUE
               "LACUNAS DE TERRITORIO - ANO/MES: ".
           05  WS-CAB-ANO-MES          PIC  X(006).
           05  FILLER                  PIC  X(016)         VALUE
               "  DISTRIBUICAO: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(011)         VALUE
               "  FILIAL: ".
           05  WS-CAB-FILIAL           PIC  X(006).
           05  FILLER                  PIC  X(021)         VALUE
               "  DIST. REFERENCIA: ".
           05  WS-CAB-DIST-REF         PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(003)         VALUE
               " KM".

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-CAB-REGIAO.
           05  FILLER                  PIC  X(006)         VALUE
               "ORDEM".
           05  FILLER                  PIC  X(005)         VALUE
               "FIL".
           05  FILLER                  PIC  X(007)         VALUE
               "REGIAO".
           05  FILLER                  PIC  X(007)         VALUE
               "  CLI".
           05  FILLER                  PIC  X(016)         VALUE
               "          VOLUME".
           05  FILLER                  PIC  X(018)         VALUE
               "     A     B     C".
           05  FILLER                  PIC  X(007)         VALUE
               "  ATEND".
           05  FILLER                  PIC  X(010)         VALUE
               "  DMED(KM)".
           05  FILLER                  PIC  X(010)         VALUE
               "  DMAX(KM)".
           05  FILLER                  PIC  X(007)         VALUE
               "   PEND".
           05  FILLER                  PIC  X(007)         VALUE
               "  FORA ".
           05  FILLER                  PIC  X(007)         VALUE
               "    MES".
           05  FILLER                  PIC  X(014)         VALUE
               "  CARENCIA(KM)".

       01  WS-LINHA-DET-REGIAO.
           05  WS-DRG-ORDEM            PIC  ZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-FILIAL           PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-CEP              PIC  9(005).
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DRG-CLIENTES         PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-VOLUME           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRG-QTD-A            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRG-QTD-B            PIC  ZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DRG-QTD-C            PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-ATENDIDOS        PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-DIST-MEDIA       PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-DIST-MAXIMA      PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-PENDENTES        PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-FORA-LIMITE      PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-PEND-MES         PIC  ZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DRG-CARENCIA         PIC  ZZZZZZZZZ9,99.

       01  WS-LINHA-TITULO-BASES       PIC  X(132)         VALUE
           "BASES SUGERIDAS PARA NOVO VENDEDOR - REGIOES MAIS CARENTES".

       01  WS-LINHA-BASE-01.
           05  FILLER                  PIC  X(007)         VALUE
               "ORDEM: ".
           05  WS-LB1-ORDEM            PIC  ZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  FILIAL: ".
           05  WS-LB1-FILIAL           PIC  ZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  REGIAO: ".
           05  WS-LB1-CEP              PIC  9(005).
           05  FILLER                  PIC  X(018)         VALUE
               "  BASE - LATITUDE:".
           05  WS-LB1-LATITUDE         PIC  -ZZ9,99999999.
           05  FILLER                  PIC  X(013)         VALUE
               "  LONGITUDE: ".
           05  WS-LB1-LONGITUDE        PIC  -ZZ9,99999999.

       01  WS-LINHA-BASE-02.
           05  FILLER                  PIC  X(029)         VALUE
               "   CLIENTES CANDIDATOS: ".
           05  WS-LB2-CANDIDATOS       PIC  ZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  PENDENTES: ".
           05  WS-LB2-PENDENTES        PIC  ZZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  VOLUME: ".
           05  WS-LB2-VOLUME           PIC  ZZZZZZZZZZ9,99.
           05  FILLER                  PIC  X(036)         VALUE
               "  ASSUMIDOS NO LIMITE DE CARTEIRA: ".
           05  WS-LB2-ASSUMIDOS        PIC  ZZZZ9.

       01  WS-LINHA-BASE-03.
           05  FILLER                  PIC  X(040)         VALUE
               "   VENDEDOR ATUAL MAIS PROXIMO DA BASE: ".
           05  WS-LB3-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(003)         VALUE
               " - ".
           05  WS-LB3-NOME             PIC  X(040).
           05  FILLER                  PIC  X(018)         VALUE
               "  DISTANCIA (KM): ".
           05  WS-LB3-DISTANCIA        PIC  ZZZZ9,99.

       01  WS-LINHA-BASE-SEM-VEND      PIC  X(132)         VALUE
           "   NENHUM VENDEDOR ATUAL ELEGIVEL PARA A BASE".

       01  WS-LINHA-BASE-SEM-COORD.
           05  FILLER                  PIC  X(007)         VALUE
               "ORDEM: ".
           05  WS-LBS-ORDEM            PIC  ZZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  FILIAL: ".
           05  WS-LBS-FILIAL           PIC  ZZ9.
           05  FILLER                  PIC  X(010)         VALUE
               "  REGIAO: ".
           05  WS-LBS-CEP              PIC  9(005).
           05  FILLER                  PIC  X(042)         VALUE
               "  SEM CLIENTES COM COORDENADAS PARA A BASE".

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(012)         VALUE
               "ANALISADOS: ".
           05  WS-TOT-ANALISADOS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  REGIOES: ".
           05  WS-TOT-REGIOES          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  PENDENTES: ".
           05  WS-TOT-PENDENTES        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  BLOQUEADOS: ".
           05  WS-TOT-BLOQUEADOS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(022)         VALUE
               "  SEM DISTRIBUICAO: ".
           05  WS-TOT-SEM-DISTRIBUICAO PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(016)         VALUE
               "  NAO LISTADOS: ".
           05  WS-TOT-FORA-TABELA      PIC  ZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE O ANO/MES, A DISTRIBUICAO, A  *
      * FILIAL E A QUANTIDADE DE BASES E LE OS LIMITES DA DISTRIBUICAO *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-ANO-MES           FROM CONSOLE
           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE
           ACCEPT WS-FILIAL            FROM CONSOLE
           ACCEPT WS-QTD-BASES         FROM CONSOLE

           IF WS-ANO-MES               EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
           END-IF

           IF WS-ANO-MES               IS NOT NUMERIC
              DISPLAY "ANO/MES DA ANALISE INVALIDO: " WS-ANO-MES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-FILIAL                EQUAL SPACES
              MOVE ZEROS               TO WS-FILIAL-NUM
           END-IF

           IF WS-FILIAL                IS NOT NUMERIC
              DISPLAY "FILIAL INVALIDA: " WS-FILIAL
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-QTD-BASES             EQUAL SPACES
              MOVE "05"                TO WS-QTD-BASES
           END-IF

           IF WS-QTD-BASES             IS NOT NUMERIC
              DISPLAY "QUANTIDADE DE BASES INVALIDA: " WS-QTD-BASES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              PERFORM 1100-LE-CHECKPOINT
           END-IF

           IF WS-DATA-REFERENCIA       EQUAL SPACES OR ZEROS
              DISPLAY "SEM DATA DE REFERENCIA PARA A ANALISE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE SPACES                 TO WS-LABEL-DIS
           STRING "ArqDistribuicao."   DELIMITED BY SIZE
                  WS-DATA-REFERENCIA   DELIMITED BY SIZE
                                  INTO WS-LABEL-DIS

           PERFORM 1200-LE-PARAMETROS

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A ULTIMA DATA CONCLUIDA DO PONTO DE CONTROLE QUANDO A DATA  *
      * NAO FOI INFORMADA                                              *
      *----------------------------------------------------------------*
       1100-LE-CHECKPOINT              SECTION.

           OPEN INPUT ARQ-CHECKPOINT

           IF WS-FL-STATUS-CKP         EQUAL ZEROS
              READ ARQ-CHECKPOINT

              IF WS-FL-STATUS-CKP      EQUAL ZEROS
                 MOVE CKP-ULTIMA-DATA-CONCLUIDA
                                       TO WS-DATA-REFERENCIA
              END-IF

              CLOSE ARQ-CHECKPOINT
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE OS LIMITES DE CARTEIRA E DE DISTANCIA E O MODO DE           *
      * ATRIBUICAO EM VIGOR NA DISTRIBUICAO - A DISTANCIA MAXIMA       *
      * CONFIGURADA PASSA A SER A DISTANCIA DE REFERENCIA DA CARENCIA  *
      *----------------------------------------------------------------*
       1200-LE-PARAMETROS              SECTION.

           OPEN INPUT ARQ-PARAMETROS

           IF WS-FL-STATUS-PAR         EQUAL ZEROS
              READ ARQ-PARAMETROS

              IF WS-FL-STATUS-PAR      EQUAL ZEROS
                 IF PAR-MAX-CLIENTES   IS NUMERIC
                    MOVE PAR-MAX-CLIENTES
                                       TO WS-MAX-CLIENTES
                 END-IF

                 IF PAR-MAX-DISTANCIA  IS NUMERIC
                    MOVE PAR-MAX-DISTANCIA
                                       TO WS-MAX-DIST-REDEF
                 END-IF

                 IF PAR-MODO-ATRIBUICAO
                                       EQUAL "P"
                    MOVE "P"           TO WS-MODO-ATRIBUICAO
                 END-IF
              END-IF

              CLOSE ARQ-PARAMETROS
           END-IF

           IF WS-MAX-DISTANCIA-NUM     GREATER ZEROS
              MOVE WS-MAX-DISTANCIA-NUM
                                       TO WS-DIST-REFERENCIA
           END-IF

           .
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-CARREGA-REGIOES
           PERFORM 2200-CALCULA-CARENCIA
           PERFORM 2300-ORDENA-REGIOES
           PERFORM 2400-EMITE-RELATORIO

           DISPLAY "LACUNAS DE TERRITORIO CONCLUIDO - ANALISADOS: "
                   WS-QTD-ANALISADOS
                   " REGIOES: " WS-REG-QTD
                                       UPON CONSOLE

           IF WS-QTD-FORA-TABELA       GREATER ZEROS
              DISPLAY "TABELA DE REGIOES CHEIA - CLIENTES NAO "
                      "LISTADOS: " WS-QTD-FORA-TABELA
                                       UPON CONSOLE
           END-IF

           IF WS-QTD-FORA-SIMULACAO    GREATER ZEROS
              DISPLAY "TABELA DE CLIENTES CHEIA - FORA DA SIMULACAO "
                      "DAS BASES: " WS-QTD-FORA-SIMULACAO
                                       UPON CONSOLE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O CADASTRO DE CLIENTES EM CONFRONTO COM A             *
      * DISTRIBUICAO (AMBOS EM ORDEM DE CODIGO DE CLIENTE) E ACUMULA   *
      * CADA CLIENTE ATIVO NA SUA REGIAO                               *
      *----------------------------------------------------------------*
       2100-CARREGA-REGIOES            SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQ CLIENTE"
                                       UPON CONSOLE
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
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-DISTRIBUICAO

           IF WS-FL-STATUS-DIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "DISTRIBUICAO DA DATA NAO ENCONTRADA: "
                      WS-LABEL-DIS     UPON CONSOLE
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

      *    SEM A FILA DE PENDENTES A ANALISE SEGUE SO COM A DISTRIBUICAO
           OPEN INPUT ARQ-PENDENTE

           IF WS-FL-STATUS-PEN         EQUAL ZEROS
              MOVE "S"                 TO WS-TEM-PENDENTE
           ELSE
              MOVE "N"                 TO WS-TEM-PENDENTE
           END-IF

           PERFORM 2160-LER-ARQ-DISTRIBUICAO
           PERFORM 2110-LER-ARQ-CLIENTE

           PERFORM 2120-TRATA-CLIENTE UNTIL
                   WS-FL-STATUS-CLI    NOT EQUAL "00"

           IF WS-TEM-PENDENTE          EQUAL "S"
              CLOSE ARQ-PENDENTE
           END-IF

           CLOSE ARQ-DISTRIBUICAO
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE CLIENTES                      *
      *----------------------------------------------------------------*
       2110-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM CLIENTE ATIVO DA FILIAL PEDIDA                        *
      *----------------------------------------------------------------*
       2120-TRATA-CLIENTE              SECTION.

           IF SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
              AND (WS-FILIAL-NUM       EQUAL ZEROS
               OR  COD-FILIAL-HBSIS002C
                                       EQUAL WS-FILIAL-NUM)
              ADD 1                    TO WS-QTD-ANALISADOS

              PERFORM 2130-LOCALIZA-REGIAO

              IF WS-IDX-REG            GREATER ZEROS
                 PERFORM 2140-ACUMULA-CADASTRO
                 PERFORM 2150-CONFRONTA-DISTRIBUICAO
                 PERFORM 2170-VERIFICA-PENDENTE
                 PERFORM 2180-CLASSIFICA-ATENDIMENTO
              END-IF
           END-IF

           PERFORM 2110-LER-ARQ-CLIENTE

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A REGIAO DO CLIENTE NA TABELA, INCLUINDO-A NA         *
      * PRIMEIRA OCORRENCIA - COM A TABELA CHEIA O CLIENTE FICA FORA   *
      * DA ANALISE                                                     *
      *----------------------------------------------------------------*
       2130-LOCALIZA-REGIAO            SECTION.

           MOVE CEP-HBSIS002C          TO WS-CEP-CLIENTE
           MOVE "N"                    TO WS-ACHOU-REGIAO
           MOVE 1                      TO WS-IDX-REG

           PERFORM 2131-PROCURA-REGIAO UNTIL
                   WS-ACHOU-REGIAO     EQUAL "S" OR
                   WS-IDX-REG          GREATER WS-REG-QTD

           IF WS-ACHOU-REGIAO          EQUAL "N"
              IF WS-REG-QTD            LESS 5000
                 ADD 1                 TO WS-REG-QTD
                 MOVE WS-REG-QTD       TO WS-IDX-REG
                 INITIALIZE WS-TAB-REGIAO-OCR (WS-IDX-REG)
                 MOVE COD-FILIAL-HBSIS002C
                                       TO WS-REG-FILIAL (WS-IDX-REG)
                 MOVE WS-CEP-REGIAO    TO WS-REG-CEP (WS-IDX-REG)
              ELSE
                 MOVE ZEROS            TO WS-IDX-REG
                 ADD 1                 TO WS-QTD-FORA-TABELA
              END-IF
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA REGIAO DA TABELA COM A DO CLIENTE                  *
      *----------------------------------------------------------------*
       2131-PROCURA-REGIAO             SECTION.

           IF WS-REG-FILIAL (WS-IDX-REG)
                                       EQUAL COD-FILIAL-HBSIS002C
              AND WS-REG-CEP (WS-IDX-REG)
                                       EQUAL WS-CEP-REGIAO
              MOVE "S"                 TO WS-ACHOU-REGIAO
           ELSE
              ADD 1                    TO WS-IDX-REG
           END-IF

           .
       2131-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA NA REGIAO OS DADOS CADASTRAIS DO CLIENTE - QUANTIDADE, *
      * VOLUME, CURVA ABC E COORDENADAS PONDERADAS PELO VOLUME         *
      *----------------------------------------------------------------*
       2140-ACUMULA-CADASTRO           SECTION.

           ADD 1                       TO WS-REG-QTD-CLIENTES
                                                  (WS-IDX-REG)
           ADD VOLUME-MENSAL-HBSIS002C TO WS-REG-VOLUME (WS-IDX-REG)

           EVALUATE CURVA-ABC-HBSIS002C
               WHEN "A"
                    ADD 1              TO WS-REG-QTD-A (WS-IDX-REG)
               WHEN "B"
                    ADD 1              TO WS-REG-QTD-B (WS-IDX-REG)
               WHEN "C"
                    ADD 1              TO WS-REG-QTD-C (WS-IDX-REG)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF LATITUDE-CLI-HBSIS002C   NOT EQUAL ZEROS
              OR LONGITUDE-CLI-HBSIS002C
                                       NOT EQUAL ZEROS
              ADD 1                    TO WS-REG-QTD-COORD (WS-IDX-REG)
              ADD LATITUDE-CLI-HBSIS002C
                                       TO WS-REG-SOMA-LAT (WS-IDX-REG)
              ADD LONGITUDE-CLI-HBSIS002C
                                       TO WS-REG-SOMA-LON (WS-IDX-REG)
              ADD VOLUME-MENSAL-HBSIS002C
                                       TO WS-REG-SOMA-VOL-COORD
                                                  (WS-IDX-REG)
              COMPUTE WS-REG-SOMA-LAT-VOL (WS-IDX-REG) =
                      WS-REG-SOMA-LAT-VOL (WS-IDX-REG)
                    + LATITUDE-CLI-HBSIS002C
                    * VOLUME-MENSAL-HBSIS002C
              COMPUTE WS-REG-SOMA-LON-VOL (WS-IDX-REG) =
                      WS-REG-SOMA-LON-VOL (WS-IDX-REG)
                    + LONGITUDE-CLI-HBSIS002C
                    * VOLUME-MENSAL-HBSIS002C
           END-IF

           .
       2140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * POSICIONA A DISTRIBUICAO NO CLIENTE CORRENTE E AVALIA AS SUAS  *
      * LINHAS - A DISTANCIA DO CLIENTE E A DO VENDEDOR MAIS PROXIMO   *
      * ENTRE AS LINHAS ATENDIDAS                                      *
      *----------------------------------------------------------------*
       2150-CONFRONTA-DISTRIBUICAO     SECTION.

           MOVE "N"                    TO WS-CLI-TEM-DIS
                                          WS-CLI-FIXO
                                          WS-CLI-SEM-VEND
           MOVE ZEROS                  TO WS-CLI-QTD-ATEND
           MOVE WS-CUSTO-SEM-VENDEDOR  TO WS-CLI-MENOR-DIST
                                          WS-CLI-MENOR-CUSTO

           PERFORM 2160-LER-ARQ-DISTRIBUICAO UNTIL
                   WS-FIM-DIS          EQUAL "S" OR
                   COD-CLIENTE-HBSIS007C
                                       NOT LESS COD-CLIENTE-HBSIS002C

           PERFORM 2151-TRATA-LINHA-CLIENTE UNTIL
                   WS-FIM-DIS          EQUAL "S" OR
                   COD-CLIENTE-HBSIS007C
                                       NOT EQUAL COD-CLIENTE-HBSIS002C

           IF WS-CLI-QTD-ATEND         GREATER ZEROS
              ADD 1                    TO WS-REG-QTD-ATENDIDOS
                                                  (WS-IDX-REG)
              ADD WS-CLI-MENOR-DIST    TO WS-REG-SOMA-DIST (WS-IDX-REG)

              IF WS-CLI-MENOR-DIST     GREATER WS-REG-MAX-DIST
                                                  (WS-IDX-REG)
                 MOVE WS-CLI-MENOR-DIST
                                       TO WS-REG-MAX-DIST (WS-IDX-REG)
              END-IF
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA UMA LINHA DA DISTRIBUICAO DO CLIENTE CORRENTE           *
      *----------------------------------------------------------------*
       2151-TRATA-LINHA-CLIENTE        SECTION.

           MOVE "S"                    TO WS-CLI-TEM-DIS

           IF TIPO-ATRIBUICAO-HBSIS007C
                                       EQUAL "F" OR "R"
              MOVE "S"                 TO WS-CLI-FIXO
           END-IF

           IF COD-VENDEDOR-HBSIS007C   GREATER ZEROS
              ADD 1                    TO WS-CLI-QTD-ATEND

              PERFORM 2152-CALCULA-CUSTO-ATUAL

              IF DISTANCIA-HBSIS007C   LESS WS-CLI-MENOR-DIST
                 MOVE DISTANCIA-HBSIS007C
                                       TO WS-CLI-MENOR-DIST
              END-IF

              IF WS-CUSTO-ATUAL        LESS WS-CLI-MENOR-CUSTO
                 MOVE WS-CUSTO-ATUAL   TO WS-CLI-MENOR-CUSTO
              END-IF
           ELSE
              MOVE "S"                 TO WS-CLI-SEM-VEND
           END-IF

           PERFORM 2160-LER-ARQ-DISTRIBUICAO

           .
       2151-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CUSTO ATUAL DA LINHA - A DISTANCIA, PONDERADA PELO PESO DO     *
      * VENDEDOR NO MODO P, COMO NO HBSIS018P                          *
      *----------------------------------------------------------------*
       2152-CALCULA-CUSTO-ATUAL        SECTION.

           MOVE DISTANCIA-HBSIS007C    TO WS-CUSTO-ATUAL

           IF WS-MODO-ATRIBUICAO       EQUAL "P"
              MOVE COD-VENDEDOR-HBSIS007C
                                       TO COD-VENDEDOR-HBSIS004C

              READ ARQ-VENDEDOR  RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 AND PESO-ROTEIRIZACAO-HBSIS004C
                                       GREATER ZEROS
                 COMPUTE WS-CUSTO-ATUAL ROUNDED =
                         DISTANCIA-HBSIS007C
                       * PESO-ROTEIRIZACAO-HBSIS004C
                    ON SIZE ERROR
                       MOVE WS-CUSTO-SEM-VENDEDOR
                                       TO WS-CUSTO-ATUAL
                 END-COMPUTE
              END-IF
           END-IF

           .
       2152-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE DISTRIBUICAO                             *
      *----------------------------------------------------------------*
       2160-LER-ARQ-DISTRIBUICAO       SECTION.

           READ ARQ-DISTRIBUICAO NEXT RECORD

           IF WS-FL-STATUS-DIS         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-DIS
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE SE O CLIENTE ESTA NA FILA DE PENDENTES E ACUMULA NA    *
      * REGIAO - MOTIVO FORA DO LIMITE E ENTRADA NO MES DA ANALISE     *
      *----------------------------------------------------------------*
       2170-VERIFICA-PENDENTE          SECTION.

           MOVE "N"                    TO WS-CLI-PEND

           IF WS-TEM-PENDENTE          EQUAL "S"
              MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS013C

              READ ARQ-PENDENTE  RECORD
                                 KEY IS      COD-CLIENTE-HBSIS013C

              IF WS-FL-STATUS-PEN      EQUAL ZEROS
                 MOVE "S"              TO WS-CLI-PEND
                 ADD 1                 TO WS-QTD-PENDENTES
                 ADD 1                 TO WS-REG-QTD-PENDENTES
                                                  (WS-IDX-REG)

                 IF MOTIVO-HBSIS013C   EQUAL
                    "SEM VENDEDOR DENTRO DO LIMITE"
                    ADD 1              TO WS-REG-QTD-FORA-LIMITE
                                                  (WS-IDX-REG)
                 END-IF

                 IF DATA-PENDENCIA-HBSIS013C (1:6)
                                       EQUAL WS-ANO-MES
                    ADD 1              TO WS-REG-QTD-PEND-MES
                                                  (WS-IDX-REG)
                 END-IF
              END-IF
           END-IF

           .
       2170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEFINE SE O CLIENTE PODE SER ASSUMIDO POR UMA BASE NOVA E COM  *
      * QUAL CUSTO ATUAL - PENDENTE OU LINHA SEM VENDEDOR = SEM CUSTO  *
      *----------------------------------------------------------------*
       2180-CLASSIFICA-ATENDIMENTO     SECTION.

           EVALUATE TRUE
               WHEN SITUACAO-CREDITO-HBSIS002C
                                       EQUAL "B"
                    ADD 1              TO WS-QTD-BLOQUEADOS
               WHEN WS-CLI-PEND        EQUAL "S"
                 OR WS-CLI-SEM-VEND    EQUAL "S"
                    MOVE WS-CUSTO-SEM-VENDEDOR
                                       TO WS-CUSTO-ATUAL
                    PERFORM 2190-GUARDA-CLIENTE
               WHEN WS-CLI-FIXO        EQUAL "S"
                    CONTINUE
               WHEN WS-CLI-QTD-ATEND   GREATER ZEROS
                    MOVE WS-CLI-MENOR-CUSTO
                                       TO WS-CUSTO-ATUAL
                    PERFORM 2190-GUARDA-CLIENTE
               WHEN OTHER
                    ADD 1              TO WS-QTD-SEM-DISTRIBUICAO
           END-EVALUATE

           .
       2180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O CLIENTE COM COORDENADAS PARA A SIMULACAO DAS BASES    *
      *----------------------------------------------------------------*
       2190-GUARDA-CLIENTE             SECTION.

           IF LATITUDE-CLI-HBSIS002C   NOT EQUAL ZEROS
              OR LONGITUDE-CLI-HBSIS002C
                                       NOT EQUAL ZEROS
              IF WS-CLI-QTD            LESS 20000
                 ADD 1                 TO WS-CLI-QTD
                 MOVE COD-FILIAL-HBSIS002C
                                       TO WS-CLI-FILIAL (WS-CLI-QTD)
                 MOVE LATITUDE-CLI-HBSIS002C
                                       TO WS-CLI-LATITUDE (WS-CLI-QTD)
                 MOVE LONGITUDE-CLI-HBSIS002C
                                       TO WS-CLI-LONGITUDE
                                                  (WS-CLI-QTD)
                 MOVE WS-CUSTO-ATUAL   TO WS-CLI-CUSTO (WS-CLI-QTD)
                 MOVE VOLUME-MENSAL-HBSIS002C
                                       TO WS-CLI-VOLUME (WS-CLI-QTD)
                 MOVE WS-CLI-PEND      TO WS-CLI-PENDENTE (WS-CLI-QTD)
              ELSE
                 ADD 1                 TO WS-QTD-FORA-SIMULACAO
              END-IF
           END-IF

           .
       2190-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O INDICE DE CARENCIA (KM) DE CADA REGIAO               *
      *----------------------------------------------------------------*
       2200-CALCULA-CARENCIA           SECTION.

           MOVE 1                      TO WS-REG-I

           PERFORM 2210-CARENCIA-REGIAO UNTIL
                   WS-REG-I            GREATER WS-REG-QTD

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARENCIA DE UMA REGIAO - DISTANCIAS ATENDIDAS MAIS PENDENTES   *
      * NA DISTANCIA DE REFERENCIA                                     *
      *----------------------------------------------------------------*
       2210-CARENCIA-REGIAO            SECTION.

           COMPUTE WS-REG-CARENCIA (WS-REG-I) ROUNDED =
                   (WS-REG-SOMA-DIST (WS-REG-I)
                  + WS-REG-QTD-PENDENTES (WS-REG-I)
                  * WS-DIST-REFERENCIA)
                  / 1000

           ADD 1                       TO WS-REG-I

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENA AS REGIOES PELA CARENCIA DECRESCENTE (EMPATE POR FILIAL *
      * E REGIAO)                                                      *
      *----------------------------------------------------------------*
       2300-ORDENA-REGIOES             SECTION.

           MOVE 1                      TO WS-REG-I

           PERFORM 2310-ORDENA-POSICAO UNTIL
                   WS-REG-I            NOT LESS WS-REG-QTD

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA A REGIAO MAIS CARENTE RESTANTE E A TROCA PARA A       *
      * POSICAO CORRENTE DA ORDENACAO                                  *
      *----------------------------------------------------------------*
       2310-ORDENA-POSICAO             SECTION.

           MOVE WS-REG-I               TO WS-REG-MIN
           COMPUTE WS-REG-J = WS-REG-I + 1

           PERFORM 2320-COMPARA-POSICAO UNTIL
                   WS-REG-J            GREATER WS-REG-QTD

           IF WS-REG-MIN               NOT EQUAL WS-REG-I
              MOVE WS-TAB-REGIAO-OCR (WS-REG-I)
                                       TO WS-REG-TEMP
              MOVE WS-TAB-REGIAO-OCR (WS-REG-MIN)
                                       TO WS-TAB-REGIAO-OCR (WS-REG-I)
              MOVE WS-REG-TEMP         TO WS-TAB-REGIAO-OCR (WS-REG-MIN)
           END-IF

           ADD 1                       TO WS-REG-I

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COMPARA UMA REGIAO COM A MAIS CARENTE ENCONTRADA ATE AQUI      *
      *----------------------------------------------------------------*
       2320-COMPARA-POSICAO            SECTION.

           IF WS-REG-CARENCIA (WS-REG-J)
                                       GREATER
              WS-REG-CARENCIA (WS-REG-MIN)
              OR (WS-REG-CARENCIA (WS-REG-J)
                                       EQUAL
                  WS-REG-CARENCIA (WS-REG-MIN)
              AND WS-REG-CHAVE (WS-REG-J)
                                       LESS
                  WS-REG-CHAVE (WS-REG-MIN))
              MOVE WS-REG-J            TO WS-REG-MIN
           END-IF

           ADD 1                       TO WS-REG-J

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O RELATORIO - REGIOES NA ORDEM DE CARENCIA, BASES        *
      * SUGERIDAS PARA AS PRIMEIRAS E TOTAIS                           *
      *----------------------------------------------------------------*
       2400-EMITE-RELATORIO            SECTION.

           OPEN OUTPUT REL-LACUNA

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-ANO-MES             TO WS-CAB-ANO-MES
           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA

           IF WS-FILIAL-NUM            EQUAL ZEROS
              MOVE "TODAS"             TO WS-CAB-FILIAL
           ELSE
              MOVE WS-FILIAL           TO WS-CAB-FILIAL
           END-IF

           COMPUTE WS-CAB-DIST-REF     = WS-DIST-REFERENCIA / 1000

           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS064C
           WRITE REL-HBSIS064C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS064C
           WRITE REL-HBSIS064C
           MOVE WS-LINHA-CAB-REGIAO    TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           MOVE 1                      TO WS-REG-I

           PERFORM 2410-EMITE-REGIAO UNTIL
                   WS-REG-I            GREATER WS-REG-QTD

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           PERFORM 2500-AVALIA-BASES

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           MOVE WS-QTD-ANALISADOS      TO WS-TOT-ANALISADOS
           MOVE WS-REG-QTD             TO WS-TOT-REGIOES
           MOVE WS-QTD-PENDENTES       TO WS-TOT-PENDENTES
           MOVE WS-QTD-BLOQUEADOS      TO WS-TOT-BLOQUEADOS
           MOVE WS-QTD-SEM-DISTRIBUICAO
                                       TO WS-TOT-SEM-DISTRIBUICAO
           MOVE WS-QTD-FORA-TABELA     TO WS-TOT-FORA-TABELA
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           CLOSE REL-LACUNA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UMA REGIAO                                    *
      *----------------------------------------------------------------*
       2410-EMITE-REGIAO               SECTION.

           MOVE WS-REG-I               TO WS-DRG-ORDEM
           MOVE WS-REG-FILIAL (WS-REG-I)
                                       TO WS-DRG-FILIAL
           MOVE WS-REG-CEP (WS-REG-I)  TO WS-DRG-CEP
           MOVE WS-REG-QTD-CLIENTES (WS-REG-I)
                                       TO WS-DRG-CLIENTES
           MOVE WS-REG-VOLUME (WS-REG-I)
                                       TO WS-DRG-VOLUME
           MOVE WS-REG-QTD-A (WS-REG-I)
                                       TO WS-DRG-QTD-A
           MOVE WS-REG-QTD-B (WS-REG-I)
                                       TO WS-DRG-QTD-B
           MOVE WS-REG-QTD-C (WS-REG-I)
                                       TO WS-DRG-QTD-C
           MOVE WS-REG-QTD-ATENDIDOS (WS-REG-I)
                                       TO WS-DRG-ATENDIDOS

           IF WS-REG-QTD-ATENDIDOS (WS-REG-I)
                                       GREATER ZEROS
              COMPUTE WS-DRG-DIST-MEDIA ROUNDED =
                      WS-REG-SOMA-DIST (WS-REG-I)
                    / WS-REG-QTD-ATENDIDOS (WS-REG-I)
                    / 1000
           ELSE
              MOVE ZEROS               TO WS-DRG-DIST-MEDIA
           END-IF

           COMPUTE WS-DRG-DIST-MAXIMA ROUNDED =
                   WS-REG-MAX-DIST (WS-REG-I) / 1000

           MOVE WS-REG-QTD-PENDENTES (WS-REG-I)
                                       TO WS-DRG-PENDENTES
           MOVE WS-REG-QTD-FORA-LIMITE (WS-REG-I)
                                       TO WS-DRG-FORA-LIMITE
           MOVE WS-REG-QTD-PEND-MES (WS-REG-I)
                                       TO WS-DRG-PEND-MES
           MOVE WS-REG-CARENCIA (WS-REG-I)
                                       TO WS-DRG-CARENCIA

           MOVE WS-LINHA-DET-REGIAO    TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           ADD 1                       TO WS-REG-I

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SUGERE A BASE DE UM NOVO VENDEDOR PARA AS REGIOES MAIS         *
      * CARENTES COM ALGUMA CARENCIA                                   *
      *----------------------------------------------------------------*
       2500-AVALIA-BASES               SECTION.

           MOVE WS-LINHA-TITULO-BASES  TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           MOVE 1                      TO WS-REG-I

           PERFORM 2510-AVALIA-BASE UNTIL
                   WS-REG-I            GREATER WS-REG-QTD OR
                   WS-REG-I            GREATER WS-QTD-BASES-NUM OR
                   WS-REG-CARENCIA (WS-REG-I)
                                       EQUAL ZEROS

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * BASE DE UMA REGIAO - CENTRO PONDERADO PELO VOLUME (OU CENTRO   *
      * SIMPLES QUANDO A REGIAO NAO TEM VOLUME), SIMULACAO DOS         *
      * CLIENTES ASSUMIDOS E VENDEDOR ATUAL MAIS PROXIMO PELO          *
      * HBSIS018P                                                      *
      *----------------------------------------------------------------*
       2510-AVALIA-BASE                SECTION.

           MOVE WS-REG-I               TO WS-BASE-POSICAO

           IF WS-REG-QTD-COORD (WS-REG-I)
                                       EQUAL ZEROS
              MOVE WS-BASE-POSICAO     TO WS-LBS-ORDEM
              MOVE WS-REG-FILIAL (WS-REG-I)
                                       TO WS-LBS-FILIAL
              MOVE WS-REG-CEP (WS-REG-I)
                                       TO WS-LBS-CEP
              MOVE WS-LINHA-BASE-SEM-COORD
                                       TO REL-HBSIS064C
              WRITE REL-HBSIS064C
           ELSE
              IF WS-REG-SOMA-VOL-COORD (WS-REG-I)
                                       GREATER ZEROS
                 COMPUTE WS-BASE-LATITUDE ROUNDED =
                         WS-REG-SOMA-LAT-VOL (WS-REG-I)
                       / WS-REG-SOMA-VOL-COORD (WS-REG-I)
                 COMPUTE WS-BASE-LONGITUDE ROUNDED =
                         WS-REG-SOMA-LON-VOL (WS-REG-I)
                       / WS-REG-SOMA-VOL-COORD (WS-REG-I)
              ELSE
                 COMPUTE WS-BASE-LATITUDE ROUNDED =
                         WS-REG-SOMA-LAT (WS-REG-I)
                       / WS-REG-QTD-COORD (WS-REG-I)
                 COMPUTE WS-BASE-LONGITUDE ROUNDED =
                         WS-REG-SOMA-LON (WS-REG-I)
                       / WS-REG-QTD-COORD (WS-REG-I)
              END-IF

              MOVE WS-BASE-POSICAO     TO WS-LB1-ORDEM
              MOVE WS-REG-FILIAL (WS-REG-I)
                                       TO WS-LB1-FILIAL
              MOVE WS-REG-CEP (WS-REG-I)
                                       TO WS-LB1-CEP
              MOVE WS-BASE-LATITUDE    TO WS-LB1-LATITUDE
              MOVE WS-BASE-LONGITUDE   TO WS-LB1-LONGITUDE
              MOVE WS-LINHA-BASE-01    TO REL-HBSIS064C
              WRITE REL-HBSIS064C

              PERFORM 2520-SIMULA-ASSUNCAO
              PERFORM 2540-CONSULTA-HBSIS018P
           END-IF

           ADD 1                       TO WS-REG-I

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA OS CLIENTES DA FILIAL QUE A BASE ASSUMIRIA - DISTANCIA   *
      * ATE A BASE DENTRO DO LIMITE E MENOR QUE O CUSTO ATUAL - E      *
      * LIMITA O TOTAL PELO LIMITE DE CARTEIRA                         *
      *----------------------------------------------------------------*
       2520-SIMULA-ASSUNCAO            SECTION.

           MOVE ZEROS                  TO WS-BASE-QTD-CANDIDATOS
                                          WS-BASE-QTD-PENDENTES
                                          WS-BASE-VOLUME
           MOVE 1                      TO WS-CLI-I

           PERFORM 2521-AVALIA-CLIENTE UNTIL
                   WS-CLI-I            GREATER WS-CLI-QTD

           MOVE WS-BASE-QTD-CANDIDATOS TO WS-BASE-QTD-ASSUMIDOS

           IF WS-MAX-CLIENTES          GREATER ZEROS
              AND WS-BASE-QTD-ASSUMIDOS
                                       GREATER WS-MAX-CLIENTES
              MOVE WS-MAX-CLIENTES     TO WS-BASE-QTD-ASSUMIDOS
           END-IF

           MOVE WS-BASE-QTD-CANDIDATOS TO WS-LB2-CANDIDATOS
           MOVE WS-BASE-QTD-PENDENTES  TO WS-LB2-PENDENTES
           MOVE WS-BASE-VOLUME         TO WS-LB2-VOLUME
           MOVE WS-BASE-QTD-ASSUMIDOS  TO WS-LB2-ASSUMIDOS
           MOVE WS-LINHA-BASE-02       TO REL-HBSIS064C
           WRITE REL-HBSIS064C

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA SE A BASE ASSUMIRIA UM CLIENTE DA TABELA                *
      *----------------------------------------------------------------*
       2521-AVALIA-CLIENTE             SECTION.

           IF WS-CLI-FILIAL (WS-CLI-I) EQUAL WS-REG-FILIAL (WS-REG-I)
              PERFORM 2530-CALCULA-DISTANCIA

              IF (WS-MAX-DISTANCIA-NUM EQUAL ZEROS
               OR WS-CALC-DISTANCIA    NOT GREATER
                  WS-MAX-DISTANCIA-NUM)
                 AND WS-CALC-DISTANCIA LESS WS-CLI-CUSTO (WS-CLI-I)
                 ADD 1                 TO WS-BASE-QTD-CANDIDATOS
                 ADD WS-CLI-VOLUME (WS-CLI-I)
                                       TO WS-BASE-VOLUME

                 IF WS-CLI-PENDENTE (WS-CLI-I)
                                       EQUAL "S"
                    ADD 1              TO WS-BASE-QTD-PENDENTES
                 END-IF
              END-IF
           END-IF

           ADD 1                       TO WS-CLI-I

           .
       2521-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA A DISTANCIA (HAVERSINE) ENTRE A BASE E O CLIENTE, COM  *
      * O MESMO CRITERIO DO HBSIS007P E DO HBSIS018P                   *
      *----------------------------------------------------------------*
       2530-CALCULA-DISTANCIA          SECTION.

           COMPUTE WS-LAT-CLI = WS-CLI-LATITUDE (WS-CLI-I)
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LAT-VEN = WS-BASE-LATITUDE
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-CLI = WS-CLI-LONGITUDE (WS-CLI-I)
                              * FUNCTION PI
                              / 180

           COMPUTE WS-LON-VEN = WS-BASE-LONGITUDE
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
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * AVALIA A BASE PELO HBSIS018P COM OS LIMITES DA DISTRIBUICAO -  *
      * O MELHOR CANDIDATO E O VENDEDOR ATUAL QUE HOJE ATENDERIA A     *
      * POSICAO DA BASE                                                *
      *----------------------------------------------------------------*
       2540-CONSULTA-HBSIS018P         SECTION.

           INITIALIZE HBSIS018L
           MOVE WS-BASE-LATITUDE       TO LATITUDE-HBSIS018L
           MOVE WS-BASE-LONGITUDE      TO LONGITUDE-HBSIS018L
           MOVE WS-MAX-CLIENTES        TO MAX-CLIENTES-HBSIS018L
           MOVE WS-MAX-DISTANCIA-NUM   TO MAX-DISTANCIA-HBSIS018L
           MOVE WS-MODO-ATRIBUICAO     TO MODO-ATRIBUICAO-HBSIS018L

           CALL WS-HBSIS018            USING HBSIS018L

           IF COD-RETORNO-HBSIS018L    EQUAL ZEROS
              AND COD-VEND-SUGERIDO-HBSIS018L
                                       GREATER ZEROS
              MOVE COD-VEND-SUGERIDO-HBSIS018L
                                       TO WS-LB3-COD-VENDEDOR
                                          COD-VENDEDOR-HBSIS004C
              MOVE SPACES              TO WS-LB3-NOME

              OPEN INPUT ARQ-VENDEDOR

              IF WS-FL-STATUS-VEN      EQUAL ZEROS
                 READ ARQ-VENDEDOR  RECORD
                                    KEY IS   COD-VENDEDOR-HBSIS004C

                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE NOME-VEND-HBSIS004C
                                       TO WS-LB3-NOME
                 END-IF

                 CLOSE ARQ-VENDEDOR
              END-IF

              COMPUTE WS-LB3-DISTANCIA ROUNDED =
                      DIST-SUGERIDA-HBSIS018L / 1000
              MOVE WS-LINHA-BASE-03    TO REL-HBSIS064C
           ELSE
              MOVE WS-LINHA-BASE-SEM-VEND
                                       TO REL-HBSIS064C
           END-IF

           WRITE REL-HBSIS064C

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS064P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS064P.
      *----------------------------------------------------------------*
