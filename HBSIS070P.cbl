       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS070P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS070P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RECUPERACAO DO ARQUIVO MESTRE DE CLIENTE OU DE   *
      *                VENDEDOR (JOB HBSIS70D) - RECARREGA O BACKUP     *
      *                DATADO DO HBSIS016P CONFERINDO OS TOTAIS DO      *
      *                TRAILER E REAPLICA, EM ORDEM, AS IMAGENS NOVAS   *
      *                DA TRILHA DE AUDITORIA GRAVADAS DESDE A DESCARGA *
      *                ATE O PONTO INFORMADO, PERCORRENDO AS GERACOES   *
      *                MENSAIS DO CATALOGO E O ArqAuditoria CORRENTE -  *
      *                CADA REGISTRO DO PERIODO SAI NO RelRecuperacao   *
      *                COMO APLICADO, IGNORADO (IMAGEM JA REFLETIDA NO  *
      *                MESTRE) OU EM CONFLITO (IMAGEM ANTERIOR OU CHAVE *
      *                DIFERENTE DO MESTRE), COM OS TOTAIS DE CONTROLE; *
      *                DEVOLVE RETURN-CODE 4 QUANDO HA CONFLITO         *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN), UM POR LINHA - TIPO   *
      *                (C=CLIENTE, V=VENDEDOR), DATA DO BACKUP          *
      *                AAAAMMDD (BRANCO = HOJE), PONTO DE PARADA        *
      *                AAAAMMDDHHMMSS (SEM SEGUNDOS = ATE O FIM DO      *
      *                MINUTO; SEM HORA = ATE O FIM DO DIA; BRANCO =    *
      *                TODA A TRILHA), TRATAMENTO DO CONFLITO           *
      *                (A=APLICA A IMAGEM NOVA, I=IGNORA; BRANCO = A)   *
      *                E CODIGO DO OPERADOR PARA A AUDITORIA (BRANCO =  *
      *                HBSIS70D)                                        *
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

           SELECT ARQ-BACKUP         ASSIGN TO WS-LABEL-BKP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BKP.

           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT ARQ-AUD-GERACAO    ASSIGN TO WS-LABEL-GER
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-GER.

           SELECT REL-RECUPERACAO    ASSIGN TO DISK
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

       FD  ARQ-BACKUP
           LABEL RECORD IS STANDARD.
       01  REG-BACKUP.
           05  BKP-TIPO                PIC  X(001).
           05  BKP-DADOS               PIC  X(200).
           05  BKP-TRAILER REDEFINES BKP-DADOS.
               10  BKP-QTD-REGISTROS   PIC  9(007).
               10  BKP-SOMA-CHAVES     PIC  9(015).
               10  BKP-SOMA-DOCUMENTOS PIC  9(018).
               10  BKP-DATA-HORA       PIC  X(014).
               10  FILLER              PIC  X(146).

       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       01  REG-AUD-CORRENTE            PIC  X(511).

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatAuditoria'.
       COPY "HBSIS032C.CPY".

       FD  ARQ-AUD-GERACAO
           LABEL RECORD IS STANDARD.
       01  REG-AUD-GERACAO             PIC  X(511).

       FD  REL-RECUPERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelRecuperacao'.
       01  REL-HBSIS070C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-GER            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MES            PIC  X(002)         VALUE "00".
       77  WS-LABEL-BKP                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-GER                PIC  X(030)         VALUE SPACES.

       01  WS-TIPO-ARQUIVO             PIC  X(001)         VALUE SPACES.
       01  WS-DATA-BACKUP              PIC  X(008)         VALUE SPACES.
       01  WS-DATA-HORA-ALVO           PIC  X(014)         VALUE SPACES.
       01  WS-TRATA-CONFLITO           PIC  X(001)         VALUE SPACES.
       01  WS-COD-OPERADOR             PIC  X(008)         VALUE SPACES.
      *
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-AGORA               PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
      *
      * TOTAIS DA RECARGA CONFERIDOS COM O TRAILER DO BACKUP
       01  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.
       01  WS-SOMA-CHAVES              PIC  9(015)         VALUE ZEROS.
       01  WS-SOMA-DOCUMENTOS          PIC  9(018)         VALUE ZEROS.
       01  WS-TEM-TRAILER              PIC  X(001)         VALUE "N".
       01  WS-TRL-QTD-REGISTROS        PIC  9(007)         VALUE ZEROS.
       01  WS-TRL-SOMA-CHAVES          PIC  9(015)         VALUE ZEROS.
       01  WS-TRL-SOMA-DOCUMENTOS      PIC  9(018)         VALUE ZEROS.
       01  WS-TRL-DATA-HORA            PIC  X(014)         VALUE SPACES.
      *
      * INICIO DA JANELA DE REAPLICACAO - A HORA DA DESCARGA GRAVADA NO
      * TRAILER OU, NOS BACKUPS QUE NAO A TEM, O INICIO DO DIA
       01  WS-DATA-HORA-BACKUP         PIC  X(014)         VALUE SPACES.
       01  WS-BACKUP-SEM-HORA          PIC  X(001)         VALUE "N".
      *
      * OPERACAO DO REGISTRO DA TRILHA SOBRE O MESTRE: I = INCLUSAO,
      * A = ALTERACAO COM IMAGEM ANTERIOR, F = FUSAO (DUPLICADO PASSA
      * A INATIVO), BRANCO = NAO ALTERA O MESTRE RECUPERADO
       01  WS-OPERACAO                 PIC  X(001)         VALUE SPACES.
       01  WS-IMAGEM-ANTIGA            PIC  X(200)         VALUE SPACES.
       01  WS-IMAGEM-NOVA              PIC  X(200)         VALUE SPACES.
       01  WS-IMAGEM-ATUAL             PIC  X(200)         VALUE SPACES.
       01  WS-CHAVE-MESTRE             PIC  9(007)         VALUE ZEROS.
       01  WS-ACHOU-MESTRE             PIC  X(001)         VALUE "N".
       01  WS-IMAGEM-ANONIMA           PIC  X(001)         VALUE "N".
       01  WS-GRAVA-IMAGEM             PIC  X(001)         VALUE "N".
       01  WS-RESULTADO                PIC  X(012)         VALUE SPACES.
       01  WS-MOTIVO                   PIC  X(045)         VALUE SPACES.
       01  WS-ULTIMA-DATA-HORA         PIC  X(014)         VALUE SPACES.
      *
       01  WS-QTD-LIDOS                PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-ANTERIORES           PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-POSTERIORES          PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-OUTROS               PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-APLICADOS            PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-IGNORADOS            PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-CONFL-APLICADOS      PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-CONFL-IGNORADOS      PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-GERACOES             PIC  9(003)         VALUE ZEROS.
       01  WS-QTD-CONFLITOS            PIC  9(009)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
      * REGISTRO DA TRILHA DE AUDITORIA - LIDO DA GERACAO OU DO        *
      * CORRENTE E MONTADO PARA O HBSIS061P NO REGISTRO DA RECUPERACAO *
      *----------------------------------------------------------------*
       COPY "HBSISAUD.CPY".
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO DA RECUPERACAO                             *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(030)         VALUE
               "RECUPERACAO DO CADASTRO DE ".
           05  WS-CAB-CADASTRO         PIC  X(010).
           05  FILLER                  PIC  X(032)         VALUE
               " PELA TRILHA DE AUDITORIA".
           05  FILLER                  PIC  X(012)         VALUE
               "EMITIDO EM: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-HORA             PIC  X(006).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-PARAMETROS.
           05  FILLER                  PIC  X(008)         VALUE
               "BACKUP: ".
           05  WS-PAR-BACKUP           PIC  X(030).
           05  FILLER                  PIC  X(014)         VALUE
               "DESCARGA EM: ".
           05  WS-PAR-DESCARGA         PIC  X(014).
           05  FILLER                  PIC  X(016)         VALUE
               "  REAPLICA ATE: ".
           05  WS-PAR-ALVO             PIC  X(014).
           05  FILLER                  PIC  X(014)         VALUE
               "  CONFLITOS: ".
           05  WS-PAR-CONFLITO         PIC  X(016).

       01  WS-LINHA-SEM-HORA           PIC  X(132)         VALUE
           "BACKUP SEM HORA DE DESCARGA NO TRAILER - A TRILHA E REAPLICA
      -    "DA DESDE O INICIO DO DIA DO BACKUP".

       01  WS-LINHA-CAB-DETALHE.
           05  FILLER                  PIC  X(016)         VALUE
               "DATA/HORA".
           05  FILLER                  PIC  X(021)         VALUE
               "PROGRAMA  FUNCAO".
           05  FILLER                  PIC  X(009)         VALUE
               " CHAVE".
           05  FILLER                  PIC  X(014)         VALUE
               "RESULTADO".
           05  FILLER                  PIC  X(045)         VALUE
               "MOTIVO".

       01  WS-LINHA-DETALHE.
           05  WS-DET-DATA-HORA        PIC  X(014).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-PROGRAMA         PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-FUNCAO           PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-CHAVE            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-RESULTADO        PIC  X(012).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-MOTIVO           PIC  X(045).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-DESCRICAO        PIC  X(045).
           05  WS-TOT-QUANTIDADE       PIC  ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-TOT-COMPLEMENTO      PIC  X(030).
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
      * ROTINA DE INICIALIZACAO - LE E CONFERE OS PARAMETROS           *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-TIPO-ARQUIVO      FROM CONSOLE
           ACCEPT WS-DATA-BACKUP       FROM CONSOLE
           ACCEPT WS-DATA-HORA-ALVO    FROM CONSOLE
           ACCEPT WS-TRATA-CONFLITO    FROM CONSOLE
           ACCEPT WS-COD-OPERADOR      FROM CONSOLE

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA        FROM TIME

           IF WS-TIPO-ARQUIVO          EQUAL "C" OR "V"
              CONTINUE
           ELSE
              DISPLAY "TIPO INVALIDO (C=CLIENTE, V=VENDEDOR)"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-BACKUP           EQUAL SPACES OR ZEROS
              MOVE WS-DATA-HOJE        TO WS-DATA-BACKUP
           END-IF

           IF WS-DATA-BACKUP           IS NOT NUMERIC
              DISPLAY "DATA DO BACKUP INVALIDA: " WS-DATA-BACKUP
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-HORA-ALVO        EQUAL SPACES
              MOVE ALL "9"             TO WS-DATA-HORA-ALVO
           END-IF

           IF WS-DATA-HORA-ALVO (9:6)  EQUAL SPACES
              MOVE "235959"            TO WS-DATA-HORA-ALVO (9:6)
           END-IF

           IF WS-DATA-HORA-ALVO (13:2) EQUAL SPACES
              MOVE "59"                TO WS-DATA-HORA-ALVO (13:2)
           END-IF

           IF WS-DATA-HORA-ALVO        IS NOT NUMERIC
              OR WS-DATA-HORA-ALVO (1:8)
                                       LESS WS-DATA-BACKUP
              DISPLAY "PONTO DE PARADA INVALIDO: " WS-DATA-HORA-ALVO
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-TRATA-CONFLITO        EQUAL SPACES
              MOVE "A"                 TO WS-TRATA-CONFLITO
           END-IF

           IF WS-TRATA-CONFLITO        EQUAL "A" OR "I"
              CONTINUE
           ELSE
              DISPLAY "TRATAMENTO DO CONFLITO INVALIDO (A=APLICA, "
                      "I=IGNORA)"      UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-COD-OPERADOR          EQUAL SPACES
              MOVE "HBSIS70D"          TO WS-COD-OPERADOR
           END-IF

           MOVE SPACES                 TO WS-LABEL-BKP

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              STRING "BkpCliente."     DELIMITED BY SIZE
                     WS-DATA-BACKUP    DELIMITED BY SIZE
                                  INTO WS-LABEL-BKP
           ELSE
              STRING "BkpVendedor."    DELIMITED BY SIZE
                     WS-DATA-BACKUP    DELIMITED BY SIZE
                                  INTO WS-LABEL-BKP
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - RECARGA DO BACKUP, REAPLICACAO DAS   *
      * GERACOES FECHADAS E DO CORRENTE, TOTAIS E AUDITORIA            *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2100-RECARGA-BACKUP

           PERFORM 2200-OPEN-MESTRE

           PERFORM 2250-OPEN-REL-RECUPERACAO

           PERFORM 2300-PROCESSA-GERACOES

           PERFORM 2400-PROCESSA-CORRENTE

           PERFORM 2800-GRAVA-TOTAIS

           PERFORM 2850-CLOSE-MESTRE

           CLOSE REL-RECUPERACAO

           PERFORM 2900-GRAVA-AUDITORIA

           DISPLAY "RECUPERACAO CONCLUIDA - APLICADOS: "
                   WS-QTD-APLICADOS
                   " IGNORADOS: "   WS-QTD-IGNORADOS
                   " CONFLITOS: "   WS-QTD-CONFLITOS
                                       UPON CONSOLE

           IF WS-QTD-CONFLITOS         GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECARGA DO MESTRE A PARTIR DO BACKUP - MESMA RECONSTRUCAO E    *
      * MESMA CONFERENCIA DO TRAILER DA RECARGA DO HBSIS016P; SEM OS   *
      * TOTAIS CONFERIDOS A TRILHA NAO E REAPLICADA                    *
      *----------------------------------------------------------------*
       2100-RECARGA-BACKUP             SECTION.

           OPEN INPUT ARQ-BACKUP

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO BACKUP " WS-LABEL-BKP
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              OPEN OUTPUT ARQ-CLIENTE
              MOVE WS-FL-STATUS-CLI    TO WS-FL-STATUS-MES
           ELSE
              OPEN OUTPUT ARQ-VENDEDOR
              MOVE WS-FL-STATUS-VEN    TO WS-FL-STATUS-MES
           END-IF

           IF WS-FL-STATUS-MES         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA CRIACAO DO ARQUIVO MESTRE"
                                       UPON CONSOLE
              CLOSE ARQ-BACKUP
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-TEM-TRAILER
           MOVE ZEROS                  TO WS-QTD-REGISTROS
                                          WS-SOMA-CHAVES
                                          WS-SOMA-DOCUMENTOS

           READ ARQ-BACKUP NEXT RECORD

           PERFORM 2110-RECARGA-REGISTRO UNTIL
                   WS-FL-STATUS-BKP    NOT EQUAL "00" OR
                   WS-TEM-TRAILER      EQUAL "S"

           PERFORM 2850-CLOSE-MESTRE
           CLOSE ARQ-BACKUP

           PERFORM 2120-CONFERE-TRAILER

           IF WS-TRL-DATA-HORA         IS NUMERIC
              MOVE WS-TRL-DATA-HORA    TO WS-DATA-HORA-BACKUP
           ELSE
              MOVE "S"                 TO WS-BACKUP-SEM-HORA
              MOVE WS-DATA-BACKUP      TO WS-DATA-HORA-BACKUP
              MOVE "000000"            TO WS-DATA-HORA-BACKUP (9:6)
           END-IF

           DISPLAY "RECARGA DO BACKUP CONCLUIDA - REGISTROS: "
                   WS-QTD-REGISTROS    UPON CONSOLE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECARREGA UM REGISTRO DO BACKUP NO MESTRE OU GUARDA O TRAILER  *
      *----------------------------------------------------------------*
       2110-RECARGA-REGISTRO           SECTION.

           IF BKP-TIPO                 EQUAL "T"
              MOVE "S"                 TO WS-TEM-TRAILER
              MOVE BKP-QTD-REGISTROS   TO WS-TRL-QTD-REGISTROS
              MOVE BKP-SOMA-CHAVES     TO WS-TRL-SOMA-CHAVES
              MOVE BKP-SOMA-DOCUMENTOS TO WS-TRL-SOMA-DOCUMENTOS
              MOVE BKP-DATA-HORA       TO WS-TRL-DATA-HORA
           ELSE
              IF WS-TIPO-ARQUIVO       EQUAL "C"
                 MOVE BKP-DADOS        TO ARQ-HBSIS002C
                 WRITE ARQ-HBSIS002C
                 MOVE WS-FL-STATUS-CLI TO WS-FL-STATUS-MES
                 ADD COD-CLIENTE-HBSIS002C
                                       TO WS-SOMA-CHAVES
                 ADD CNPJ-HBSIS002C    TO WS-SOMA-DOCUMENTOS
              ELSE
                 MOVE BKP-DADOS (1:99) TO ARQ-HBSIS004C
                 WRITE ARQ-HBSIS004C
                 MOVE WS-FL-STATUS-VEN TO WS-FL-STATUS-MES
                 ADD COD-VENDEDOR-HBSIS004C
                                       TO WS-SOMA-CHAVES
                 ADD CPF-HBSIS004C     TO WS-SOMA-DOCUMENTOS
              END-IF

              IF WS-FL-STATUS-MES      EQUAL ZEROS
                 CONTINUE
              ELSE
                 DISPLAY "ERRO AO RECARREGAR O MESTRE - STATUS "
                         WS-FL-STATUS-MES
                                       UPON CONSOLE
                 PERFORM 2850-CLOSE-MESTRE
                 CLOSE ARQ-BACKUP
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-QTD-REGISTROS

              READ ARQ-BACKUP NEXT RECORD
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE OS TOTAIS RECALCULADOS NA RECARGA COM O TRAILER        *
      *----------------------------------------------------------------*
       2120-CONFERE-TRAILER            SECTION.

           IF WS-TEM-TRAILER           NOT EQUAL "S"
              DISPLAY "BACKUP SEM TRAILER DE CONTROLE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-TRL-QTD-REGISTROS     EQUAL WS-QTD-REGISTROS
              AND WS-TRL-SOMA-CHAVES   EQUAL WS-SOMA-CHAVES
              AND WS-TRL-SOMA-DOCUMENTOS
                                       EQUAL WS-SOMA-DOCUMENTOS
              CONTINUE
           ELSE
              DISPLAY "TOTAIS DO BACKUP NAO CONFEREM"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO MESTRE RECARREGADO PARA A REAPLICACAO DA TRILHA    *
      *----------------------------------------------------------------*
       2200-OPEN-MESTRE                SECTION.

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              OPEN I-O ARQ-CLIENTE
              MOVE WS-FL-STATUS-CLI    TO WS-FL-STATUS-MES
           ELSE
              OPEN I-O ARQ-VENDEDOR
              MOVE WS-FL-STATUS-VEN    TO WS-FL-STATUS-MES
           END-IF

           IF WS-FL-STATUS-MES         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MESTRE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO RELATORIO DA RECUPERACAO E GRAVACAO DO CABECALHO   *
      *----------------------------------------------------------------*
       2250-OPEN-REL-RECUPERACAO       SECTION.

           OPEN OUTPUT REL-RECUPERACAO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DA RECUPERACAO"
                                       UPON CONSOLE
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              MOVE "CLIENTES"          TO WS-CAB-CADASTRO
           ELSE
              MOVE "VENDEDORES"        TO WS-CAB-CADASTRO
           END-IF

           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           MOVE WS-HORA-AGORA (1:6)    TO WS-CAB-HORA

           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS070C
           WRITE REL-HBSIS070C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           MOVE WS-LABEL-BKP           TO WS-PAR-BACKUP
           MOVE WS-DATA-HORA-BACKUP    TO WS-PAR-DESCARGA

           IF WS-DATA-HORA-ALVO        EQUAL ALL "9"
              MOVE "FIM DA TRILHA"     TO WS-PAR-ALVO
           ELSE
              MOVE WS-DATA-HORA-ALVO   TO WS-PAR-ALVO
           END-IF

           IF WS-TRATA-CONFLITO        EQUAL "A"
              MOVE "APLICA A NOVA"     TO WS-PAR-CONFLITO
           ELSE
              MOVE "IGNORA"            TO WS-PAR-CONFLITO
           END-IF

           MOVE WS-LINHA-PARAMETROS    TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           IF WS-BACKUP-SEM-HORA       EQUAL "S"
              MOVE WS-LINHA-SEM-HORA   TO REL-HBSIS070C
              WRITE REL-HBSIS070C
           END-IF

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS070C
           WRITE REL-HBSIS070C
           MOVE WS-LINHA-CAB-DETALHE   TO REL-HBSIS070C
           WRITE REL-HBSIS070C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           .
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O CATALOGO DE GERACOES FECHADAS PELO HBSIS032P E      *
      * REAPLICA AS QUE ALCANCAM A JANELA ENTRE A DESCARGA DO BACKUP E *
      * O PONTO DE PARADA - A AUSENCIA DO CATALOGO SIGNIFICA QUE AINDA *
      * NAO HOUVE CORTE MENSAL                                         *
      *----------------------------------------------------------------*
       2300-PROCESSA-GERACOES          SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              PERFORM 2310-LER-CATALOGO

              PERFORM 2320-TRATA-GERACAO UNTIL
                      WS-FL-STATUS-CAT NOT EQUAL "00"

              CLOSE ARQ-CATALOGO
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO CATALOGO DE GERACOES DA AUDITORIA                   *
      *----------------------------------------------------------------*
       2310-LER-CATALOGO               SECTION.

           READ ARQ-CATALOGO NEXT RECORD

           IF WS-FL-STATUS-CAT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DO CATALOGO DE AUDITORIA"
                                       UPON CONSOLE
              CLOSE ARQ-CATALOGO
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * UMA GERACAO FICA FORA QUANDO TERMINA ANTES DO DIA DA DESCARGA  *
      * OU COMECA DEPOIS DO DIA DO PONTO DE PARADA                     *
      *----------------------------------------------------------------*
       2320-TRATA-GERACAO              SECTION.

           IF DATA-FIM-HBSIS032C       LESS WS-DATA-HORA-BACKUP (1:8)
              OR DATA-INICIO-HBSIS032C GREATER WS-DATA-HORA-ALVO (1:8)
              CONTINUE
           ELSE
              PERFORM 2330-PROCESSA-ARQ-GERACAO
           END-IF

           PERFORM 2310-LER-CATALOGO

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE A GERACAO DATADA E REAPLICA OS REGISTROS DELA             *
      *----------------------------------------------------------------*
       2330-PROCESSA-ARQ-GERACAO       SECTION.

           MOVE SPACES                 TO WS-LABEL-GER
           STRING "ArqAuditoria."      DELIMITED BY SIZE
                  ANO-MES-HBSIS032C    DELIMITED BY SIZE
                                  INTO WS-LABEL-GER

           OPEN INPUT ARQ-AUD-GERACAO

           IF WS-FL-STATUS-GER         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DA GERACAO DE AUDITORIA "
                      WS-LABEL-GER     UPON CONSOLE
              CLOSE ARQ-CATALOGO
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-GERACOES

           PERFORM 2340-LER-ARQ-GERACAO

           PERFORM 2350-TRATA-AUD-GERACAO UNTIL
                   WS-FL-STATUS-GER    NOT EQUAL "00"

           CLOSE ARQ-AUD-GERACAO

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DE UMA GERACAO DATADA DA AUDITORIA                     *
      *----------------------------------------------------------------*
       2340-LER-ARQ-GERACAO            SECTION.

           READ ARQ-AUD-GERACAO NEXT RECORD

           IF WS-FL-STATUS-GER         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DA GERACAO DE AUDITORIA "
                      WS-LABEL-GER     UPON CONSOLE
              CLOSE ARQ-AUD-GERACAO
              CLOSE ARQ-CATALOGO
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2340-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEVA O REGISTRO DA GERACAO PARA A AREA DA TRILHA E O TRATA     *
      *----------------------------------------------------------------*
       2350-TRATA-AUD-GERACAO          SECTION.

           MOVE REG-AUD-GERACAO        TO REG-AUDITORIA

           PERFORM 2500-TRATA-AUDITORIA

           PERFORM 2340-LER-ARQ-GERACAO

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REAPLICA O ArqAuditoria CORRENTE, POSTERIOR AO ULTIMO CORTE    *
      *----------------------------------------------------------------*
       2400-PROCESSA-CORRENTE          SECTION.

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                                       UPON CONSOLE
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2410-LER-ARQ-AUDITORIA

           PERFORM 2420-TRATA-AUD-CORRENTE UNTIL
                   WS-FL-STATUS-AUD    NOT EQUAL "00"

           CLOSE ARQ-AUDITORIA

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE AUDITORIA CORRENTE                        *
      *----------------------------------------------------------------*
       2410-LER-ARQ-AUDITORIA          SECTION.

           READ ARQ-AUDITORIA NEXT RECORD

           IF WS-FL-STATUS-AUD         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DO ARQUIVO DE AUDITORIA"
                                       UPON CONSOLE
              CLOSE ARQ-AUDITORIA
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEVA O REGISTRO DO CORRENTE PARA A AREA DA TRILHA E O TRATA    *
      *----------------------------------------------------------------*
       2420-TRATA-AUD-CORRENTE         SECTION.

           MOVE REG-AUD-CORRENTE       TO REG-AUDITORIA

           PERFORM 2500-TRATA-AUDITORIA

           PERFORM 2410-LER-ARQ-AUDITORIA

           .
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SEPARA O REGISTRO DA TRILHA PELA JANELA DE REAPLICACAO E PELO  *
      * CADASTRO QUE ELE ALTERA - SO OS REGISTROS DA JANELA QUE TRAZEM *
      * IMAGEM DO MESTRE RECUPERADO SAO REAPLICADOS E RELATADOS        *
      *----------------------------------------------------------------*
       2500-TRATA-AUDITORIA            SECTION.

           ADD 1                       TO WS-QTD-LIDOS

           PERFORM 2510-CLASSIFICA-REGISTRO

           EVALUATE TRUE
               WHEN AUD-DATA-HORA      LESS WS-DATA-HORA-BACKUP
                    ADD 1              TO WS-QTD-ANTERIORES
               WHEN AUD-DATA-HORA      GREATER WS-DATA-HORA-ALVO
                    ADD 1              TO WS-QTD-POSTERIORES
               WHEN WS-OPERACAO        EQUAL SPACES
                    ADD 1              TO WS-QTD-OUTROS
               WHEN OTHER
                    PERFORM 2520-REAPLICA-IMAGEM
                    MOVE AUD-DATA-HORA TO WS-ULTIMA-DATA-HORA
           END-EVALUATE

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IDENTIFICA OS REGISTROS DA TRILHA QUE TRAZEM NA IMAGEM NOVA O  *
      * REGISTRO COMPLETO DO MESTRE - AUSENCIAS, DESLIGAMENTOS E OS    *
      * DEMAIS CADASTROS NAO ALTERAM O MESTRE RECUPERADO               *
      *----------------------------------------------------------------*
       2510-CLASSIFICA-REGISTRO        SECTION.

           MOVE SPACES                 TO WS-OPERACAO

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              EVALUATE TRUE
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS002P"
                       AND AUD-FUNCAO  EQUAL "INCLUSAO"
                       MOVE "I"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS002P"
                       AND (AUD-FUNCAO EQUAL "ALTERACAO" OR "EXCLUSAO"
                                          OR "REATIVACAO")
                       MOVE "A"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS022P"
                       AND AUD-FUNCAO  EQUAL "VOLUME ABC"
                       MOVE "A"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS040P"
                       AND AUD-FUNCAO  EQUAL "CREDITO"
                       MOVE "A"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS050P"
                       AND AUD-FUNCAO  EQUAL "ALTERACAO"
                       MOVE "A"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS034P"
                       AND AUD-FUNCAO  EQUAL "FUSAO"
                       MOVE "F"        TO WS-OPERACAO
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           ELSE
              EVALUATE TRUE
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS004P"
                       AND AUD-FUNCAO  EQUAL "INCLUSAO"
                       MOVE "I"        TO WS-OPERACAO
                  WHEN AUD-PROGRAMA    EQUAL "HBSIS004P"
                       AND (AUD-FUNCAO EQUAL "ALTERACAO" OR "EXCLUSAO"
                                          OR "REATIVACAO")
                       MOVE "A"        TO WS-OPERACAO
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REAPLICA UM REGISTRO DA TRILHA - A IMAGEM NOVA JA PRESENTE NO  *
      * MESTRE E IGNORADA (REGISTRO ANTERIOR A DESCARGA OU REPETIDO);  *
      * A INCLUSAO DE CHAVE NOVA E A ALTERACAO CUJA IMAGEM ANTERIOR    *
      * CONFERE COM O MESTRE SAO APLICADAS; O RESTO E CONFLITO, QUE    *
      * SEGUE O TRATAMENTO INFORMADO. NA FUSAO O DUPLICADO DA IMAGEM   *
      * ANTERIOR PASSA A INATIVO, COMO FAZ O HBSIS034P                 *
      *----------------------------------------------------------------*
       2520-REAPLICA-IMAGEM            SECTION.

           MOVE AUD-VALOR-ANTIGO       TO WS-IMAGEM-ANTIGA
           MOVE AUD-VALOR-NOVO         TO WS-IMAGEM-NOVA
           MOVE "N"                    TO WS-GRAVA-IMAGEM
                                          WS-ACHOU-MESTRE
                                          WS-IMAGEM-ANONIMA

           IF WS-OPERACAO              EQUAL "F"
              MOVE WS-IMAGEM-ANTIGA    TO ARQ-HBSIS002C
              MOVE "I"                 TO SITUACAO-CLIENTE-HBSIS002C
              MOVE ARQ-HBSIS002C       TO WS-IMAGEM-NOVA
           END-IF

           PERFORM 2530-LER-MESTRE

           EVALUATE TRUE
               WHEN WS-CHAVE-MESTRE    EQUAL ZEROS
                    MOVE "IGNORADO"    TO WS-RESULTADO
                    MOVE "IMAGEM NOVA SEM CHAVE VALIDA"
                                       TO WS-MOTIVO
               WHEN WS-IMAGEM-ANONIMA  EQUAL "S"
                    MOVE "IGNORADO"    TO WS-RESULTADO
                    MOVE "IMAGEM ANONIMIZADA (LGPD)"
                                       TO WS-MOTIVO
               WHEN WS-ACHOU-MESTRE    EQUAL "S"
                    AND WS-IMAGEM-ATUAL
                                       EQUAL WS-IMAGEM-NOVA
                    MOVE "IGNORADO"    TO WS-RESULTADO
                    MOVE "IMAGEM NOVA JA REFLETIDA NO MESTRE"
                                       TO WS-MOTIVO
               WHEN WS-OPERACAO        EQUAL "I"
                    AND WS-ACHOU-MESTRE
                                       EQUAL "N"
                    MOVE "APLICADO"    TO WS-RESULTADO
                    MOVE "INCLUSAO DA CHAVE NO MESTRE"
                                       TO WS-MOTIVO
                    MOVE "S"           TO WS-GRAVA-IMAGEM
               WHEN WS-OPERACAO        NOT EQUAL "I"
                    AND WS-ACHOU-MESTRE
                                       EQUAL "S"
                    AND WS-IMAGEM-ATUAL
                                       EQUAL WS-IMAGEM-ANTIGA
                    MOVE "APLICADO"    TO WS-RESULTADO
                    MOVE "IMAGEM ANTERIOR CONFERE COM O MESTRE"
                                       TO WS-MOTIVO
                    MOVE "S"           TO WS-GRAVA-IMAGEM
               WHEN OTHER
                    PERFORM 2540-TRATA-CONFLITO
           END-EVALUATE

           IF WS-GRAVA-IMAGEM          EQUAL "S"
              PERFORM 2550-GRAVA-MESTRE
           END-IF

           EVALUATE WS-RESULTADO
               WHEN "APLICADO"
                    ADD 1              TO WS-QTD-APLICADOS
               WHEN "IGNORADO"
                    ADD 1              TO WS-QTD-IGNORADOS
               WHEN "CONFLITO-APL"
                    ADD 1              TO WS-QTD-CONFL-APLICADOS
                                          WS-QTD-CONFLITOS
               WHEN OTHER
                    ADD 1              TO WS-QTD-CONFL-IGNORADOS
                                          WS-QTD-CONFLITOS
           END-EVALUATE

           PERFORM 2560-GRAVA-DETALHE

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE NO MESTRE RECUPERADO A CHAVE DA IMAGEM NOVA E GUARDA A      *
      * IMAGEM ATUAL PARA A COMPARACAO                                 *
      *----------------------------------------------------------------*
       2530-LER-MESTRE                 SECTION.

           MOVE ZEROS                  TO WS-CHAVE-MESTRE
           MOVE SPACES                 TO WS-IMAGEM-ATUAL

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              MOVE WS-IMAGEM-NOVA      TO ARQ-HBSIS002C

              IF COD-CLIENTE-HBSIS002C IS NUMERIC
                 MOVE COD-CLIENTE-HBSIS002C
                                       TO WS-CHAVE-MESTRE
              END-IF

              IF WS-CHAVE-MESTRE       GREATER ZEROS
                 READ ARQ-CLIENTE RECORD
                                  KEY IS COD-CLIENTE-HBSIS002C

                 IF WS-FL-STATUS-CLI   EQUAL ZEROS
                    MOVE "S"           TO WS-ACHOU-MESTRE
                    MOVE ARQ-HBSIS002C TO WS-IMAGEM-ATUAL
                 END-IF
              END-IF
           ELSE
              MOVE WS-IMAGEM-NOVA      TO ARQ-HBSIS004C

              IF COD-VENDEDOR-HBSIS004C
                                       IS NUMERIC
                 MOVE COD-VENDEDOR-HBSIS004C
                                       TO WS-CHAVE-MESTRE
              END-IF

              IF NOME-VEND-HBSIS004C (1:11)
                                       EQUAL "ANONIMIZADO"
                 MOVE "S"              TO WS-IMAGEM-ANONIMA
              END-IF

              IF WS-CHAVE-MESTRE       GREATER ZEROS
                 AND WS-IMAGEM-ANONIMA EQUAL "N"
                 READ ARQ-VENDEDOR RECORD
                                   KEY IS COD-VENDEDOR-HBSIS004C

                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE "S"           TO WS-ACHOU-MESTRE
                    MOVE ARQ-HBSIS004C TO WS-IMAGEM-ATUAL
                 END-IF
              END-IF
           END-IF

           .
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFLITO ENTRE A TRILHA E O MESTRE - HOUVE ALTERACAO DO MESTRE *
      * FORA DA TRILHA OU FALTA REGISTRO NELA; COM O TRATAMENTO A A    *
      * IMAGEM NOVA, QUE E O REGISTRO COMPLETO, PREVALECE              *
      *----------------------------------------------------------------*
       2540-TRATA-CONFLITO             SECTION.

           EVALUATE TRUE
               WHEN WS-OPERACAO        EQUAL "I"
                    MOVE "INCLUSAO DE CHAVE JA EXISTENTE NO MESTRE"
                                       TO WS-MOTIVO
               WHEN WS-ACHOU-MESTRE    EQUAL "N"
                    MOVE "CHAVE AUSENTE NO MESTRE"
                                       TO WS-MOTIVO
               WHEN OTHER
                    MOVE "IMAGEM ANTERIOR DIFERE DO MESTRE"
                                       TO WS-MOTIVO
           END-EVALUATE

           IF WS-TRATA-CONFLITO        EQUAL "A"
              MOVE "CONFLITO-APL"      TO WS-RESULTADO
              MOVE "S"                 TO WS-GRAVA-IMAGEM
           ELSE
              MOVE "CONFLITO-IGN"      TO WS-RESULTADO
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A IMAGEM NOVA NO MESTRE - REGRAVA A CHAVE EXISTENTE OU   *
      * INCLUI A CHAVE AUSENTE                                         *
      *----------------------------------------------------------------*
       2550-GRAVA-MESTRE               SECTION.

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              MOVE WS-IMAGEM-NOVA      TO ARQ-HBSIS002C

              IF WS-ACHOU-MESTRE       EQUAL "S"
                 REWRITE ARQ-HBSIS002C
              ELSE
                 WRITE ARQ-HBSIS002C
              END-IF

              MOVE WS-FL-STATUS-CLI    TO WS-FL-STATUS-MES
           ELSE
              MOVE WS-IMAGEM-NOVA      TO ARQ-HBSIS004C

              IF WS-ACHOU-MESTRE       EQUAL "S"
                 REWRITE ARQ-HBSIS004C
              ELSE
                 WRITE ARQ-HBSIS004C
              END-IF

              MOVE WS-FL-STATUS-VEN    TO WS-FL-STATUS-MES
           END-IF

           IF WS-FL-STATUS-MES         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR O MESTRE - CHAVE "
                      WS-CHAVE-MESTRE " STATUS " WS-FL-STATUS-MES
                                       UPON CONSOLE
              CLOSE REL-RECUPERACAO
              PERFORM 2850-CLOSE-MESTRE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A LINHA DO REGISTRO REAPLICADO NO RELATORIO              *
      *----------------------------------------------------------------*
       2560-GRAVA-DETALHE              SECTION.

           MOVE AUD-DATA-HORA          TO WS-DET-DATA-HORA
           MOVE AUD-PROGRAMA           TO WS-DET-PROGRAMA
           MOVE AUD-FUNCAO             TO WS-DET-FUNCAO
           MOVE WS-CHAVE-MESTRE        TO WS-DET-CHAVE
           MOVE WS-RESULTADO           TO WS-DET-RESULTADO
           MOVE WS-MOTIVO              TO WS-DET-MOTIVO

           MOVE WS-LINHA-DETALHE       TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OS TOTAIS DE CONTROLE DA RECUPERACAO                     *
      *----------------------------------------------------------------*
       2800-GRAVA-TOTAIS               SECTION.

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           MOVE "REGISTROS RECARREGADOS DO BACKUP"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-REGISTROS       TO WS-TOT-QUANTIDADE
           MOVE "TOTAIS DO TRAILER CONFEREM"
                                       TO WS-TOT-COMPLEMENTO
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "GERACOES MENSAIS PERCORRIDAS"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-GERACOES        TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "REGISTROS DA TRILHA LIDOS"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-LIDOS           TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  ANTERIORES A DESCARGA DO BACKUP"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-ANTERIORES      TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  POSTERIORES AO PONTO DE PARADA"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-POSTERIORES     TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  SEM IMAGEM DO MESTRE RECUPERADO"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-OUTROS          TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  APLICADOS"          TO WS-TOT-DESCRICAO
           MOVE WS-QTD-APLICADOS       TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  IGNORADOS"          TO WS-TOT-DESCRICAO
           MOVE WS-QTD-IGNORADOS       TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  CONFLITOS COM A IMAGEM NOVA APLICADA"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-CONFL-APLICADOS TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "  CONFLITOS IGNORADOS"
                                       TO WS-TOT-DESCRICAO
           MOVE WS-QTD-CONFL-IGNORADOS TO WS-TOT-QUANTIDADE
           PERFORM 2810-GRAVA-LINHA-TOTAL

           MOVE "ULTIMO REGISTRO REAPLICADO EM"
                                       TO WS-TOT-DESCRICAO
           MOVE ZEROS                  TO WS-TOT-QUANTIDADE
           MOVE WS-ULTIMA-DATA-HORA    TO WS-TOT-COMPLEMENTO
           PERFORM 2810-GRAVA-LINHA-TOTAL

           .
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA LINHA DE TOTAL E LIMPA O COMPLEMENTO                 *
      *----------------------------------------------------------------*
       2810-GRAVA-LINHA-TOTAL          SECTION.

           MOVE WS-LINHA-TOTAL         TO REL-HBSIS070C
           WRITE REL-HBSIS070C

           MOVE SPACES                 TO WS-TOT-COMPLEMENTO

           .
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO MESTRE                                   *
      *----------------------------------------------------------------*
       2850-CLOSE-MESTRE               SECTION.

           IF WS-TIPO-ARQUIVO          EQUAL "C"
              CLOSE ARQ-CLIENTE
           ELSE
              CLOSE ARQ-VENDEDOR
           END-IF

           .
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRA A RECUPERACAO NA TRILHA DE AUDITORIA - A IMAGEM       *
      * ANTIGA IDENTIFICA O BACKUP E A NOVA RESUME O RESULTADO; O      *
      * REGISTRO NAO TRAZ IMAGEM DO MESTRE E NAO E REAPLICADO NAS      *
      * RECUPERACOES SEGUINTES                                         *
      *----------------------------------------------------------------*
       2900-GRAVA-AUDITORIA            SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO AUD-DATA-HORA

           MOVE "HBSIS070P"            TO AUD-PROGRAMA
           MOVE "RECUPERAC."           TO AUD-FUNCAO
           MOVE ZEROS                  TO AUD-CODIGO

           MOVE SPACES                 TO AUD-VALOR-ANTIGO
           STRING "BACKUP "            DELIMITED BY SIZE
                  WS-LABEL-BKP         DELIMITED BY SPACE
                  " DESCARGA "         DELIMITED BY SIZE
                  WS-DATA-HORA-BACKUP  DELIMITED BY SIZE
                  " REGISTROS "        DELIMITED BY SIZE
                  WS-QTD-REGISTROS     DELIMITED BY SIZE
                                  INTO AUD-VALOR-ANTIGO

           MOVE SPACES                 TO AUD-VALOR-NOVO
           STRING "ATE "               DELIMITED BY SIZE
                  WS-ULTIMA-DATA-HORA  DELIMITED BY SIZE
                  " APLICADOS "        DELIMITED BY SIZE
                  WS-QTD-APLICADOS     DELIMITED BY SIZE
                  " IGNORADOS "        DELIMITED BY SIZE
                  WS-QTD-IGNORADOS     DELIMITED BY SIZE
                  " CONFLITOS "        DELIMITED BY SIZE
                  WS-QTD-CONFLITOS     DELIMITED BY SIZE
                  " TRATAMENTO "       DELIMITED BY SIZE
                  WS-TRATA-CONFLITO    DELIMITED BY SIZE
                                  INTO AUD-VALOR-NOVO

           MOVE WS-COD-OPERADOR        TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY MSG-RETORNO-HBSIS061L
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

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
      * FIM DO PROGRAMA HBSIS070P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS070P.
      *----------------------------------------------------------------*
