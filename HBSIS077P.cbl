       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS077P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS077P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: EXPURGO DO CATALOGO DE RELATORIOS - EXCLUI O    *
      *                ARQUIVO DE CADA GERACAO CUJA DATA DE EXPIRACAO   *
      *                (DATA DE NEGOCIO + RETENCAO) E ANTERIOR A DATA   *
      *                DE REFERENCIA, RETIRA A ENTRADA DO CATALOGO E    *
      *                LISTA AS GERACOES EXPURGADAS NO RelExpurgoRel -  *
      *                GERACAO CUJO ARQUIVO JA NAO EXISTIA TEM A        *
      *                ENTRADA RETIRADA E TERMINA COM RETURN-CODE 4;    *
      *                ARQUIVO EXISTENTE QUE NAO PODE SER EXCLUIDO      *
      *                MANTEM A ENTRADA, E LISTADO COMO ERRO E TERMINA  *
      *                COM RETURN-CODE 8                                *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DE REFERENCIA   *
      *                AAAAMMDD (BRANCO = DATA DO DIA)                  *
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
           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS075C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT REL-EXPURGO        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatRelatorio'.
       COPY "HBSIS075C.CPY".

       FD  REL-EXPURGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelExpurgoRel'.
       01  REL-HBSIS077C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FIM-CATALOGO             PIC  X(001)         VALUE "N".

       01  WS-DATA-REFERENCIA          PIC  X(008)         VALUE SPACES.
       01  WS-ARQUIVO-GERACAO          PIC  X(040)         VALUE SPACES.
       01  WS-RETORNO-EXCLUSAO         PIC S9(009)         VALUE ZEROS.
       01  WS-RETORNO-EXISTE           PIC S9(009)         VALUE ZEROS.
       01  WS-DETALHE-ARQUIVO          PIC  X(016)         VALUE SPACES.
       01  WS-ENTRADA-RETIRA           PIC  X(001)         VALUE "N".

       01  WS-QTD-LIDOS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-EXPURGADOS           PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-AUSENTES             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ERROS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LINHAS-EXP           PIC  9(009)         VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(050)         VALUE
               "EXPURGO DO CATALOGO DE RELATORIOS - REFERENCIA: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02.
           05  FILLER                  PIC  X(021)         VALUE
               "RELATORIO".
           05  FILLER                  PIC  X(009)         VALUE
               "DATA".
           05  FILLER                  PIC  X(004)         VALUE
               "GER".
           05  FILLER                  PIC  X(010)         VALUE
               "PROGRAMA".
           05  FILLER                  PIC  X(009)         VALUE
               "JOB".
           05  FILLER                  PIC  X(008)         VALUE
               "LINHAS".
           05  FILLER                  PIC  X(005)         VALUE
               "RET".
           05  FILLER                  PIC  X(009)         VALUE
               "EXPIROU".
           05  FILLER                  PIC  X(041)         VALUE
               "ARQUIVO DA GERACAO".
           05  FILLER                  PIC  X(016)         VALUE
               "SITUACAO".

       01  WS-LINHA-TRACO              PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-DETALHE.
           05  WS-DET-NOME             PIC  X(020).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-DATA             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-GERACAO          PIC  9(002).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-PROGRAMA         PIC  X(009).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-JOB              PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-LINHAS           PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-RETENCAO         PIC  ZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-EXPIRACAO        PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-ARQUIVO          PIC  X(040).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SITUACAO         PIC  X(016).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(019)         VALUE
               "ENTRADAS LIDAS: ".
           05  WS-TOT-LIDOS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(015)         VALUE
               "  EXPURGADAS: ".
           05  WS-TOT-EXPURGADOS       PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(022)         VALUE
               "  ARQUIVO AUSENTE: ".
           05  WS-TOT-AUSENTES         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(009)         VALUE
               "  ERROS: ".
           05  WS-TOT-ERROS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(020)         VALUE
               "  LINHAS LIBERADAS: ".
           05  WS-TOT-LINHAS           PIC  ZZZZZZZZ9.
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
      * ROTINA DE INICIALIZACAO - LE A DATA DE REFERENCIA              *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-REFERENCIA   FROM CONSOLE

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

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - PERCORRE O CATALOGO INTEIRO NA ORDEM *
      * DA CHAVE E EXPURGA AS GERACOES VENCIDAS                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN I-O ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "CATALOGO DE RELATORIOS INEXISTENTE OU "
                      "INDISPONIVEL - NADA A EXPURGAR"
                                       UPON CONSOLE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN OUTPUT REL-EXPURGO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RelExpurgoRel"
                                       UPON CONSOLE
              CLOSE ARQ-CATALOGO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-DATA-REFERENCIA     TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS077C
           WRITE REL-HBSIS077C
           MOVE WS-LINHA-TRACO         TO REL-HBSIS077C
           WRITE REL-HBSIS077C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS077C
           WRITE REL-HBSIS077C
           MOVE WS-LINHA-TRACO         TO REL-HBSIS077C
           WRITE REL-HBSIS077C

           MOVE LOW-VALUES             TO CHAVE-HBSIS075C
           MOVE "N"                    TO WS-FIM-CATALOGO

           START ARQ-CATALOGO KEY NOT LESS CHAVE-HBSIS075C

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              PERFORM 2100-TRATA-CATALOGO UNTIL
                      WS-FIM-CATALOGO  EQUAL "S"
           END-IF

           CLOSE ARQ-CATALOGO

           MOVE WS-LINHA-TRACO         TO REL-HBSIS077C
           WRITE REL-HBSIS077C
           MOVE WS-QTD-LIDOS           TO WS-TOT-LIDOS
           MOVE WS-QTD-EXPURGADOS      TO WS-TOT-EXPURGADOS
           MOVE WS-QTD-AUSENTES        TO WS-TOT-AUSENTES
           MOVE WS-QTD-ERROS           TO WS-TOT-ERROS
           MOVE WS-QTD-LINHAS-EXP      TO WS-TOT-LINHAS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS077C
           WRITE REL-HBSIS077C

           CLOSE REL-EXPURGO

           DISPLAY "EXPURGO DO CATALOGO DE RELATORIOS CONCLUIDO - "
                   "EXPURGADAS: " WS-QTD-EXPURGADOS
                   " ARQUIVO AUSENTE: " WS-QTD-AUSENTES
                   " ERROS: " WS-QTD-ERROS
                                       UPON CONSOLE

           IF WS-QTD-ERROS             GREATER ZEROS
              MOVE 8                   TO RETURN-CODE
           ELSE
              IF WS-QTD-AUSENTES       GREATER ZEROS
                 MOVE 4                TO RETURN-CODE
              END-IF
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A PROXIMA ENTRADA DO CATALOGO E EXPURGA SE VENCIDA          *
      *----------------------------------------------------------------*
       2100-TRATA-CATALOGO             SECTION.

           READ ARQ-CATALOGO NEXT RECORD

           IF WS-FL-STATUS-CAT         NOT EQUAL ZEROS
              MOVE "S"                 TO WS-FIM-CATALOGO
           ELSE
              ADD 1                    TO WS-QTD-LIDOS

              IF DATA-EXPIRACAO-HBSIS075C
                                       LESS WS-DATA-REFERENCIA
                 PERFORM 2200-EXPURGA-GERACAO
              END-IF
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI O ARQUIVO DA GERACAO E A ENTRADA DO CATALOGO - A        *
      * ENTRADA SO E RETIRADA QUANDO O ARQUIVO DEIXOU DE EXISTIR:      *
      * EXCLUIDO AGORA OU JA AUSENTE (PARA O CATALOGO NAO APONTAR PARA *
      * GERACAO INEXISTENTE); SE O ARQUIVO EXISTE E A EXCLUSAO FALHA,  *
      * A ENTRADA E MANTIDA PARA NOVA TENTATIVA NO PROXIMO EXPURGO     *
      *----------------------------------------------------------------*
       2200-EXPURGA-GERACAO            SECTION.

           MOVE ARQUIVO-GERACAO-HBSIS075C
                                       TO WS-ARQUIVO-GERACAO
           MOVE "S"                    TO WS-ENTRADA-RETIRA

           CALL "CBL_CHECK_FILE_EXIST" USING WS-ARQUIVO-GERACAO
                                             WS-DETALHE-ARQUIVO

           MOVE RETURN-CODE            TO WS-RETORNO-EXISTE
           MOVE ZEROS                  TO RETURN-CODE

           IF WS-RETORNO-EXISTE        NOT EQUAL ZEROS
              MOVE "ARQUIVO AUSENTE"   TO WS-DET-SITUACAO
              ADD 1                    TO WS-QTD-AUSENTES
           ELSE
              CALL "CBL_DELETE_FILE"   USING WS-ARQUIVO-GERACAO

              MOVE RETURN-CODE         TO WS-RETORNO-EXCLUSAO
              MOVE ZEROS               TO RETURN-CODE

              IF WS-RETORNO-EXCLUSAO   EQUAL ZEROS
                 MOVE "EXPURGADA"      TO WS-DET-SITUACAO
              ELSE
                 MOVE "ERRO NA EXCLUSAO"
                                       TO WS-DET-SITUACAO
                 MOVE "N"              TO WS-ENTRADA-RETIRA
                 ADD 1                 TO WS-QTD-ERROS
                 DISPLAY "ERRO NA EXCLUSAO DO ARQUIVO DA GERACAO: "
                         ARQUIVO-GERACAO-HBSIS075C
                         " RETORNO: " WS-RETORNO-EXCLUSAO
                                       UPON CONSOLE
              END-IF
           END-IF

           MOVE NOME-RELATORIO-HBSIS075C
                                       TO WS-DET-NOME
           MOVE DATA-NEGOCIO-HBSIS075C TO WS-DET-DATA
           MOVE GERACAO-HBSIS075C      TO WS-DET-GERACAO
           MOVE PROGRAMA-HBSIS075C     TO WS-DET-PROGRAMA
           MOVE JOB-HBSIS075C          TO WS-DET-JOB
           MOVE QTD-LINHAS-HBSIS075C   TO WS-DET-LINHAS
           MOVE RETENCAO-DIAS-HBSIS075C
                                       TO WS-DET-RETENCAO
           MOVE DATA-EXPIRACAO-HBSIS075C
                                       TO WS-DET-EXPIRACAO
           MOVE ARQUIVO-GERACAO-HBSIS075C
                                       TO WS-DET-ARQUIVO

           IF WS-ENTRADA-RETIRA        EQUAL "S"
              PERFORM 2210-RETIRA-ENTRADA
           END-IF

           MOVE WS-LINHA-DETALHE       TO REL-HBSIS077C
           WRITE REL-HBSIS077C

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETIRA DO CATALOGO A ENTRADA DA GERACAO SEM ARQUIVO            *
      *----------------------------------------------------------------*
       2210-RETIRA-ENTRADA             SECTION.

           DELETE ARQ-CATALOGO RECORD

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA EXCLUSAO DO CATALOGO DE RELATORIOS: "
                      ARQUIVO-GERACAO-HBSIS075C
                                       UPON CONSOLE
              CLOSE ARQ-CATALOGO
              CLOSE REL-EXPURGO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-EXPURGADOS
           ADD QTD-LINHAS-HBSIS075C    TO WS-QTD-LINHAS-EXP

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS077P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS077P.
      *----------------------------------------------------------------*
