       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS061P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS061P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: SELAGEM DA TRILHA DE AUDITORIA - FUNCAO 0 GRAVA *
      *                UM REGISTRO NO ArqAuditoria COM A PROXIMA        *
      *                SEQUENCIA, O RESUMO DO CONTEUDO E O HASH         *
      *                ENCADEADO AO REGISTRO ANTERIOR, MANTENDO O       *
      *                ULTIMO SELO NO ArqAudControle; FUNCAO 1 SO       *
      *                CALCULA O RESUMO DO CONTEUDO E O HASH DE UM      *
      *                REGISTRO A PARTIR DO HASH ANTERIOR INFORMADO,    *
      *                PARA A VERIFICACAO DA CADEIA E A ANONIMIZACAO -  *
      *                O CALCULO USA A CHAVE DO ArqChaveAuditoria,      *
      *                ARQUIVO DE ACESSO RESTRITO A PRODUCAO            *
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
           SELECT ARQ-AUDITORIA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-AUD.

           SELECT ARQ-CONTROLE       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CTL.

           SELECT ARQ-CHAVE          ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CHV.

           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CAT.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAuditoria'.
       COPY "HBSISAUD.CPY".

       FD  ARQ-CONTROLE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqAudControle'.
       COPY "HBSIS061C.CPY".

       FD  ARQ-CHAVE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqChaveAuditoria'.
       01  REG-CHAVE                   PIC  X(032).

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatAuditoria'.
       COPY "HBSIS032C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-AUD            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CTL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CHV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-CHAVE-CARREGADA          PIC  X(001)         VALUE "N".

       01  WS-CHAVE                    PIC  X(032)         VALUE SPACES.
       01  WS-ULTIMA-SEQUENCIA         PIC  9(009)         VALUE ZEROS.
       01  WS-ULTIMO-HASH              PIC  X(018)         VALUE SPACES.
       01  WS-HASH-INICIAL             PIC  X(018)         VALUE
           "000000000000000000".
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
      *----------------------------------------------------------------*
      * AREA SOBRE A QUAL O SELO E CALCULADO - A PRIMEIRA VISAO SERVE  *
      * AO RESUMO DO CONTEUDO (DADOS E SEQUENCIA DO REGISTRO), A       *
      * SEGUNDA AO HASH ENCADEADO (HASH ANTERIOR, SEQUENCIA E RESUMO)  *
      *----------------------------------------------------------------*
       01  WS-BUFFER-RESUMO.
           05  WS-BRE-CHAVE            PIC  X(032).
           05  WS-BRE-CONTEUDO         PIC  X(448).
           05  WS-BRE-SEQUENCIA        PIC  9(009).
       01  WS-BUFFER-HASH              REDEFINES WS-BUFFER-RESUMO.
           05  WS-BHA-CHAVE            PIC  X(032).
           05  WS-BHA-HASH-ANTERIOR    PIC  X(018).
           05  WS-BHA-SEQUENCIA        PIC  9(009).
           05  WS-BHA-RESUMO           PIC  X(018).
           05  FILLER                  PIC  X(412).

       01  WS-TAM-BUFFER               PIC  9(003)         VALUE ZEROS.
       01  WS-IND-BUFFER               PIC  9(003)         VALUE ZEROS.
       01  WS-ORD-BYTE                 PIC  9(003)         VALUE ZEROS.
       01  WS-ACUMULADOR               PIC  9(012)         VALUE ZEROS.
       01  WS-QUOCIENTE                PIC  9(012)         VALUE ZEROS.

       01  WS-SELO.
           05  WS-SELO-H1              PIC  9(009)         VALUE ZEROS.
           05  WS-SELO-H2              PIC  9(009)         VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS061L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS061L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - A CHAVE E LIDA UMA UNICA VEZ POR     *
      * EXECUCAO                                                       *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS061L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS061L

           IF WS-CHAVE-CARREGADA       EQUAL "N"
              PERFORM 1100-CARREGA-CHAVE
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE A CHAVE DE SELAGEM - NA AUSENCIA DO ARQUIVO O SELO E        *
      * CALCULADO COM A CHAVE EM BRANCO                                *
      *----------------------------------------------------------------*
       1100-CARREGA-CHAVE              SECTION.

           MOVE SPACES                 TO WS-CHAVE

           OPEN INPUT ARQ-CHAVE

           IF WS-FL-STATUS-CHV         EQUAL ZEROS
              READ ARQ-CHAVE

              IF WS-FL-STATUS-CHV      EQUAL ZEROS
                 MOVE REG-CHAVE        TO WS-CHAVE
              END-IF

              CLOSE ARQ-CHAVE
           END-IF

           MOVE "S"                    TO WS-CHAVE-CARREGADA

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS061L
               WHEN 0
                    PERFORM 2100-GRAVA-REGISTRO
               WHEN 1
                    PERFORM 2200-CALCULA-SELO
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS061L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS061L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SELA E GRAVA O REGISTRO RECEBIDO NO ARQUIVO DE AUDITORIA E     *
      * ATUALIZA O CONTROLE DA CADEIA COM O NOVO ULTIMO SELO           *
      *----------------------------------------------------------------*
       2100-GRAVA-REGISTRO             SECTION.

           PERFORM 2110-OBTEM-ULTIMO-SELO

           ADD 1                       TO WS-ULTIMA-SEQUENCIA
           MOVE WS-ULTIMA-SEQUENCIA    TO SEQUENCIA-HBSIS061L
           MOVE SPACES                 TO RESUMO-ANON-HBSIS061L
           MOVE WS-ULTIMO-HASH         TO HASH-ANTERIOR-HBSIS061L

           PERFORM 2210-CALCULA-RESUMO

           MOVE RESUMO-CALC-HBSIS061L  TO RESUMO-HBSIS061L
           PERFORM 2220-CALCULA-HASH
           MOVE HASH-CALC-HBSIS061L    TO HASH-HBSIS061L

           MOVE REG-AUDITORIA-HBSIS061L
                                       TO REG-AUDITORIA

           OPEN EXTEND ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL ZEROS OR '05'
              WRITE REG-AUDITORIA
              CLOSE ARQ-AUDITORIA
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS061L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
                                       TO MSG-RETORNO-HBSIS061L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2150-GRAVA-CONTROLE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * OBTEM A SEQUENCIA E O HASH DO ULTIMO REGISTRO SELADO PELO      *
      * CONTROLE DA CADEIA - SEM O CONTROLE, O ULTIMO SELO E REFEITO   *
      * A PARTIR DO ARQUIVO CORRENTE OU, SE ELE AINDA NAO TEM REGISTRO *
      * SELADO, DO FECHAMENTO DA ULTIMA GERACAO NO CATALOGO            *
      *----------------------------------------------------------------*
       2110-OBTEM-ULTIMO-SELO          SECTION.

           MOVE ZEROS                  TO WS-ULTIMA-SEQUENCIA
           MOVE WS-HASH-INICIAL        TO WS-ULTIMO-HASH

           OPEN INPUT ARQ-CONTROLE

           IF WS-FL-STATUS-CTL         EQUAL ZEROS
              READ ARQ-CONTROLE

              IF WS-FL-STATUS-CTL      EQUAL ZEROS
                 AND SEQUENCIA-HBSIS061C
                                       IS NUMERIC
                 MOVE SEQUENCIA-HBSIS061C
                                       TO WS-ULTIMA-SEQUENCIA
                 MOVE HASH-HBSIS061C   TO WS-ULTIMO-HASH
              END-IF

              CLOSE ARQ-CONTROLE
           END-IF

           IF WS-ULTIMA-SEQUENCIA      EQUAL ZEROS
              PERFORM 2120-REFAZ-PELO-CATALOGO
              PERFORM 2130-REFAZ-PELO-CORRENTE
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA O FECHAMENTO DA ULTIMA GERACAO SELADA DO CATALOGO         *
      *----------------------------------------------------------------*
       2120-REFAZ-PELO-CATALOGO        SECTION.

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              READ ARQ-CATALOGO NEXT RECORD

              PERFORM 2125-TRATA-CATALOGO UNTIL
                      WS-FL-STATUS-CAT NOT EQUAL "00"

              CLOSE ARQ-CATALOGO
           END-IF

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O FECHAMENTO DE UMA GERACAO SELADA DO CATALOGO          *
      *----------------------------------------------------------------*
       2125-TRATA-CATALOGO             SECTION.

           IF SEQ-FINAL-HBSIS032C      IS NUMERIC
              AND SEQ-FINAL-HBSIS032C  GREATER ZEROS
              MOVE SEQ-FINAL-HBSIS032C TO WS-ULTIMA-SEQUENCIA
              MOVE HASH-FINAL-HBSIS032C
                                       TO WS-ULTIMO-HASH
           END-IF

           READ ARQ-CATALOGO NEXT RECORD

           .
       2125-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA O ULTIMO REGISTRO SELADO DO ARQUIVO CORRENTE, QUE         *
      * PREVALECE SOBRE O FECHAMENTO DO CATALOGO                       *
      *----------------------------------------------------------------*
       2130-REFAZ-PELO-CORRENTE        SECTION.

           OPEN INPUT ARQ-AUDITORIA

           IF WS-FL-STATUS-AUD         EQUAL ZEROS
              READ ARQ-AUDITORIA NEXT RECORD

              PERFORM 2135-TRATA-CORRENTE UNTIL
                      WS-FL-STATUS-AUD NOT EQUAL "00"

              CLOSE ARQ-AUDITORIA
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA O SELO DE UM REGISTRO DO ARQUIVO CORRENTE               *
      *----------------------------------------------------------------*
       2135-TRATA-CORRENTE             SECTION.

           IF AUD-SEQUENCIA            IS NUMERIC
              AND AUD-SEQUENCIA        GREATER ZEROS
              MOVE AUD-SEQUENCIA       TO WS-ULTIMA-SEQUENCIA
              MOVE AUD-HASH            TO WS-ULTIMO-HASH
           END-IF

           READ ARQ-AUDITORIA NEXT RECORD

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O CONTROLE DA CADEIA COM O SELO DO REGISTRO GRAVADO    *
      *----------------------------------------------------------------*
       2150-GRAVA-CONTROLE             SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           MOVE SEQUENCIA-HBSIS061L    TO SEQUENCIA-HBSIS061C
           MOVE HASH-HBSIS061L         TO HASH-HBSIS061C
           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO DATA-HORA-HBSIS061C
           MOVE CONTEUDO-HBSIS061L (15:9)
                                       TO PROGRAMA-HBSIS061C

           OPEN OUTPUT ARQ-CONTROLE

           IF WS-FL-STATUS-CTL         EQUAL ZEROS
              WRITE REG-HBSIS061C
              CLOSE ARQ-CONTROLE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS061L
              MOVE "ERRO NA GRAVACAO DO CONTROLE DA AUDITORIA"
                                       TO MSG-RETORNO-HBSIS061L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O RESUMO DO CONTEUDO E O HASH ENCADEADO DO REGISTRO    *
      * RECEBIDO - O HASH USA O RESUMO GRAVADO NO REGISTRO, QUE A      *
      * ANONIMIZACAO PRESERVA, E NAO O RESUMO RECALCULADO              *
      *----------------------------------------------------------------*
       2200-CALCULA-SELO               SECTION.

           PERFORM 2210-CALCULA-RESUMO
           PERFORM 2220-CALCULA-HASH

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O RESUMO DO CONTEUDO E DA SEQUENCIA DO REGISTRO        *
      *----------------------------------------------------------------*
       2210-CALCULA-RESUMO             SECTION.

           MOVE WS-CHAVE               TO WS-BRE-CHAVE
           MOVE CONTEUDO-HBSIS061L     TO WS-BRE-CONTEUDO
           MOVE SEQUENCIA-HBSIS061L    TO WS-BRE-SEQUENCIA
           MOVE 489                    TO WS-TAM-BUFFER

           PERFORM 2300-CALCULA-ACUMULADORES

           MOVE WS-SELO                TO RESUMO-CALC-HBSIS061L

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA O HASH ENCADEADO A PARTIR DO HASH ANTERIOR, DA         *
      * SEQUENCIA E DO RESUMO DO REGISTRO                              *
      *----------------------------------------------------------------*
       2220-CALCULA-HASH               SECTION.

           MOVE SPACES                 TO WS-BUFFER-HASH
           MOVE WS-CHAVE               TO WS-BHA-CHAVE
           MOVE HASH-ANTERIOR-HBSIS061L
                                       TO WS-BHA-HASH-ANTERIOR
           MOVE SEQUENCIA-HBSIS061L    TO WS-BHA-SEQUENCIA
           MOVE RESUMO-HBSIS061L       TO WS-BHA-RESUMO
           MOVE 077                    TO WS-TAM-BUFFER

           PERFORM 2300-CALCULA-ACUMULADORES

           MOVE WS-SELO                TO HASH-CALC-HBSIS061L

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE A AREA DE CALCULO BYTE A BYTE ACUMULANDO DOIS         *
      * POLINOMIOS COM MODULOS PRIMOS DISTINTOS - OS DOIS RESTOS DE    *
      * NOVE DIGITOS FORMAM O SELO DE DEZOITO POSICOES                 *
      *----------------------------------------------------------------*
       2300-CALCULA-ACUMULADORES       SECTION.

           MOVE ZEROS                  TO WS-SELO-H1
                                          WS-SELO-H2
           MOVE 1                      TO WS-IND-BUFFER

           PERFORM 2310-ACUMULA-BYTE UNTIL
                   WS-IND-BUFFER       GREATER WS-TAM-BUFFER

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA UM BYTE DA AREA DE CALCULO NOS DOIS POLINOMIOS         *
      *----------------------------------------------------------------*
       2310-ACUMULA-BYTE               SECTION.

           COMPUTE WS-ORD-BYTE         =
                   FUNCTION ORD (WS-BUFFER-RESUMO (WS-IND-BUFFER:1))

           COMPUTE WS-ACUMULADOR       = WS-SELO-H1 * 257
                                       + WS-ORD-BYTE
           DIVIDE WS-ACUMULADOR        BY 999999937
                                   GIVING WS-QUOCIENTE
                                REMAINDER WS-SELO-H1

           COMPUTE WS-ACUMULADOR       = WS-SELO-H2 * 263
                                       + WS-ORD-BYTE
                                       + WS-IND-BUFFER
           DIVIDE WS-ACUMULADOR        BY 999999929
                                   GIVING WS-QUOCIENTE
                                REMAINDER WS-SELO-H2

           ADD 1                       TO WS-IND-BUFFER

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS061P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS061P.
      *----------------------------------------------------------------*
