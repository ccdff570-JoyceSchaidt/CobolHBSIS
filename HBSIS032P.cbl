      *                PELO CATALOGO QUANDO O FILTRO DE PERIODO AS      *
      *                ALCANCA; O MODO INCREMENTAL DO HBSIS007P SEGUE   *
      *                LENDO SOMENTE O ARQUIVO CORRENTE, QUE O CORTE    *
      *                MANTEM PEQUENO - O CATALOGO GUARDA TAMBEM A      *
      *                PRIMEIRA E A ULTIMA SEQUENCIA SELADA DA GERACAO, *
      *                O HASH QUE A ANTECEDE (FECHAMENTO DA GERACAO     *
      *                ANTERIOR) E O HASH DE FECHAMENTO, ENCADEANDO AS  *
      *                GERACOES; O ARQUIVO CORRENTE REINICIADO SEGUE A  *
      *                MESMA CADEIA PELO ArqAudControle                 *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES DA         *
      *                GERACAO A FECHAR (AAAAMM, BRANCO = MES           *
      *                CORRENTE)                                        *

       FD  ARQ-AUD-GERACAO
           LABEL RECORD IS STANDARD.
       01  REG-AUD-GERACAO             PIC  X(511).

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           "99999999".
       01  WS-DATA-MAX                 PIC  X(008)         VALUE
           "00000000".

       01  WS-SEQ-INICIAL              PIC  9(009)         VALUE ZEROS.
       01  WS-SEQ-FINAL                PIC  9(009)         VALUE ZEROS.
       01  WS-HASH-FINAL               PIC  X(018)         VALUE SPACES.
       01  WS-SEQ-CADEIA               PIC  9(009)         VALUE ZEROS.
       01  WS-HASH-CADEIA              PIC  X(018)         VALUE
           "000000000000000000".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
       1110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA SE A GERACAO PEDIDA JA CONSTA NO CATALOGO E GUARDA O     *
      * FECHAMENTO DA ULTIMA GERACAO SELADA, PONTO DA CADEIA DE ONDE A *
      * NOVA GERACAO PARTE                                             *
      *----------------------------------------------------------------*
       1120-TRATA-CATALOGO             SECTION.

              MOVE "S"                 TO WS-GERACAO-EXISTE
           END-IF

           IF SEQ-FINAL-HBSIS032C      IS NUMERIC
              AND SEQ-FINAL-HBSIS032C  GREATER ZEROS
              MOVE SEQ-FINAL-HBSIS032C TO WS-SEQ-CADEIA
              MOVE HASH-FINAL-HBSIS032C
                                       TO WS-HASH-CADEIA
           END-IF

           PERFORM 1110-LER-CATALOGO

           .
                   WS-ANO-MES " COM " WS-QTD-COPIADOS " REGISTROS"
                                       UPON CONSOLE

           IF WS-SEQ-INICIAL           GREATER ZEROS
              AND WS-SEQ-INICIAL       NOT EQUAL WS-SEQ-CADEIA + 1
              DISPLAY "ATENCAO: A GERACAO COMECA NA SEQUENCIA "
                      WS-SEQ-INICIAL " E A ANTERIOR FECHOU NA "
                      WS-SEQ-CADEIA " - EXECUTAR A VERIFICACAO DA"
                      " TRILHA (HBSIS63D)"
                                       UPON CONSOLE
              MOVE 4                   TO RETURN-CODE
           END-IF

           IF WS-QTD-POS-CORTE         GREATER ZEROS
              DISPLAY "ATENCAO: " WS-QTD-POS-CORTE
                      " REGISTROS COM DATA A PARTIR DA ULTIMA"
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM REGISTRO PARA A GERACAO E ACUMULA PERIODO, CONTAGEM   *
      * E A PRIMEIRA E ULTIMA SEQUENCIA SELADA                         *
      *----------------------------------------------------------------*
       2120-TRATA-AUDITORIA            SECTION.

              MOVE AUD-DATA-HORA (1:8) TO WS-DATA-MAX
           END-IF

           IF AUD-SEQUENCIA            IS NUMERIC
              AND AUD-SEQUENCIA        GREATER ZEROS
              IF WS-SEQ-INICIAL        EQUAL ZEROS
                 MOVE AUD-SEQUENCIA    TO WS-SEQ-INICIAL
              END-IF
              MOVE AUD-SEQUENCIA       TO WS-SEQ-FINAL
              MOVE AUD-HASH            TO WS-HASH-FINAL
           END-IF

           IF WS-ULTIMA-CONCLUIDA      NOT EQUAL SPACES
              AND AUD-DATA-HORA (1:8)  NOT LESS WS-ULTIMA-CONCLUIDA
              ADD 1                    TO WS-QTD-POS-CORTE
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACRESCENTA A GERACAO FECHADA AO CATALOGO - GERACAO SEM         *
      * REGISTRO SELADO FICA COM SEQUENCIAS ZERADAS E HASHES EM BRANCO *
      *----------------------------------------------------------------*
       2500-GRAVA-CATALOGO             SECTION.

           ACCEPT WS-HORA-AGORA        FROM TIME
           MOVE WS-DATA-HOJE           TO DATA-CORTE-HBSIS032C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-CORTE-HBSIS032C
           MOVE WS-SEQ-INICIAL         TO SEQ-INICIAL-HBSIS032C
           MOVE WS-SEQ-FINAL           TO SEQ-FINAL-HBSIS032C

           IF WS-SEQ-INICIAL           GREATER ZEROS
              MOVE WS-HASH-CADEIA      TO HASH-ANTERIOR-HBSIS032C
              MOVE WS-HASH-FINAL       TO HASH-FINAL-HBSIS032C
           ELSE
              MOVE SPACES              TO HASH-ANTERIOR-HBSIS032C
                                          HASH-FINAL-HBSIS032C
           END-IF

           OPEN EXTEND ARQ-CATALOGO

