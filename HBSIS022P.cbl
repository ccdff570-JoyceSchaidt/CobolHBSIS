      *                CURVA-ABC-HBSIS002C PELOS CORTES CONFIGURADOS    *
      *                NO ArqParamCurva, COM RELATORIO DE CONTROLE DOS  *
      *                CLIENTES ATUALIZADOS, MOVIMENTOS SEM             *
      *                CORRESPONDENCIA E TROCAS DE CURVA - GRAVA TAMBEM *
      *                O HISTORICO MENSAL DE VENDAS POR CLIENTE         *
      *                (ArqHistVendas, 12 MESES, MES SEM FATURAMENTO    *
      *                ZERADO) E, QUANDO CONFIGURADO NO ArqParamCurva,  *
      *                CLASSIFICA A CURVA PELA MEDIA DOS ULTIMOS 3      *
      *                MESES EM VEZ DO MES ISOLADO                      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES DO         *
      *                MOVIMENTO (AAAAMM, BRANCO = MES CORRENTE) E      *
      *                CODIGO DO OPERADOR PARA A AUDITORIA              *
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MOV.

           SELECT ARQ-HIST-VENDAS    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS046C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-PARAM-CURVA    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAR.

           SELECT REL-VOLUME-CURVA   ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
           LABEL RECORD IS STANDARD.
       01  REG-MOV-VENDAS              PIC  X(100).

       FD  ARQ-HIST-VENDAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistVendas'.
       COPY "HBSIS046C.CPY".

       FD  ARQ-PARAM-CURVA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqParamCurva'.
       01  REG-PARAM-CURVA.
           05  PAR-CORTE-A             PIC  X(009).
           05  PAR-CORTE-B             PIC  X(009).
           05  PAR-BASE-CURVA          PIC  X(001).

       FD  REL-VOLUME-CURVA
           LABEL RECORD IS STANDARD
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MOV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-MOV                PIC  X(030)         VALUE SPACES.

       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-ANO-MES-NUM REDEFINES WS-ANO-MES
                                       PIC  9(006).
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-COD-OPERADOR             PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-MOV-CNPJ                 PIC  9(014)         VALUE ZEROS.
       01  WS-MOV-VOLUME               PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-CURVA-NOVA               PIC  X(001)         VALUE SPACES.
       01  WS-VOLUME-CURVA             PIC  9(007)V9(002)  VALUE ZEROS.
      *
      * BASE DA CLASSIFICACAO DA CURVA: M = MEDIA DOS ULTIMOS 3 MESES DO
      * HISTORICO, U = SOMENTE O MES CARREGADO (PADRAO)
       01  WS-BASE-CURVA               PIC  X(001)         VALUE "U".
      *
       01  WS-HIS-COD-CLIENTE          PIC  9(007)         VALUE ZEROS.
       01  WS-HIS-VOLUME               PIC  9(007)V9(002)  VALUE ZEROS.
       01  WS-HIS-MES-CARGA            PIC  9(007)         VALUE ZEROS.
       01  WS-HIS-MES-ULTIMO           PIC  9(007)         VALUE ZEROS.
       01  WS-HIS-MES-CALC             PIC  9(007)         VALUE ZEROS.
       01  WS-HIS-DESLOCAMENTO         PIC  9(007)         VALUE ZEROS.
       01  WS-HIS-IDX                  PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-IDX-ORIGEM           PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-QTD-MEDIA            PIC  9(002)         VALUE ZEROS.
       01  WS-HIS-SOMA-MEDIA           PIC  9(009)V9(002)  VALUE ZEROS.
       01  WS-HIS-ANO-MES              PIC  9(006)         VALUE ZEROS.
       01  WS-HIS-ANO-MES-R REDEFINES WS-HIS-ANO-MES.
           05  WS-HIS-ANO              PIC  9(004).
           05  WS-HIS-MES              PIC  9(002).
       01  WS-HIS-ANO-CALC             PIC  9(004)         VALUE ZEROS.
       01  WS-HIS-MES-RESTO            PIC  9(002)         VALUE ZEROS.

       01  WS-QTD-LIDOS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ATUALIZADOS          PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-CORRESP          PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-TROCAS-CURVA         PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-HIST-GRAVADOS        PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-HIST-ZERADOS         PIC  9(007)         VALUE ZEROS.
      *
       01  WS-TAB-ACUMULO.
           05  WS-TAB-ACUMULO-OCR      OCCURS 20000 TIMES.
               "CURVA ANT.".
           05  FILLER                  PIC  X(011)         VALUE
               "CURVA NOVA".
           05  FILLER                  PIC  X(008)         VALUE
               "TROCA".
           05  FILLER                  PIC  X(016)         VALUE
               "BASE CURVA".

       01  WS-LINHA-DETALHE.
           05  WS-DET-COD-CLIENTE      PIC  ZZZZZZ9.
           05  WS-DET-CURVA-NOVA       PIC  X(001).
           05  FILLER                  PIC  X(007)         VALUE SPACES.
           05  WS-DET-TROCA            PIC  X(001).
           05  FILLER                  PIC  X(003)         VALUE SPACES.
           05  WS-DET-BASE-CURVA       PIC  ZZZZZZ9,99.

       01  WS-LINHA-SEM-CORRESP.
           05  FILLER                  PIC  X(025)         VALUE
           05  FILLER                  PIC  X(019)         VALUE
               "  TROCAS DE CURVA: ".
           05  WS-TOT-TROCAS           PIC  ZZZZZZ9.

       01  WS-LINHA-TOTAL-HIST.
           05  FILLER                  PIC  X(024)         VALUE
               "HISTORICO - GRAVADOS: ".
           05  WS-TOT-HIST-GRAVADOS    PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(027)         VALUE
               "  SEM FATURAMENTO NO MES: ".
           05  WS-TOT-HIST-ZERADOS     PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               "  BASE DA CURVA: ".
           05  WS-TOT-BASE-CURVA       PIC  X(014).
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS061                 PIC  X(009)         VALUE
           'HBSIS061P'.

       COPY HBSIS061L.
      *----------------------------------------------------------------*
      * REGISTRO DA TRILHA DE AUDITORIA MONTADO PARA O HBSIS061P       *
      *----------------------------------------------------------------*
       COPY "HBSISAUD.CPY".
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION.
      *----------------------------------------------------------------*
              MOVE "HBSIS22D"          TO WS-COD-OPERADOR
           END-IF

           IF WS-ANO-MES               IS NOT NUMERIC
              DISPLAY "ANO/MES DO MOVIMENTO INVALIDO: " WS-ANO-MES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-ANO-MES-NUM         TO WS-HIS-ANO-MES
           COMPUTE WS-HIS-MES-CARGA = WS-HIS-ANO * 12 + WS-HIS-MES - 1

           MOVE SPACES                 TO WS-LABEL-MOV
           STRING "MovVendas."         DELIMITED BY SIZE
                  WS-ANO-MES           DELIMITED BY SIZE
                 ELSE
                    PERFORM 1150-PARAMETRO-INVALIDO
                 END-IF

                 EVALUATE PAR-BASE-CURVA
                     WHEN "M"
                          MOVE "M"     TO WS-BASE-CURVA
                     WHEN "U"
                     WHEN SPACES
                          MOVE "U"     TO WS-BASE-CURVA
                     WHEN OTHER
                          PERFORM 1150-PARAMETRO-INVALIDO
                 END-EVALUATE
              END-IF

              CLOSE ARQ-PARAM-CURVA
           END-IF

           DISPLAY "CORTES DA CURVA ABC - A: " WS-CORTE-A
                   " B: " WS-CORTE-B
                   " BASE: " WS-BASE-CURVA
                                       UPON CONSOLE

           .
       1100-EXIT.

           PERFORM 2100-ACUMULA-MOVIMENTO
           PERFORM 2500-ATUALIZA-CADASTRO
           PERFORM 2600-COMPLETA-HISTORICO

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS022C
           WRITE REL-HBSIS022C
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS022C
           WRITE REL-HBSIS022C

           MOVE WS-QTD-HIST-GRAVADOS   TO WS-TOT-HIST-GRAVADOS
           MOVE WS-QTD-HIST-ZERADOS    TO WS-TOT-HIST-ZERADOS
           IF WS-BASE-CURVA            EQUAL "M"
              MOVE "MEDIA 3 MESES"     TO WS-TOT-BASE-CURVA
           ELSE
              MOVE "MES CARREGADO"     TO WS-TOT-BASE-CURVA
           END-IF
           MOVE WS-LINHA-TOTAL-HIST    TO REL-HBSIS022C
           WRITE REL-HBSIS022C

           PERFORM 2060-CLOSE-REL-VOLUME-CURVA

           DISPLAY "CARGA DE VENDAS CONCLUIDA - ATUALIZADOS: "
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2590-OPEN-ARQ-HIST-VENDAS

           MOVE 1                      TO WS-IDX-ACUMULO

           PERFORM 2510-ATUALIZA-CLIENTE UNTIL
                   WS-IDX-ACUMULO      GREATER WS-QTD-ACUMULADOS

           CLOSE ARQ-HIST-VENDAS
           CLOSE ARQ-CLIENTE

           .
                                       TO WS-DET-VOLUME-ANT
              MOVE CURVA-ABC-HBSIS002C TO WS-DET-CURVA-ANT

              MOVE COD-CLIENTE-HBSIS002C
                                       TO WS-HIS-COD-CLIENTE
              MOVE WS-ACU-VOLUME (WS-IDX-ACUMULO)
                                       TO WS-HIS-VOLUME
              PERFORM 2540-ATUALIZA-HISTORICO
              PERFORM 2570-DEFINE-BASE-CURVA

              PERFORM 2520-CLASSIFICA-CURVA

              IF CURVA-ABC-HBSIS002C   EQUAL WS-CURVA-NOVA
              ELSE
                 DISPLAY "ERRO AO REGRAVAR O CLIENTE"
                                       UPON CONSOLE
                 CLOSE ARQ-HIST-VENDAS
                 CLOSE ARQ-CLIENTE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              MOVE VOLUME-MENSAL-HBSIS002C
                                       TO WS-DET-VOLUME-NOVO
              MOVE CURVA-ABC-HBSIS002C TO WS-DET-CURVA-NOVA
              MOVE WS-VOLUME-CURVA     TO WS-DET-BASE-CURVA
              MOVE WS-LINHA-DETALHE    TO REL-HBSIS022C
              WRITE REL-HBSIS022C

       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLASSIFICA A CURVA ABC PELA BASE DE VOLUME DEFINIDA (VOLUME    *
      * ACUMULADO DO PERIODO OU MEDIA DOS ULTIMOS 3 MESES)             *
      *----------------------------------------------------------------*
       2520-CLASSIFICA-CURVA           SECTION.

           EVALUATE TRUE
               WHEN WS-VOLUME-CURVA    NOT LESS WS-CORTE-A
                    MOVE "A"           TO WS-CURVA-NOVA
               WHEN WS-VOLUME-CURVA    NOT LESS WS-CORTE-B
                    MOVE "B"           TO WS-CURVA-NOVA
               WHEN OTHER
                    MOVE "C"           TO WS-CURVA-NOVA
           MOVE "HBSIS022P"            TO AUD-PROGRAMA
           MOVE WS-COD-OPERADOR        TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY MSG-RETORNO-HBSIS061L
                                       UPON CONSOLE
              CLOSE ARQ-HIST-VENDAS
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
       2530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ATUALIZA O HISTORICO MENSAL DO CLIENTE COM O VOLUME DO MES     *
      * CARREGADO - RECARGA DO MESMO MES SUBSTITUI A POSICAO 1; MES    *
      * NOVO DESLOCA A TABELA, ZERANDO OS MESES SEM CARGA NO MEIO;     *
      * MES ANTERIOR AO ULTIMO DO HISTORICO NAO ALTERA O HISTORICO     *
      *----------------------------------------------------------------*
       2540-ATUALIZA-HISTORICO         SECTION.

           MOVE WS-HIS-VOLUME          TO WS-VOLUME-CURVA
           MOVE WS-HIS-COD-CLIENTE     TO COD-CLIENTE-HBSIS046C

           READ ARQ-HIST-VENDAS RECORD
                              KEY IS      COD-CLIENTE-HBSIS046C

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              MOVE ULT-ANO-MES-HBSIS046C
                                       TO WS-HIS-ANO-MES
              COMPUTE WS-HIS-MES-ULTIMO =
                      WS-HIS-ANO * 12 + WS-HIS-MES - 1

              EVALUATE TRUE
                  WHEN WS-HIS-MES-ULTIMO
                                       EQUAL WS-HIS-MES-CARGA
                       MOVE WS-HIS-VOLUME
                                       TO VOLUME-HBSIS046C (1)
                       PERFORM 2570-DEFINE-BASE-CURVA
                       PERFORM 2580-REGRAVA-HISTORICO
                  WHEN WS-HIS-MES-ULTIMO
                                       LESS WS-HIS-MES-CARGA
                       COMPUTE WS-HIS-DESLOCAMENTO =
                               WS-HIS-MES-CARGA - WS-HIS-MES-ULTIMO
                       PERFORM 2550-DESLOCA-HISTORICO
                       PERFORM 2570-DEFINE-BASE-CURVA
                       PERFORM 2580-REGRAVA-HISTORICO
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           ELSE
              INITIALIZE ARQ-HBSIS046C
              MOVE WS-HIS-COD-CLIENTE  TO COD-CLIENTE-HBSIS046C
              MOVE WS-ANO-MES-NUM      TO ULT-ANO-MES-HBSIS046C
                                          ANO-MES-HBSIS046C (1)
              MOVE 1                   TO QTD-MESES-HBSIS046C
              MOVE WS-HIS-VOLUME       TO VOLUME-HBSIS046C (1)

              PERFORM 2570-DEFINE-BASE-CURVA

              WRITE ARQ-HBSIS046C

              IF WS-FL-STATUS-HIS      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-HIST-GRAVADOS
              ELSE
                 DISPLAY "ERRO AO GRAVAR O HISTORICO DO CLIENTE "
                         WS-HIS-COD-CLIENTE
                                       UPON CONSOLE
                 CLOSE ARQ-HIST-VENDAS
                 CLOSE ARQ-CLIENTE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       2540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESLOCA A TABELA DE MESES PELA QUANTIDADE DE MESES ENTRE O     *
      * ULTIMO MES DO HISTORICO E O MES CARREGADO - OS MESES MAIS      *
      * ANTIGOS QUE 12 SAEM DA TABELA                                  *
      *----------------------------------------------------------------*
       2550-DESLOCA-HISTORICO          SECTION.

           IF WS-HIS-DESLOCAMENTO      GREATER 12
              MOVE 12                  TO WS-HIS-DESLOCAMENTO
           END-IF

           MOVE 12                     TO WS-HIS-IDX

           PERFORM 2551-DESLOCA-MES UNTIL
                   WS-HIS-IDX          NOT GREATER WS-HIS-DESLOCAMENTO

           MOVE 1                      TO WS-HIS-IDX

           PERFORM 2552-ZERA-MES UNTIL
                   WS-HIS-IDX          GREATER WS-HIS-DESLOCAMENTO

           MOVE WS-HIS-VOLUME          TO VOLUME-HBSIS046C (1)
           MOVE WS-ANO-MES-NUM         TO ULT-ANO-MES-HBSIS046C

           ADD WS-HIS-DESLOCAMENTO     TO QTD-MESES-HBSIS046C

           IF QTD-MESES-HBSIS046C      GREATER 12
              MOVE 12                  TO QTD-MESES-HBSIS046C
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM MES PARA A SUA NOVA POSICAO NA TABELA                 *
      *----------------------------------------------------------------*
       2551-DESLOCA-MES                SECTION.

           COMPUTE WS-HIS-IDX-ORIGEM = WS-HIS-IDX - WS-HIS-DESLOCAMENTO

           MOVE TAB-MES-HBSIS046C (WS-HIS-IDX-ORIGEM)
                                       TO TAB-MES-HBSIS046C (WS-HIS-IDX)

           SUBTRACT 1                  FROM WS-HIS-IDX

           .
       2551-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABRE UMA POSICAO DE MES SEM FATURAMENTO NA TABELA              *
      *----------------------------------------------------------------*
       2552-ZERA-MES                   SECTION.

           COMPUTE WS-HIS-MES-CALC = WS-HIS-MES-CARGA - WS-HIS-IDX + 1

           PERFORM 2560-CONVERTE-MES

           MOVE WS-HIS-ANO-MES         TO ANO-MES-HBSIS046C (WS-HIS-IDX)
           MOVE ZEROS                  TO VOLUME-HBSIS046C (WS-HIS-IDX)

           ADD 1                       TO WS-HIS-IDX

           .
       2552-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONVERTE O NUMERO SEQUENCIAL DO MES (ANO * 12 + MES - 1) PARA  *
      * ANO/MES AAAAMM                                                 *
      *----------------------------------------------------------------*
       2560-CONVERTE-MES               SECTION.

           DIVIDE WS-HIS-MES-CALC      BY 12
                                   GIVING WS-HIS-ANO-CALC
                                REMAINDER WS-HIS-MES-RESTO

           MOVE WS-HIS-ANO-CALC        TO WS-HIS-ANO
           COMPUTE WS-HIS-MES = WS-HIS-MES-RESTO + 1

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEFINE A BASE DE VOLUME DA CURVA - COM A BASE "M" E A MEDIA    *
      * DOS ULTIMOS 3 MESES DO HISTORICO (OU DOS MESES EXISTENTES,     *
      * PARA CLIENTE COM MENOS DE 3 MESES DE HISTORICO)                *
      *----------------------------------------------------------------*
       2570-DEFINE-BASE-CURVA          SECTION.

           MOVE WS-HIS-VOLUME          TO WS-VOLUME-CURVA

           IF WS-BASE-CURVA            EQUAL "M"
              MOVE ZEROS               TO WS-HIS-SOMA-MEDIA
                                          WS-HIS-QTD-MEDIA
              MOVE 1                   TO WS-HIS-IDX

              PERFORM 2575-SOMA-MES-MEDIA UNTIL
                      WS-HIS-IDX       GREATER 3 OR
                      WS-HIS-IDX       GREATER QTD-MESES-HBSIS046C

              IF WS-HIS-QTD-MEDIA      GREATER ZEROS
                 COMPUTE WS-VOLUME-CURVA ROUNDED =
                         WS-HIS-SOMA-MEDIA / WS-HIS-QTD-MEDIA
              END-IF
           END-IF

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA UM MES DO HISTORICO PARA A MEDIA DA CURVA                 *
      *----------------------------------------------------------------*
       2575-SOMA-MES-MEDIA             SECTION.

           ADD VOLUME-HBSIS046C (WS-HIS-IDX)
                                       TO WS-HIS-SOMA-MEDIA
           ADD 1                       TO WS-HIS-QTD-MEDIA
           ADD 1                       TO WS-HIS-IDX

           .
       2575-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGRAVA O HISTORICO DO CLIENTE                                 *
      *----------------------------------------------------------------*
       2580-REGRAVA-HISTORICO          SECTION.

           REWRITE ARQ-HBSIS046C

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              ADD 1                    TO WS-QTD-HIST-GRAVADOS
           ELSE
              DISPLAY "ERRO AO REGRAVAR O HISTORICO DO CLIENTE "
                      WS-HIS-COD-CLIENTE
                                       UPON CONSOLE
              CLOSE ARQ-HIST-VENDAS
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2580-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO HISTORICO MENSAL DE VENDAS                         *
      *----------------------------------------------------------------*
       2590-OPEN-ARQ-HIST-VENDAS       SECTION.

           OPEN I-O ARQ-HIST-VENDAS

           IF WS-FL-STATUS-HIS         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO HISTORICO DE VENDAS"
                                       UPON CONSOLE
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2590-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TERCEIRA PASSAGEM - GRAVA O MES ZERADO NO HISTORICO DOS        *
      * CLIENTES ATIVOS QUE NAO TIVERAM MOVIMENTO NO PERIODO, PARA QUE *
      * A SEQUENCIA DE MESES SEM FATURAMENTO FIQUE REGISTRADA          *
      *----------------------------------------------------------------*
       2600-COMPLETA-HISTORICO         SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2590-OPEN-ARQ-HIST-VENDAS

           PERFORM 2610-LER-ARQ-CLIENTE

           PERFORM 2620-TRATA-CLIENTE-SEM-MOV UNTIL
                   WS-FL-STATUS-CLI    NOT EQUAL "00"

           CLOSE ARQ-HIST-VENDAS
           CLOSE ARQ-CLIENTE

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE CLIENTE                       *
      *----------------------------------------------------------------*
       2610-LER-ARQ-CLIENTE            SECTION.

           READ ARQ-CLIENTE NEXT RECORD

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CLIENTE ATIVO SEM O MES CARREGADO NO HISTORICO RECEBE O MES    *
      * COM VOLUME ZERO                                                *
      *----------------------------------------------------------------*
       2620-TRATA-CLIENTE-SEM-MOV      SECTION.

           IF SITUACAO-CLIENTE-HBSIS002C
                                       NOT EQUAL "I"
              MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS046C

              READ ARQ-HIST-VENDAS RECORD
                                 KEY IS      COD-CLIENTE-HBSIS046C

              IF WS-FL-STATUS-HIS      NOT EQUAL ZEROS
                 OR ULT-ANO-MES-HBSIS046C
                                       LESS WS-ANO-MES-NUM
                 MOVE COD-CLIENTE-HBSIS002C
                                       TO WS-HIS-COD-CLIENTE
                 MOVE ZEROS            TO WS-HIS-VOLUME
                 PERFORM 2540-ATUALIZA-HISTORICO
                 ADD 1                 TO WS-QTD-HIST-ZERADOS
              END-IF
           END-IF

           PERFORM 2610-LER-ARQ-CLIENTE

           .
       2620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.
