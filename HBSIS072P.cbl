       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS072P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS072P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CARGA DIARIA DO ENVELHECIMENTO DE CONTAS A      *
      *                RECEBER DO SISTEMA FINANCEIRO - LE O ARQUIVO     *
      *                DELIMITADO (CNPJ, VALOR EM ABERTO E FAIXA DE     *
      *                ATRASO), LOCALIZA O CLIENTE PELO CNPJ COMO O     *
      *                HBSIS040P, SUBSTITUI A POSICAO POR CLIENTE NO    *
      *                ArqPosReceber COM OS VALORES POR FAIXA E A       *
      *                PRIORIDADE DE COBRANCA E EMITE O RELATORIO DE    *
      *                CONTROLE COM OS CNPJ SEM CORRESPONDENCIA - O     *
      *                HBSIS073P LISTA A COBRANCA POR VENDEDOR E O      *
      *                HBSIS023P INCLUI NA ROTA DA SEMANA OS CLIENTES   *
      *                DE PRIORIDADE ALTA                               *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - DATA DO MOVIMENTO    *
      *                (AAAAMMDD, BRANCO = HOJE) E VALOR VENCIDO MINIMO *
      *                EM REAIS PARA A PRIORIDADE ALTA (BRANCO = 5000); *
      *                O MOVIMENTO E LIDO DE MovReceber.AAAAMMDD        *
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
           SELECT ARQ-MOV-RECEBER    ASSIGN TO WS-LABEL-MOV
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MOV.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS002C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS002C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT ARQ-POS-RECEBER    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS072C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-POS.

           SELECT REL-RECEBER        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-MOV-RECEBER
           LABEL RECORD IS STANDARD.
       01  REG-MOV-RECEBER             PIC  X(040).

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-POS-RECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqPosReceber'.
       COPY "HBSIS072C.CPY".

       FD  REL-RECEBER
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelReceber'.
       01  REL-HBSIS072C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-MOV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-POS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-MOV                PIC  X(030)         VALUE SPACES.

       01  WS-DATA-MOVIMENTO           PIC  X(008)         VALUE SPACES.
       01  WS-LIMITE-X                 PIC  X(009)         VALUE SPACES.
       01  WS-LIMITE-ALTA              PIC  9(011)V9(002)  VALUE 5000.

       01  WS-MOV-CNPJ-X               PIC  X(016)         VALUE SPACES.
       01  WS-MOV-VALOR-X              PIC  X(016)         VALUE SPACES.
       01  WS-MOV-FAIXA-X              PIC  X(002)         VALUE SPACES.
       01  WS-MOV-CNPJ                 PIC  9(014)         VALUE ZEROS.
       01  WS-MOV-VALOR                PIC  9(011)V9(002)  VALUE ZEROS.
       01  WS-MOV-FAIXA                PIC  9(001)         VALUE ZEROS.
       01  WS-MOV-VALIDO               PIC  X(001)         VALUE "N".
       01  WS-FIM-POSICAO              PIC  X(001)         VALUE "N".

       01  WS-QTD-LIDOS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-APLICADOS            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-SEM-CORRESP          PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-INVALIDOS            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-EXCLUIDOS            PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CLIENTES             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-ALTA                 PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-VENCIDO              PIC  9(013)V9(002)  VALUE ZEROS.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(042)         VALUE
               "CARGA DE CONTAS A RECEBER - DATA: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(031)         VALUE
               "  VENCIDO MINIMO P/ ALTA: ".
           05  WS-CAB-LIMITE           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-OCORRENCIA.
           05  WS-OCO-TEXTO            PIC  X(025).
           05  WS-OCO-IMAGEM           PIC  X(040).

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(008)         VALUE
               "LIDOS: ".
           05  WS-TOT-LIDOS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(014)         VALUE
               "  APLICADOS: ".
           05  WS-TOT-APLICADOS        PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(017)         VALUE
               "  SEM CADASTRO: ".
           05  WS-TOT-SEM-CORRESP      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(013)         VALUE
               "  INVALIDOS: ".
           05  WS-TOT-INVALIDOS        PIC  ZZZZZZ9.

       01  WS-LINHA-TOTAL-POSICAO.
           05  FILLER                  PIC  X(022)         VALUE
               "CLIENTES COM POSICAO: ".
           05  WS-TPO-CLIENTES         PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(020)         VALUE
               "  PRIORIDADE ALTA: ".
           05  WS-TPO-ALTA             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               "  TOTAL VENCIDO: ".
           05  WS-TPO-VENCIDO          PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
      * ROTINA DE INICIALIZACAO - LE OS PARAMETROS DA ENTRADA          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-DATA-MOVIMENTO    FROM CONSOLE
           ACCEPT WS-LIMITE-X          FROM CONSOLE

           IF WS-DATA-MOVIMENTO        EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF

           IF WS-LIMITE-X              NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-LIMITE-X)
                                       EQUAL ZEROS
              COMPUTE WS-LIMITE-ALTA =
                      FUNCTION NUMVAL (WS-LIMITE-X)
           END-IF

           MOVE SPACES                 TO WS-LABEL-MOV
           STRING "MovReceber."        DELIMITED BY SIZE
                  WS-DATA-MOVIMENTO    DELIMITED BY SIZE
                                  INTO WS-LABEL-MOV

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - O ARQUIVO DO FINANCEIRO E A FOTO     *
      * COMPLETA DO DIA, ENTAO A POSICAO ANTERIOR E EXCLUIDA ANTES DA  *
      * CARGA                                                          *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-REL-RECEBER

           MOVE WS-DATA-MOVIMENTO      TO WS-CAB-DATA
           MOVE WS-LIMITE-ALTA         TO WS-CAB-LIMITE
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS072C
           WRITE REL-HBSIS072C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS072C
           WRITE REL-HBSIS072C

           PERFORM 2100-OPEN-ARQUIVOS

           PERFORM 2150-LIMPA-POSICAO

           PERFORM 2110-LER-MOV-RECEBER

           PERFORM 2200-TRATA-MOV-RECEBER UNTIL
                   WS-FL-STATUS-MOV    NOT EQUAL "00"

           CLOSE ARQ-MOV-RECEBER
           CLOSE ARQ-CLIENTE

           PERFORM 2500-TOTALIZA-POSICAO

           CLOSE ARQ-POS-RECEBER

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS072C
           WRITE REL-HBSIS072C
           MOVE WS-QTD-LIDOS           TO WS-TOT-LIDOS
           MOVE WS-QTD-APLICADOS       TO WS-TOT-APLICADOS
           MOVE WS-QTD-SEM-CORRESP     TO WS-TOT-SEM-CORRESP
           MOVE WS-QTD-INVALIDOS       TO WS-TOT-INVALIDOS
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS072C
           WRITE REL-HBSIS072C
           MOVE WS-QTD-CLIENTES        TO WS-TPO-CLIENTES
           MOVE WS-QTD-ALTA            TO WS-TPO-ALTA
           MOVE WS-TOT-VENCIDO         TO WS-TPO-VENCIDO
           MOVE WS-LINHA-TOTAL-POSICAO TO REL-HBSIS072C
           WRITE REL-HBSIS072C

           CLOSE REL-RECEBER

           DISPLAY "CARGA DE CONTAS A RECEBER CONCLUIDA - CLIENTES: "
                   WS-QTD-CLIENTES
                   " PRIORIDADE ALTA: " WS-QTD-ALTA
                   " POSICOES ANTERIORES EXCLUIDAS: " WS-QTD-EXCLUIDOS
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE RELATORIO DE CONTROLE                   *
      *----------------------------------------------------------------*
       2050-OPEN-REL-RECEBER           SECTION.

           OPEN OUTPUT REL-RECEBER

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE RELATORIO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO MOVIMENTO, DO CADASTRO DE CLIENTES E DA POSICAO -  *
      * SEM O MOVIMENTO A POSICAO ANTERIOR E PRESERVADA                *
      *----------------------------------------------------------------*
       2100-OPEN-ARQUIVOS              SECTION.

           OPEN INPUT ARQ-MOV-RECEBER

           IF WS-FL-STATUS-MOV         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO MOVIMENTO DE CONTAS A "
                      "RECEBER: " WS-LABEL-MOV
                                       UPON CONSOLE
              CLOSE REL-RECEBER
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       UPON CONSOLE
              CLOSE ARQ-MOV-RECEBER
              CLOSE REL-RECEBER
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           OPEN I-O ARQ-POS-RECEBER

           IF WS-FL-STATUS-POS         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DA POSICAO DE CONTAS A RECEBER"
                                       UPON CONSOLE
              CLOSE ARQ-MOV-RECEBER
              CLOSE ARQ-CLIENTE
              CLOSE REL-RECEBER
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO MOVIMENTO DE CONTAS A RECEBER                       *
      *----------------------------------------------------------------*
       2110-LER-MOV-RECEBER            SECTION.

           READ ARQ-MOV-RECEBER NEXT RECORD

           IF WS-FL-STATUS-MOV         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DO MOVIMENTO DE CONTAS A RECEBER"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI A POSICAO DA CARGA ANTERIOR - CLIENTE QUE SAIU DO       *
      * ARQUIVO DO FINANCEIRO NAO TEM MAIS TITULO EM ABERTO            *
      *----------------------------------------------------------------*
       2150-LIMPA-POSICAO              SECTION.

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS072C
           MOVE "N"                    TO WS-FIM-POSICAO

           START ARQ-POS-RECEBER KEY NOT LESS COD-CLIENTE-HBSIS072C

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              PERFORM 2160-EXCLUI-POSICAO UNTIL
                      WS-FIM-POSICAO   EQUAL "S"
           END-IF

           .
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE E EXCLUI UMA POSICAO DA CARGA ANTERIOR                      *
      *----------------------------------------------------------------*
       2160-EXCLUI-POSICAO             SECTION.

           READ ARQ-POS-RECEBER NEXT RECORD

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              DELETE ARQ-POS-RECEBER RECORD
              ADD 1                    TO WS-QTD-EXCLUIDOS
           ELSE
              MOVE "S"                 TO WS-FIM-POSICAO
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UM REGISTRO DO MOVIMENTO - CNPJ;VALOR;FAIXA, COM A      *
      * FAIXA 0 = A VENCER, 1 = 1 A 30, 2 = 31 A 60, 3 = 61 A 90 E     *
      * 4 = ACIMA DE 90 DIAS DE ATRASO                                 *
      *----------------------------------------------------------------*
       2200-TRATA-MOV-RECEBER          SECTION.

           ADD 1                       TO WS-QTD-LIDOS

           MOVE SPACES                 TO WS-MOV-CNPJ-X
                                          WS-MOV-VALOR-X
                                          WS-MOV-FAIXA-X

           UNSTRING REG-MOV-RECEBER    DELIMITED BY ";"
               INTO WS-MOV-CNPJ-X
                    WS-MOV-VALOR-X
                    WS-MOV-FAIXA-X

           MOVE ZEROS                  TO WS-MOV-CNPJ
                                          WS-MOV-VALOR
                                          WS-MOV-FAIXA
           MOVE "S"                    TO WS-MOV-VALIDO

           IF WS-MOV-CNPJ-X            NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-MOV-CNPJ-X)
                                       EQUAL ZEROS
              COMPUTE WS-MOV-CNPJ =
                      FUNCTION NUMVAL (WS-MOV-CNPJ-X)
           END-IF

           IF WS-MOV-VALOR-X           NOT EQUAL SPACES
              AND FUNCTION TEST-NUMVAL (WS-MOV-VALOR-X)
                                       EQUAL ZEROS
              COMPUTE WS-MOV-VALOR =
                      FUNCTION NUMVAL (WS-MOV-VALOR-X)
           ELSE
              MOVE "N"                 TO WS-MOV-VALIDO
           END-IF

           IF WS-MOV-FAIXA-X (1:1)     IS NUMERIC
              AND WS-MOV-FAIXA-X (2:1) EQUAL SPACES
              AND WS-MOV-FAIXA-X (1:1) NOT GREATER "4"
              MOVE WS-MOV-FAIXA-X (1:1)
                                       TO WS-MOV-FAIXA
           ELSE
              MOVE "N"                 TO WS-MOV-VALIDO
           END-IF

           IF WS-MOV-CNPJ              EQUAL ZEROS
              MOVE "N"                 TO WS-MOV-VALIDO
           END-IF

           IF WS-MOV-VALIDO            EQUAL "N"
              ADD 1                    TO WS-QTD-INVALIDOS
              MOVE "MOVIMENTO INVALIDO.....: "
                                       TO WS-OCO-TEXTO
              MOVE REG-MOV-RECEBER     TO WS-OCO-IMAGEM
              MOVE WS-LINHA-OCORRENCIA TO REL-HBSIS072C
              WRITE REL-HBSIS072C
           ELSE
              PERFORM 2300-APLICA-RECEBER
           END-IF

           PERFORM 2110-LER-MOV-RECEBER

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE PELO CNPJ E SOMA O VALOR NA FAIXA DA        *
      * POSICAO DO CLIENTE - O FINANCEIRO PODE MANDAR MAIS DE UM       *
      * REGISTRO POR CNPJ E FAIXA                                      *
      *----------------------------------------------------------------*
       2300-APLICA-RECEBER             SECTION.

           MOVE WS-MOV-CNPJ            TO CNPJ-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      CNPJ-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS072C

              READ ARQ-POS-RECEBER RECORD
                                 KEY IS   COD-CLIENTE-HBSIS072C

              IF WS-FL-STATUS-POS      EQUAL ZEROS
                 PERFORM 2310-SOMA-FAIXA
                 PERFORM 2320-CALCULA-PRIORIDADE

                 REWRITE ARQ-HBSIS072C
              ELSE
                 INITIALIZE ARQ-HBSIS072C
                 MOVE COD-CLIENTE-HBSIS002C
                                       TO COD-CLIENTE-HBSIS072C
                 MOVE CNPJ-HBSIS002C   TO CNPJ-HBSIS072C
                 MOVE WS-DATA-MOVIMENTO
                                       TO DATA-POSICAO-HBSIS072C
                 PERFORM 2310-SOMA-FAIXA
                 PERFORM 2320-CALCULA-PRIORIDADE

                 WRITE ARQ-HBSIS072C
              END-IF

              IF WS-FL-STATUS-POS      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-APLICADOS
              ELSE
                 DISPLAY "ERRO AO GRAVAR A POSICAO DO CLIENTE "
                         COD-CLIENTE-HBSIS072C
                                       UPON CONSOLE
                 CLOSE ARQ-MOV-RECEBER
                 CLOSE ARQ-CLIENTE
                 CLOSE ARQ-POS-RECEBER
                 CLOSE REL-RECEBER
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           ELSE
              ADD 1                    TO WS-QTD-SEM-CORRESP
              MOVE "CNPJ SEM CADASTRO......: "
                                       TO WS-OCO-TEXTO
              MOVE REG-MOV-RECEBER     TO WS-OCO-IMAGEM
              MOVE WS-LINHA-OCORRENCIA TO REL-HBSIS072C
              WRITE REL-HBSIS072C
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * SOMA O VALOR DO MOVIMENTO NA FAIXA DE ATRASO INFORMADA         *
      *----------------------------------------------------------------*
       2310-SOMA-FAIXA                 SECTION.

           EVALUATE WS-MOV-FAIXA
               WHEN 0
                    ADD WS-MOV-VALOR   TO VLR-A-VENCER-HBSIS072C
               WHEN 1
                    ADD WS-MOV-VALOR   TO VLR-ATRASO-30-HBSIS072C
               WHEN 2
                    ADD WS-MOV-VALOR   TO VLR-ATRASO-60-HBSIS072C
               WHEN 3
                    ADD WS-MOV-VALOR   TO VLR-ATRASO-90-HBSIS072C
               WHEN OTHER
                    ADD WS-MOV-VALOR   TO VLR-ATRASO-ACIMA-HBSIS072C
           END-EVALUATE

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECALCULA OS TOTAIS, A MAIOR FAIXA VENCIDA E A PRIORIDADE DE   *
      * COBRANCA - ALTA COM VENCIDO ACIMA DE 60 DIAS OU COM O VENCIDO  *
      * TOTAL NO LIMITE INFORMADO, MEDIA COM QUALQUER VENCIDO E BAIXA  *
      * COM SO VALOR A VENCER                                          *
      *----------------------------------------------------------------*
       2320-CALCULA-PRIORIDADE         SECTION.

           COMPUTE VLR-VENCIDO-HBSIS072C =
                   VLR-ATRASO-30-HBSIS072C
                 + VLR-ATRASO-60-HBSIS072C
                 + VLR-ATRASO-90-HBSIS072C
                 + VLR-ATRASO-ACIMA-HBSIS072C

           COMPUTE VLR-ABERTO-HBSIS072C =
                   VLR-VENCIDO-HBSIS072C
                 + VLR-A-VENCER-HBSIS072C

           EVALUATE TRUE
               WHEN VLR-ATRASO-ACIMA-HBSIS072C
                                       GREATER ZEROS
                    MOVE 4             TO FAIXA-MAIOR-ATRASO-HBSIS072C
               WHEN VLR-ATRASO-90-HBSIS072C
                                       GREATER ZEROS
                    MOVE 3             TO FAIXA-MAIOR-ATRASO-HBSIS072C
               WHEN VLR-ATRASO-60-HBSIS072C
                                       GREATER ZEROS
                    MOVE 2             TO FAIXA-MAIOR-ATRASO-HBSIS072C
               WHEN VLR-ATRASO-30-HBSIS072C
                                       GREATER ZEROS
                    MOVE 1             TO FAIXA-MAIOR-ATRASO-HBSIS072C
               WHEN OTHER
                    MOVE 0             TO FAIXA-MAIOR-ATRASO-HBSIS072C
           END-EVALUATE

           EVALUATE TRUE
               WHEN FAIXA-MAIOR-ATRASO-HBSIS072C
                                       GREATER 2
                    MOVE "A"           TO PRIORIDADE-HBSIS072C
               WHEN VLR-VENCIDO-HBSIS072C
                                       GREATER ZEROS
                AND VLR-VENCIDO-HBSIS072C
                                       NOT LESS WS-LIMITE-ALTA
                    MOVE "A"           TO PRIORIDADE-HBSIS072C
               WHEN VLR-VENCIDO-HBSIS072C
                                       GREATER ZEROS
                    MOVE "M"           TO PRIORIDADE-HBSIS072C
               WHEN OTHER
                    MOVE "B"           TO PRIORIDADE-HBSIS072C
           END-EVALUATE

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE A POSICAO CARREGADA PARA OS TOTAIS DO RELATORIO       *
      *----------------------------------------------------------------*
       2500-TOTALIZA-POSICAO           SECTION.

           MOVE ZEROS                  TO COD-CLIENTE-HBSIS072C
           MOVE "N"                    TO WS-FIM-POSICAO

           START ARQ-POS-RECEBER KEY NOT LESS COD-CLIENTE-HBSIS072C

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              PERFORM 2510-TOTALIZA-CLIENTE UNTIL
                      WS-FIM-POSICAO   EQUAL "S"
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA A POSICAO DE UM CLIENTE NOS TOTAIS                     *
      *----------------------------------------------------------------*
       2510-TOTALIZA-CLIENTE           SECTION.

           READ ARQ-POS-RECEBER NEXT RECORD

           IF WS-FL-STATUS-POS         EQUAL ZEROS
              ADD 1                    TO WS-QTD-CLIENTES
              ADD VLR-VENCIDO-HBSIS072C
                                       TO WS-TOT-VENCIDO

              IF PRIORIDADE-HBSIS072C  EQUAL "A"
                 ADD 1                 TO WS-QTD-ALTA
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-POSICAO
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS072P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS072P.
      *----------------------------------------------------------------*
