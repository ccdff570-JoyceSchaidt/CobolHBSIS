       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS068P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS068P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONTROLE DO FECHAMENTO MENSAL NO ArqFechamento  *
      *                (JOB HBSIS68D) - FUNCAO I ABRE O FECHAMENTO DO   *
      *                MES E RECUSA COM RETURN-CODE 8 O MES JA FECHADO; *
      *                FUNCAO V CONFERE SE A ETAPA PODE RODAR (RC 0),   *
      *                SE JA FOI CONCLUIDA NESTE FECHAMENTO (RC 2) OU   *
      *                SE A ETAPA ANTERIOR NAO TERMINOU (RC 8); FUNCAO  *
      *                P REGISTRA O RETURN-CODE DA ETAPA COM OS TOTAIS  *
      *                DE CONTROLE APURADOS NAS SAIDAS DELA; FUNCAO O   *
      *                EXECUTA A ETAPA OPERACAO (HBSIS017P); FUNCAO F   *
      *                CONCLUI O MES E FUNCAO R EMITE O RESUMO DO       *
      *                FECHAMENTO PARA O FINANCEIRO                     *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN), UM POR LINHA - FUNCAO *
      *                (I, V, P, O, F OU R), ANO E MES AAAAMM           *
      *                (OBRIGATORIO NA FUNCAO I; BRANCO = MES EM        *
      *                FECHAMENTO), ETAPA (FUNCOES V E P), RETURN-CODE  *
      *                DA ETAPA COM 4 DIGITOS (FUNCAO P) E DATA DA      *
      *                DISTRIBUICAO AAAAMMDD DA COMISSAO (FUNCAO P,     *
      *                BRANCO = ULTIMA EXECUCAO CONCLUIDA)              *
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
           SELECT ARQ-FECHAMENTO     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANO-MES-HBSIS068C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-FEC.

           SELECT ARQ-HIST-VENDAS    ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS046C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-EXP-COMISSAO   ASSIGN TO WS-LABEL-EXP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-EXP.

           SELECT ARQ-CATALOGO       ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CAT.

           SELECT REL-COBERTURA      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-COB.

           SELECT ARQ-CHECKPOINT     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT REL-FECHAMENTO     ASSIGN TO WS-LABEL-REL
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-FECHAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqFechamento'.
       COPY "HBSIS068C.CPY".

       FD  ARQ-HIST-VENDAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistVendas'.
       COPY "HBSIS046C.CPY".

       FD  ARQ-EXP-COMISSAO
           LABEL RECORD IS STANDARD.
       01  EXP-HBSIS025C               PIC  X(100).

       FD  ARQ-CATALOGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCatAuditoria'.
       COPY "HBSIS032C.CPY".

       FD  REL-COBERTURA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelCobertura'.
       01  REL-HBSIS037C               PIC  X(132).

       FD  ARQ-CHECKPOINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCheckpoint'.
       01  REG-CHECKPOINT.
           05  CKP-COD-CLIENTE         PIC  9(007).
           05  CKP-DATA-EXECUCAO       PIC  X(008).
           05  CKP-ULTIMA-DATA-CONCLUIDA
                                       PIC  X(008).

       FD  REL-FECHAMENTO
           LABEL RECORD IS STANDARD.
       01  REL-HBSIS068C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-FEC            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-EXP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CAT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-COB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-EXP                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-REL                PIC  X(030)         VALUE SPACES.
       77  WS-MES-EXISTE               PIC  X(001)         VALUE "N".
       77  WS-FIM-ARQUIVO              PIC  X(001)         VALUE "N".

       01  WS-FUNCAO                   PIC  X(001)         VALUE SPACES.
       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-ETAPA                    PIC  X(010)         VALUE SPACES.
       01  WS-PARAMETRO                PIC  X(004)         VALUE SPACES.
       01  WS-REFERENCIA               PIC  X(008)         VALUE SPACES.
      *
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-HORA-AGORA               PIC  X(008)         VALUE SPACES.
       01  WS-ANO-MES-NUM              PIC  9(006)         VALUE ZEROS.
      *
       01  WS-NOMES-ETAPA.
           05  FILLER                  PIC  X(010)         VALUE
               "VENDAS".
           05  FILLER                  PIC  X(010)         VALUE
               "COMISSAO".
           05  FILLER                  PIC  X(010)         VALUE
               "AUDITORIA".
           05  FILLER                  PIC  X(010)         VALUE
               "OPERACAO".
           05  FILLER                  PIC  X(010)         VALUE
               "COBERTURA".
       01  WS-TAB-NOMES-ETAPA          REDEFINES WS-NOMES-ETAPA.
           05  WS-NOME-ETAPA           PIC  X(010)         OCCURS 5
                                                           TIMES.

       01  WS-IDX-ETAPA                PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-AUX                  PIC  9(002)         VALUE ZEROS.
       01  WS-IDX-MES                  PIC  9(002)         VALUE ZEROS.
       01  WS-COD-RETORNO-ETAPA        PIC  9(004)         VALUE ZEROS.
      *
      * RESULTADO DA CONFERENCIA DA ETAPA: L = LIBERADA, J = JA
      * CONCLUIDA NESTE FECHAMENTO, R = RECUSADA
       01  WS-CONFERENCIA              PIC  X(001)         VALUE SPACES.
       01  WS-QTD-MESES-ABERTOS        PIC  9(003)         VALUE ZEROS.
       01  WS-MES-ABERTO               PIC  X(006)         VALUE SPACES.
      *
       01  WS-QTD-CONTROLE             PIC  9(009)         VALUE ZEROS.
       01  WS-QTD-COMPL                PIC  9(009)         VALUE ZEROS.
       01  WS-VALOR-CONTROLE           PIC  9(013)V9(002)  VALUE ZEROS.
       01  WS-SAIDA-ETAPA              PIC  X(030)         VALUE SPACES.
       01  WS-TOTAL-OK                 PIC  X(001)         VALUE "S".
       01  WS-MSG-TOTAL                PIC  X(050)         VALUE SPACES.
      *
       01  WS-EXP-TIPO                 PIC  X(002)         VALUE SPACES.
       01  WS-EXP-QTD-X                PIC  X(005)         VALUE SPACES.
       01  WS-EXP-TOTAL-X              PIC  X(014)         VALUE SPACES.
       01  WS-EXP-QTD                  PIC  9(005)         VALUE ZEROS.
       01  WS-EXP-TOTAL                PIC  9(011),9(002)  VALUE ZEROS.
       01  WS-COB-NUMERO               PIC  ZZZZZZ9        VALUE ZEROS.
      *
       01  WS-QTD-CONCLUIDAS           PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-AVISOS               PIC  9(002)         VALUE ZEROS.
       01  WS-QTD-PENDENTES            PIC  9(002)         VALUE ZEROS.
      *----------------------------------------------------------------*
      * AREAS DE COMUNICACAO COM OUTROS PROGRAMAS                      *
      *----------------------------------------------------------------*
       01  WS-HBSIS017                 PIC  X(009)         VALUE
           'HBSIS017P'.

       COPY HBSIS017L.
      *----------------------------------------------------------------*
      * LINHAS DO RESUMO DO FECHAMENTO                                 *
      *----------------------------------------------------------------*
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(032)         VALUE
               "RESUMO DO FECHAMENTO MENSAL - ".
           05  WS-CAB-ANO-MES          PIC  X(006).
           05  FILLER                  PIC  X(012)         VALUE
               "  SITUACAO: ".
           05  WS-CAB-SITUACAO         PIC  X(018).
           05  FILLER                  PIC  X(014)         VALUE
               "  EMITIDO EM: ".
           05  WS-CAB-DATA             PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-CAB-HORA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-PERIODO.
           05  FILLER                  PIC  X(011)         VALUE
               "INICIO EM: ".
           05  WS-PER-DATA-INICIO      PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-PER-HORA-INICIO      PIC  X(006).
           05  FILLER                  PIC  X(010)         VALUE
               "  FIM EM: ".
           05  WS-PER-DATA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-PER-HORA-FIM         PIC  X(006).
           05  FILLER                  PIC  X(015)         VALUE
               "  REABERTURAS: ".
           05  WS-PER-REABERTURAS      PIC  ZZ9.

       01  WS-LINHA-REABERTURA.
           05  FILLER                  PIC  X(025)         VALUE
               "ULTIMA REABERTURA - POR: ".
           05  WS-REA-OPERADOR         PIC  X(008).
           05  FILLER                  PIC  X(006)         VALUE
               "  EM: ".
           05  WS-REA-DATA-HORA        PIC  X(014).
           05  FILLER                  PIC  X(010)         VALUE
               "  MOTIVO: ".
           05  WS-REA-MOTIVO           PIC  X(040).

       01  WS-LINHA-CAB-ETAPA.
           05  FILLER                  PIC  X(027)         VALUE
               "ETAPA      SITUACAO".
           05  FILLER                  PIC  X(021)         VALUE
               "  RC  REGISTRO EM".
           05  FILLER                  PIC  X(020)         VALUE
               "QTD.CONTR QTD.COMPL".
           05  FILLER                  PIC  X(022)         VALUE
               "        VALOR/VOLUME".
           05  FILLER                  PIC  X(040)         VALUE
               "SAIDA                SIT.SAIDA       GER".

       01  WS-LINHA-DET-ETAPA.
           05  WS-DET-ETAPA            PIC  X(010).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SITUACAO         PIC  X(015).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-COD-RETORNO      PIC  ZZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-DATA-HORA        PIC  X(014).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD-CONTROLE     PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-QTD-COMPL        PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-VALOR-CONTROLE   PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DET-SAIDA            PIC  X(020).
           05  FILLER                  PIC  X(001)         VALUE SPACES.
           05  WS-DET-SITUACAO-SAIDA   PIC  X(011).
           05  FILLER                  PIC  X(005)         VALUE SPACES.
           05  WS-DET-GERACAO          PIC  ZZ9.

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(008)         VALUE
               "ETAPAS: ".
           05  WS-TOT-ETAPAS           PIC  9.
           05  FILLER                  PIC  X(014)         VALUE
               "  CONCLUIDAS: ".
           05  WS-TOT-CONCLUIDAS       PIC  9.
           05  FILLER                  PIC  X(013)         VALUE
               "  COM AVISO: ".
           05  WS-TOT-AVISOS           PIC  9.
           05  FILLER                  PIC  X(022)         VALUE
               "  PENDENTES OU FALHA: ".
           05  WS-TOT-PENDENTES        PIC  9.
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

           ACCEPT WS-FUNCAO            FROM CONSOLE
           ACCEPT WS-ANO-MES           FROM CONSOLE
           ACCEPT WS-ETAPA             FROM CONSOLE
           ACCEPT WS-PARAMETRO         FROM CONSOLE
           ACCEPT WS-REFERENCIA        FROM CONSOLE

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA        FROM TIME

           IF WS-FUNCAO                EQUAL "I" OR "V" OR "P" OR "O"
                                          OR "F" OR "R"
              CONTINUE
           ELSE
              DISPLAY "FUNCAO DO CONTROLE DO FECHAMENTO INVALIDA: "
                      WS-FUNCAO        UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-FUNCAO                EQUAL "I"
              AND WS-ANO-MES           EQUAL SPACES
              DISPLAY "ANO/MES DO FECHAMENTO NAO INFORMADO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-ANO-MES               NOT EQUAL SPACES
              IF WS-ANO-MES            IS NOT NUMERIC
                 OR WS-ANO-MES (5:2)   LESS "01"
                 OR WS-ANO-MES (5:2)   GREATER "12"
                 DISPLAY "ANO/MES DO FECHAMENTO INVALIDO: "
                         WS-ANO-MES    UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           MOVE ZEROS                  TO WS-IDX-ETAPA

           IF WS-FUNCAO                EQUAL "O"
              MOVE 4                   TO WS-IDX-ETAPA
           END-IF

           IF WS-FUNCAO                EQUAL "V" OR "P"
              MOVE 1                   TO WS-IDX-AUX
              PERFORM 1100-IDENTIFICA-ETAPA UNTIL
                      WS-IDX-AUX       GREATER 5

              IF WS-IDX-ETAPA          EQUAL ZEROS
                 DISPLAY "ETAPA DO FECHAMENTO INVALIDA: " WS-ETAPA
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           IF WS-FUNCAO                EQUAL "P"
              IF WS-IDX-ETAPA          EQUAL 4
                 DISPLAY "A ETAPA OPERACAO E EXECUTADA E REGISTRADA "
                         "PELA FUNCAO O"
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              IF WS-PARAMETRO          IS NUMERIC
                 MOVE WS-PARAMETRO     TO WS-COD-RETORNO-ETAPA
              ELSE
                 DISPLAY "RETURN-CODE DA ETAPA INVALIDO: "
                         WS-PARAMETRO  UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA A ETAPA INFORMADA NA TABELA DE ETAPAS DO FECHAMENTO    *
      *----------------------------------------------------------------*
       1100-IDENTIFICA-ETAPA           SECTION.

           IF WS-NOME-ETAPA (WS-IDX-AUX)
                                       EQUAL WS-ETAPA
              MOVE WS-IDX-AUX          TO WS-IDX-ETAPA
           END-IF

           ADD 1                       TO WS-IDX-AUX

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           PERFORM 2050-OPEN-ARQ-FECHAMENTO

           IF WS-ANO-MES               EQUAL SPACES
              OR WS-FUNCAO             EQUAL "I"
              PERFORM 2060-LOCALIZA-MES-ABERTO
           END-IF

           IF WS-ANO-MES               EQUAL SPACES
              IF WS-QTD-MESES-ABERTOS  EQUAL 1
                 MOVE WS-MES-ABERTO    TO WS-ANO-MES
              ELSE
                 DISPLAY "ANO/MES NAO INFORMADO E MESES EM FECHAMENTO: "
                         WS-QTD-MESES-ABERTOS
                                       UPON CONSOLE
                 CLOSE ARQ-FECHAMENTO
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF
           END-IF

           MOVE WS-ANO-MES             TO WS-ANO-MES-NUM

           EVALUATE WS-FUNCAO
               WHEN "I"
                    PERFORM 2100-INICIA-FECHAMENTO
               WHEN "V"
                    PERFORM 2200-VERIFICA-ETAPA
               WHEN "P"
                    PERFORM 2300-REGISTRA-ETAPA
               WHEN "O"
                    PERFORM 2400-EXECUTA-OPERACAO
               WHEN "F"
                    PERFORM 2500-CONCLUI-FECHAMENTO
               WHEN "R"
                    PERFORM 2070-LER-MES
                    IF WS-MES-EXISTE   EQUAL "S"
                       PERFORM 2600-EMITE-RELATORIO
                    ELSE
                       DISPLAY "MES SEM REGISTRO DE FECHAMENTO: "
                               WS-ANO-MES
                                       UPON CONSOLE
                       MOVE 9          TO RETURN-CODE
                    END-IF
           END-EVALUATE

           CLOSE ARQ-FECHAMENTO

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE CONTROLE DO FECHAMENTO                  *
      *----------------------------------------------------------------*
       2050-OPEN-ARQ-FECHAMENTO        SECTION.

           OPEN I-O ARQ-FECHAMENTO

           IF WS-FL-STATUS-FEC         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DO FECHAMENTO: "
                      WS-FL-STATUS-FEC UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA OS MESES EM FECHAMENTO (SITUACAO E) - SO UM MES PODE   *
      * ESTAR EM FECHAMENTO POR VEZ                                    *
      *----------------------------------------------------------------*
       2060-LOCALIZA-MES-ABERTO        SECTION.

           MOVE ZEROS                  TO WS-QTD-MESES-ABERTOS
           MOVE SPACES                 TO WS-MES-ABERTO
           MOVE LOW-VALUES             TO ANO-MES-HBSIS068C
           MOVE "N"                    TO WS-FIM-ARQUIVO

           START ARQ-FECHAMENTO KEY NOT LESS ANO-MES-HBSIS068C

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              PERFORM 2065-LE-PROXIMO-MES UNTIL
                      WS-FIM-ARQUIVO   EQUAL "S"
           END-IF

           .
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O PROXIMO MES DO CONTROLE E CONTA OS MESES EM FECHAMENTO    *
      *----------------------------------------------------------------*
       2065-LE-PROXIMO-MES             SECTION.

           READ ARQ-FECHAMENTO NEXT RECORD

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              IF SITUACAO-HBSIS068C    EQUAL "E"
                 ADD 1                 TO WS-QTD-MESES-ABERTOS
                 MOVE ANO-MES-HBSIS068C
                                       TO WS-MES-ABERTO
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ARQUIVO
           END-IF

           .
       2065-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO REGISTRO DE CONTROLE DO MES                         *
      *----------------------------------------------------------------*
       2070-LER-MES                    SECTION.

           MOVE WS-ANO-MES             TO ANO-MES-HBSIS068C

           READ ARQ-FECHAMENTO RECORD
                               KEY IS     ANO-MES-HBSIS068C

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              MOVE "S"                 TO WS-MES-EXISTE
           ELSE
              MOVE "N"                 TO WS-MES-EXISTE
           END-IF

           .
       2070-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU REGRAVA O REGISTRO DE CONTROLE DO MES                 *
      *----------------------------------------------------------------*
       2080-GRAVA-MES                  SECTION.

           IF WS-MES-EXISTE            EQUAL "S"
              REWRITE ARQ-HBSIS068C
           ELSE
              WRITE ARQ-HBSIS068C
           END-IF

           IF WS-FL-STATUS-FEC         EQUAL ZEROS
              MOVE "S"                 TO WS-MES-EXISTE
           ELSE
              DISPLAY "ERRO AO GRAVAR O CONTROLE DO FECHAMENTO: "
                      WS-FL-STATUS-FEC UPON CONSOLE
              CLOSE ARQ-FECHAMENTO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2080-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE O MES E EXIGE QUE ESTEJA EM FECHAMENTO - FORA DELE A ETAPA  *
      * E RECUSADA COM RETURN-CODE 8                                   *
      *----------------------------------------------------------------*
       2090-EXIGE-EM-FECHAMENTO        SECTION.

           PERFORM 2070-LER-MES

           IF WS-MES-EXISTE            EQUAL "N"
              OR SITUACAO-HBSIS068C    NOT EQUAL "E"
              DISPLAY "MES " WS-ANO-MES " NAO ESTA EM FECHAMENTO - "
                      "EXECUTAR A FUNCAO I NO INICIO DO HBSIS68D"
                                       UPON CONSOLE
              CLOSE ARQ-FECHAMENTO
              MOVE 8                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2090-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INICIO DO FECHAMENTO - RECUSA O MES JA FECHADO E O MES NOVO    *
      * QUANDO OUTRO MES ESTA EM FECHAMENTO; NO REINICIO APOS FALHA AS *
      * ETAPAS JA CONCLUIDAS SAO MANTIDAS E NAO RODAM DE NOVO; NO MES  *
      * REABERTO TODAS AS ETAPAS VOLTAM A PENDENTE, MENOS A AUDITORIA, *
      * CUJA GERACAO DO MES E SELADA E NAO E REFEITA                   *
      *----------------------------------------------------------------*
       2100-INICIA-FECHAMENTO          SECTION.

           IF WS-QTD-MESES-ABERTOS     GREATER ZEROS
              AND WS-MES-ABERTO        NOT EQUAL WS-ANO-MES
              DISPLAY "FECHAMENTO RECUSADO - MES " WS-MES-ABERTO
                      " AINDA ESTA EM FECHAMENTO"
                                       UPON CONSOLE
              CLOSE ARQ-FECHAMENTO
              MOVE 8                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2070-LER-MES

           IF WS-MES-EXISTE            EQUAL "S"
              AND SITUACAO-HBSIS068C   EQUAL "F"
              DISPLAY "FECHAMENTO RECUSADO - MES " WS-ANO-MES
                      " JA FECHADO EM " DATA-FIM-HBSIS068C
                      " - REABERTURA PELO MENU DO FECHAMENTO MENSAL"
                                       UPON CONSOLE
              CLOSE ARQ-FECHAMENTO
              MOVE 8                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-MES-EXISTE            EQUAL "N"
              INITIALIZE ARQ-HBSIS068C
              MOVE WS-ANO-MES          TO ANO-MES-HBSIS068C
           END-IF

           MOVE 1                      TO WS-IDX-AUX

           PERFORM 2110-PREPARA-ETAPA UNTIL
                   WS-IDX-AUX          GREATER 5

           MOVE "E"                    TO SITUACAO-HBSIS068C
           MOVE WS-DATA-HOJE           TO DATA-INICIO-HBSIS068C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-INICIO-HBSIS068C
           MOVE SPACES                 TO DATA-FIM-HBSIS068C
                                          HORA-FIM-HBSIS068C
           PERFORM 2080-GRAVA-MES

           DISPLAY "FECHAMENTO DO MES " WS-ANO-MES " INICIADO - "
                   "REABERTURAS: " QTD-REABERTURAS-HBSIS068C
                                       UPON CONSOLE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PREPARA UMA ETAPA PARA O FECHAMENTO - A ETAPA NOVA RECEBE O    *
      * NOME; A QUE FALHOU, OU TODAS AS DO MES REABERTO (MENOS A       *
      * AUDITORIA CONCLUIDA), VOLTA A PENDENTE                         *
      *----------------------------------------------------------------*
       2110-PREPARA-ETAPA              SECTION.

           MOVE WS-NOME-ETAPA (WS-IDX-AUX)
                                       TO NOME-ETAPA-HBSIS068C
                                          (WS-IDX-AUX)

           EVALUATE TRUE
               WHEN SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       EQUAL SPACES
                    MOVE "P"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-AUX)
               WHEN SITUACAO-HBSIS068C EQUAL "R"
                    AND WS-IDX-AUX     NOT EQUAL 3
                    MOVE "P"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-AUX)
               WHEN SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       NOT EQUAL "C" AND "A"
                    MOVE "P"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-AUX)
           END-EVALUATE

           ADD 1                       TO WS-IDX-AUX

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VERIFICACAO DA ETAPA ANTES DA EXECUCAO - RETURN-CODE 0 LIBERA, *
      * 2 PULA A ETAPA JA CONCLUIDA NESTE FECHAMENTO E 8 RECUSA A      *
      * ETAPA CUJA ANTERIOR NAO TERMINOU                               *
      *----------------------------------------------------------------*
       2200-VERIFICA-ETAPA             SECTION.

           PERFORM 2090-EXIGE-EM-FECHAMENTO
           PERFORM 2210-CONFERE-ETAPA

           EVALUATE WS-CONFERENCIA
               WHEN "L"
                    MOVE ZEROS         TO RETURN-CODE
               WHEN "J"
                    MOVE 2             TO RETURN-CODE
               WHEN OTHER
                    MOVE 8             TO RETURN-CODE
           END-EVALUATE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE A ETAPA NO REGISTRO DO MES - CONCLUIDA (C OU A) NAO    *
      * RODA DE NOVO; AS ETAPAS ANTERIORES PRECISAM ESTAR CONCLUIDAS   *
      *----------------------------------------------------------------*
       2210-CONFERE-ETAPA              SECTION.

           MOVE "L"                    TO WS-CONFERENCIA

           IF SITUACAO-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       EQUAL "C" OR "A"
              MOVE "J"                 TO WS-CONFERENCIA
              DISPLAY "ETAPA " WS-NOME-ETAPA (WS-IDX-ETAPA)
                      " JA CONCLUIDA NO FECHAMENTO DE " WS-ANO-MES
                      " - NAO SERA EXECUTADA DE NOVO"
                                       UPON CONSOLE
           ELSE
              MOVE 1                   TO WS-IDX-AUX
              PERFORM 2220-CONFERE-ANTERIOR UNTIL
                      WS-IDX-AUX       NOT LESS WS-IDX-ETAPA
           END-IF

           IF WS-CONFERENCIA           EQUAL "L"
              DISPLAY "ETAPA " WS-NOME-ETAPA (WS-IDX-ETAPA)
                      " LIBERADA NO FECHAMENTO DE " WS-ANO-MES
                                       UPON CONSOLE
           END-IF

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE UMA ETAPA ANTERIOR A ETAPA VERIFICADA                  *
      *----------------------------------------------------------------*
       2220-CONFERE-ANTERIOR           SECTION.

           IF SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       NOT EQUAL "C" AND "A"
              MOVE "R"                 TO WS-CONFERENCIA
              DISPLAY "ETAPA " WS-NOME-ETAPA (WS-IDX-ETAPA)
                      " RECUSADA - ETAPA ANTERIOR "
                      WS-NOME-ETAPA (WS-IDX-AUX) " NA SITUACAO "
                      SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       UPON CONSOLE
           END-IF

           ADD 1                       TO WS-IDX-AUX

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * REGISTRO DA ETAPA APOS A EXECUCAO - COM RETURN-CODE ATE 4 OS   *
      * TOTAIS DE CONTROLE SAO APURADOS NAS SAIDAS DA ETAPA; SAIDA SEM *
      * O MES PROCESSADO TRANSFORMA A ETAPA EM FALHA (RETURN-CODE 8)   *
      *----------------------------------------------------------------*
       2300-REGISTRA-ETAPA             SECTION.

           PERFORM 2090-EXIGE-EM-FECHAMENTO

           MOVE ZEROS                  TO WS-QTD-CONTROLE
                                          WS-QTD-COMPL
                                          WS-VALOR-CONTROLE
           MOVE SPACES                 TO WS-SAIDA-ETAPA
                                          WS-MSG-TOTAL
           MOVE "S"                    TO WS-TOTAL-OK

           IF WS-COD-RETORNO-ETAPA     NOT GREATER 4
              EVALUATE WS-IDX-ETAPA
                  WHEN 1
                       PERFORM 2310-TOTAL-VENDAS
                  WHEN 2
                       PERFORM 2320-TOTAL-COMISSAO
                  WHEN 3
                       PERFORM 2330-TOTAL-AUDITORIA
                  WHEN 5
                       PERFORM 2350-TOTAL-COBERTURA
              END-EVALUATE
           END-IF

           PERFORM 2390-GRAVA-ETAPA

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DA CARGA DE VENDAS - CLIENTES COM O MES NO HISTORICO,   *
      * CLIENTES COM VOLUME E VOLUME TOTAL DO MES                      *
      *----------------------------------------------------------------*
       2310-TOTAL-VENDAS               SECTION.

           MOVE "RelVolumeCurva"       TO WS-SAIDA-ETAPA

           OPEN INPUT ARQ-HIST-VENDAS

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              MOVE "N"                 TO WS-FIM-ARQUIVO
              PERFORM 2311-LE-HISTORICO UNTIL
                      WS-FIM-ARQUIVO   EQUAL "S"
              CLOSE ARQ-HIST-VENDAS
           END-IF

           IF WS-QTD-CONTROLE          EQUAL ZEROS
              MOVE "N"                 TO WS-TOTAL-OK
              MOVE "MES NAO CARREGADO NO HISTORICO DE VENDAS"
                                       TO WS-MSG-TOTAL
           END-IF

           .
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UM CLIENTE DO HISTORICO E ACUMULA O VOLUME DO MES           *
      *----------------------------------------------------------------*
       2311-LE-HISTORICO               SECTION.

           READ ARQ-HIST-VENDAS NEXT RECORD

           IF WS-FL-STATUS-HIS         EQUAL ZEROS
              MOVE 1                   TO WS-IDX-MES
              PERFORM 2312-PROCURA-MES UNTIL
                      WS-IDX-MES       GREATER QTD-MESES-HBSIS046C
                      OR WS-IDX-MES    GREATER 12
           ELSE
              MOVE "S"                 TO WS-FIM-ARQUIVO
           END-IF

           .
       2311-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PROCURA O MES DO FECHAMENTO NA TABELA DO CLIENTE               *
      *----------------------------------------------------------------*
       2312-PROCURA-MES                SECTION.

           IF ANO-MES-HBSIS046C (WS-IDX-MES)
                                       EQUAL WS-ANO-MES-NUM
              ADD 1                    TO WS-QTD-CONTROLE
              IF VOLUME-HBSIS046C (WS-IDX-MES)
                                       GREATER ZEROS
                 ADD 1                 TO WS-QTD-COMPL
                 ADD VOLUME-HBSIS046C (WS-IDX-MES)
                                       TO WS-VALOR-CONTROLE
              END-IF
              MOVE 13                  TO WS-IDX-MES
           ELSE
              ADD 1                    TO WS-IDX-MES
           END-IF

           .
       2312-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DA COMISSAO - VENDEDORES E VALOR DO TRAILER DO ARQUIVO  *
      * DE EXPORTACAO PARA A FOLHA DA DATA DA DISTRIBUICAO             *
      *----------------------------------------------------------------*
       2320-TOTAL-COMISSAO             SECTION.

           IF WS-REFERENCIA            EQUAL SPACES OR ZEROS
              PERFORM 2321-LE-CHECKPOINT
           END-IF

           MOVE SPACES                 TO WS-LABEL-EXP
           STRING "ExpComissao."       DELIMITED BY SIZE
                  WS-REFERENCIA        DELIMITED BY SIZE
                                  INTO WS-LABEL-EXP
           MOVE WS-LABEL-EXP           TO WS-SAIDA-ETAPA
           MOVE SPACES                 TO WS-EXP-TIPO

           OPEN INPUT ARQ-EXP-COMISSAO

           IF WS-FL-STATUS-EXP         EQUAL ZEROS
              MOVE "N"                 TO WS-FIM-ARQUIVO
              PERFORM 2322-LE-EXPORTACAO UNTIL
                      WS-FIM-ARQUIVO   EQUAL "S"
              CLOSE ARQ-EXP-COMISSAO
           END-IF

           IF WS-EXP-TIPO              NOT EQUAL "T"
              MOVE "N"                 TO WS-TOTAL-OK
              MOVE "EXPORTACAO DA COMISSAO SEM TRAILER"
                                       TO WS-MSG-TOTAL
           END-IF

           .
       2320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DATA DA DISTRIBUICAO PADRAO - ULTIMA EXECUCAO CONCLUIDA        *
      *----------------------------------------------------------------*
       2321-LE-CHECKPOINT              SECTION.

           OPEN INPUT ARQ-CHECKPOINT

           IF WS-FL-STATUS-CKP         EQUAL ZEROS
              READ ARQ-CHECKPOINT

              IF WS-FL-STATUS-CKP      EQUAL ZEROS
                 MOVE CKP-ULTIMA-DATA-CONCLUIDA
                                       TO WS-REFERENCIA
              END-IF

              CLOSE ARQ-CHECKPOINT
           END-IF

           .
       2321-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UM REGISTRO DA EXPORTACAO E GUARDA OS TOTAIS DO TRAILER     *
      *----------------------------------------------------------------*
       2322-LE-EXPORTACAO              SECTION.

           READ ARQ-EXP-COMISSAO

           IF WS-FL-STATUS-EXP         EQUAL ZEROS
              IF EXP-HBSIS025C (1:2)   EQUAL "T;"
                 UNSTRING EXP-HBSIS025C
                                       DELIMITED BY ";"
                                  INTO WS-EXP-TIPO
                                       WS-EXP-QTD-X
                                       WS-EXP-TOTAL-X
                 END-UNSTRING
                 MOVE WS-EXP-QTD-X     TO WS-EXP-QTD
                 MOVE WS-EXP-TOTAL-X   TO WS-EXP-TOTAL
                 MOVE WS-EXP-QTD       TO WS-QTD-CONTROLE
                 MOVE WS-EXP-TOTAL     TO WS-VALOR-CONTROLE
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ARQUIVO
           END-IF

           .
       2322-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DO CORTE DA AUDITORIA - REGISTROS DA GERACAO DO MES NO  *
      * CATALOGO DE GERACOES                                           *
      *----------------------------------------------------------------*
       2330-TOTAL-AUDITORIA            SECTION.

           MOVE SPACES                 TO WS-SAIDA-ETAPA
           STRING "ArqAuditoria."      DELIMITED BY SIZE
                  WS-ANO-MES           DELIMITED BY SIZE
                                  INTO WS-SAIDA-ETAPA
           MOVE "N"                    TO WS-TOTAL-OK
           MOVE "GERACAO DO MES AUSENTE DO CATALOGO DA AUDITORIA"
                                       TO WS-MSG-TOTAL

           OPEN INPUT ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              MOVE "N"                 TO WS-FIM-ARQUIVO
              PERFORM 2331-LE-CATALOGO UNTIL
                      WS-FIM-ARQUIVO   EQUAL "S"
              CLOSE ARQ-CATALOGO
           END-IF

           .
       2330-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UMA GERACAO DO CATALOGO E GUARDA A DO MES DO FECHAMENTO     *
      *----------------------------------------------------------------*
       2331-LE-CATALOGO                SECTION.

           READ ARQ-CATALOGO

           IF WS-FL-STATUS-CAT         EQUAL ZEROS
              IF ANO-MES-HBSIS032C     EQUAL WS-ANO-MES
                 MOVE QTD-REGISTROS-HBSIS032C
                                       TO WS-QTD-CONTROLE
                 MOVE "S"              TO WS-TOTAL-OK
                 MOVE SPACES           TO WS-MSG-TOTAL
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ARQUIVO
           END-IF

           .
       2331-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TOTAIS DA COBERTURA DE VISITAS - CLIENTES E CLIENTES SEM       *
      * VISITA DA LINHA DE RESUMO DO RelCobertura                      *
      *----------------------------------------------------------------*
       2350-TOTAL-COBERTURA            SECTION.

           MOVE "RelCobertura"         TO WS-SAIDA-ETAPA
           MOVE "N"                    TO WS-TOTAL-OK
           MOVE "RELATORIO DE COBERTURA SEM A LINHA DE RESUMO"
                                       TO WS-MSG-TOTAL

           OPEN INPUT REL-COBERTURA

           IF WS-FL-STATUS-COB         EQUAL ZEROS
              MOVE "N"                 TO WS-FIM-ARQUIVO
              PERFORM 2351-LE-COBERTURA UNTIL
                      WS-FIM-ARQUIVO   EQUAL "S"
              CLOSE REL-COBERTURA
           END-IF

           .
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LE UMA LINHA DO RELATORIO DE COBERTURA E GUARDA O RESUMO       *
      *----------------------------------------------------------------*
       2351-LE-COBERTURA               SECTION.

           READ REL-COBERTURA

           IF WS-FL-STATUS-COB         EQUAL ZEROS
              IF REL-HBSIS037C (1:9)   EQUAL "RESUMO - "
                 MOVE REL-HBSIS037C (20:7)
                                       TO WS-COB-NUMERO
                 MOVE WS-COB-NUMERO    TO WS-QTD-CONTROLE
                 MOVE REL-HBSIS037C (41:7)
                                       TO WS-COB-NUMERO
                 MOVE WS-COB-NUMERO    TO WS-QTD-COMPL
                 MOVE "S"              TO WS-TOTAL-OK
                 MOVE SPACES           TO WS-MSG-TOTAL
              END-IF
           ELSE
              MOVE "S"                 TO WS-FIM-ARQUIVO
           END-IF

           .
       2351-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA A ETAPA NO REGISTRO DO MES - A SAIDA DA ETAPA CONCLUIDA  *
      * FICA VIGENTE NA GERACAO CORRENTE DO MES                        *
      *----------------------------------------------------------------*
       2390-GRAVA-ETAPA                SECTION.

           IF WS-TOTAL-OK              EQUAL "N"
              DISPLAY "ETAPA " WS-NOME-ETAPA (WS-IDX-ETAPA)
                      " SEM TOTAIS DE CONTROLE: " WS-MSG-TOTAL
                                       UPON CONSOLE
              MOVE 8                   TO WS-COD-RETORNO-ETAPA
           END-IF

           EVALUATE TRUE
               WHEN WS-COD-RETORNO-ETAPA
                                       EQUAL ZEROS
                    MOVE "C"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
               WHEN WS-COD-RETORNO-ETAPA
                                       NOT GREATER 4
                    MOVE "A"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
               WHEN OTHER
                    MOVE "F"           TO SITUACAO-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
           END-EVALUATE

           MOVE WS-COD-RETORNO-ETAPA   TO COD-RETORNO-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
           STRING WS-DATA-HOJE         DELIMITED BY SIZE
                  WS-HORA-AGORA (1:6)  DELIMITED BY SIZE
                                  INTO DATA-HORA-ETAPA-HBSIS068C
                                       (WS-IDX-ETAPA)
           MOVE WS-REFERENCIA          TO REFERENCIA-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
           MOVE WS-QTD-CONTROLE        TO QTD-CONTROLE-HBSIS068C
                                          (WS-IDX-ETAPA)
           MOVE WS-QTD-COMPL           TO QTD-COMPL-HBSIS068C
                                          (WS-IDX-ETAPA)
           MOVE WS-VALOR-CONTROLE      TO VALOR-CONTROLE-HBSIS068C
                                          (WS-IDX-ETAPA)

           IF SITUACAO-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                                       EQUAL "C" OR "A"
              MOVE WS-SAIDA-ETAPA      TO SAIDA-ETAPA-HBSIS068C
                                          (WS-IDX-ETAPA)
              MOVE "V"                 TO SITUACAO-SAIDA-HBSIS068C
                                          (WS-IDX-ETAPA)
              MOVE QTD-REABERTURAS-HBSIS068C
                                       TO GERACAO-SAIDA-HBSIS068C
                                          (WS-IDX-ETAPA)
           END-IF

           PERFORM 2080-GRAVA-MES

           DISPLAY "ETAPA " WS-NOME-ETAPA (WS-IDX-ETAPA)
                   " REGISTRADA - SITUACAO "
                   SITUACAO-ETAPA-HBSIS068C (WS-IDX-ETAPA)
                   " RETURN-CODE " WS-COD-RETORNO-ETAPA
                   " QTD " WS-QTD-CONTROLE
                                       UPON CONSOLE

           IF WS-COD-RETORNO-ETAPA     GREATER 4
              MOVE 8                   TO RETURN-CODE
           END-IF

           .
       2390-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ETAPA OPERACAO - CONFERE A ETAPA, EMITE O RELATORIO MENSAL DE  *
      * OPERACAO (HBSIS017P) DO MES E REGISTRA O RESULTADO; MES SEM    *
      * EXECUCAO DA DISTRIBUICAO E AVISO                               *
      *----------------------------------------------------------------*
       2400-EXECUTA-OPERACAO           SECTION.

           PERFORM 2090-EXIGE-EM-FECHAMENTO
           PERFORM 2210-CONFERE-ETAPA

           EVALUATE WS-CONFERENCIA
               WHEN "J"
                    MOVE 2             TO RETURN-CODE
               WHEN "R"
                    MOVE 8             TO RETURN-CODE
               WHEN OTHER
                    MOVE SPACES        TO MSG-RETORNO-HBSIS017L
                    MOVE ZEROS         TO COD-RETORNO-HBSIS017L
                                          QTD-EXECUCOES-HBSIS017L
                    MOVE WS-ANO-MES    TO ANO-MES-HBSIS017L

                    CALL WS-HBSIS017   USING HBSIS017L

                    DISPLAY "HBSIS017P: " COD-RETORNO-HBSIS017L " "
                            MSG-RETORNO-HBSIS017L
                                       UPON CONSOLE

                    MOVE ZEROS         TO WS-QTD-COMPL
                                          WS-VALOR-CONTROLE
                    MOVE QTD-EXECUCOES-HBSIS017L
                                       TO WS-QTD-CONTROLE
                    MOVE "RelLogMensal"
                                       TO WS-SAIDA-ETAPA
                    MOVE "S"           TO WS-TOTAL-OK

                    EVALUATE COD-RETORNO-HBSIS017L
                        WHEN 0
                             MOVE ZEROS
                                       TO WS-COD-RETORNO-ETAPA
                        WHEN 1
                             MOVE 4    TO WS-COD-RETORNO-ETAPA
                        WHEN OTHER
                             MOVE 9999 TO WS-COD-RETORNO-ETAPA
                    END-EVALUATE

                    PERFORM 2390-GRAVA-ETAPA

                    IF WS-COD-RETORNO-ETAPA
                                       EQUAL 4
                       MOVE 4          TO RETURN-CODE
                    END-IF
           END-EVALUATE

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONCLUSAO DO FECHAMENTO - COM TODAS AS ETAPAS CONCLUIDAS O MES *
      * PASSA A FECHADO; COM ETAPA PENDENTE OU EM FALHA FICA X E O     *
      * STEP TERMINA COM RETURN-CODE 8 - O RESUMO E EMITIDO NOS DOIS   *
      * CASOS                                                          *
      *----------------------------------------------------------------*
       2500-CONCLUI-FECHAMENTO         SECTION.

           PERFORM 2090-EXIGE-EM-FECHAMENTO

           MOVE ZEROS                  TO WS-QTD-CONCLUIDAS
                                          WS-QTD-AVISOS
                                          WS-QTD-PENDENTES
           MOVE 1                      TO WS-IDX-AUX

           PERFORM 2510-CONTA-ETAPA UNTIL
                   WS-IDX-AUX          GREATER 5

           IF WS-QTD-PENDENTES         EQUAL ZEROS
              MOVE "F"                 TO SITUACAO-HBSIS068C
           ELSE
              MOVE "X"                 TO SITUACAO-HBSIS068C
           END-IF

           MOVE WS-DATA-HOJE           TO DATA-FIM-HBSIS068C
           MOVE WS-HORA-AGORA (1:6)    TO HORA-FIM-HBSIS068C
           PERFORM 2080-GRAVA-MES

           PERFORM 2600-EMITE-RELATORIO

           IF WS-QTD-PENDENTES         EQUAL ZEROS
              DISPLAY "MES " WS-ANO-MES " FECHADO - ETAPAS COM AVISO: "
                      WS-QTD-AVISOS    UPON CONSOLE
              IF WS-QTD-AVISOS         GREATER ZEROS
                 MOVE 4                TO RETURN-CODE
              END-IF
           ELSE
              DISPLAY "MES " WS-ANO-MES " NAO FECHADO - ETAPAS "
                      "PENDENTES OU COM FALHA: " WS-QTD-PENDENTES
                                       UPON CONSOLE
              MOVE 8                   TO RETURN-CODE
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONTA UMA ETAPA PELA SITUACAO                                  *
      *----------------------------------------------------------------*
       2510-CONTA-ETAPA                SECTION.

           EVALUATE SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
               WHEN "C"
                    ADD 1              TO WS-QTD-CONCLUIDAS
               WHEN "A"
                    ADD 1              TO WS-QTD-CONCLUIDAS
                    ADD 1              TO WS-QTD-AVISOS
               WHEN OTHER
                    ADD 1              TO WS-QTD-PENDENTES
           END-EVALUATE

           ADD 1                       TO WS-IDX-AUX

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMO DO FECHAMENTO PARA O FINANCEIRO - SITUACAO DO MES,      *
      * ETAPAS COM RETURN-CODE E TOTAIS DE CONTROLE, SAIDAS VIGENTES E *
      * SUBSTITUIDAS E A ULTIMA REABERTURA (RelFechamento.AAAAMM)      *
      *----------------------------------------------------------------*
       2600-EMITE-RELATORIO            SECTION.

           MOVE SPACES                 TO WS-LABEL-REL
           STRING "RelFechamento."     DELIMITED BY SIZE
                  WS-ANO-MES           DELIMITED BY SIZE
                                  INTO WS-LABEL-REL

           OPEN OUTPUT REL-FECHAMENTO

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RESUMO DO FECHAMENTO"
                                       UPON CONSOLE
              CLOSE ARQ-FECHAMENTO
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE ANO-MES-HBSIS068C      TO WS-CAB-ANO-MES
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           MOVE SPACES                 TO WS-CAB-HORA
           STRING WS-HORA-AGORA (1:2)  DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  WS-HORA-AGORA (3:2)  DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  WS-HORA-AGORA (5:2)  DELIMITED BY SIZE
                                  INTO WS-CAB-HORA

           EVALUATE SITUACAO-HBSIS068C
               WHEN "E"
                    MOVE "EM FECHAMENTO"
                                       TO WS-CAB-SITUACAO
               WHEN "F"
                    MOVE "FECHADO"     TO WS-CAB-SITUACAO
               WHEN "X"
                    MOVE "NAO FECHADO"
                                       TO WS-CAB-SITUACAO
               WHEN "R"
                    MOVE "REABERTO"    TO WS-CAB-SITUACAO
               WHEN OTHER
                    MOVE SITUACAO-HBSIS068C
                                       TO WS-CAB-SITUACAO
           END-EVALUATE

           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS068C
           WRITE REL-HBSIS068C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS068C
           WRITE REL-HBSIS068C

           MOVE DATA-INICIO-HBSIS068C  TO WS-PER-DATA-INICIO
           MOVE HORA-INICIO-HBSIS068C  TO WS-PER-HORA-INICIO
           MOVE DATA-FIM-HBSIS068C     TO WS-PER-DATA-FIM
           MOVE HORA-FIM-HBSIS068C     TO WS-PER-HORA-FIM
           MOVE QTD-REABERTURAS-HBSIS068C
                                       TO WS-PER-REABERTURAS
           MOVE WS-LINHA-PERIODO       TO REL-HBSIS068C
           WRITE REL-HBSIS068C

           IF OPERADOR-REAB-HBSIS068C  NOT EQUAL SPACES
              MOVE OPERADOR-REAB-HBSIS068C
                                       TO WS-REA-OPERADOR
              MOVE DATA-HORA-REAB-HBSIS068C
                                       TO WS-REA-DATA-HORA
              MOVE MOTIVO-REAB-HBSIS068C
                                       TO WS-REA-MOTIVO
              MOVE WS-LINHA-REABERTURA TO REL-HBSIS068C
              WRITE REL-HBSIS068C
           END-IF

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS068C
           WRITE REL-HBSIS068C
           MOVE WS-LINHA-CAB-ETAPA     TO REL-HBSIS068C
           WRITE REL-HBSIS068C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS068C
           WRITE REL-HBSIS068C

           MOVE ZEROS                  TO WS-QTD-CONCLUIDAS
                                          WS-QTD-AVISOS
                                          WS-QTD-PENDENTES
           MOVE 1                      TO WS-IDX-AUX

           PERFORM 2510-CONTA-ETAPA UNTIL
                   WS-IDX-AUX          GREATER 5

           MOVE 1                      TO WS-IDX-AUX

           PERFORM 2610-IMPRIME-ETAPA UNTIL
                   WS-IDX-AUX          GREATER 5

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS068C
           WRITE REL-HBSIS068C
           MOVE 5                      TO WS-TOT-ETAPAS
           MOVE WS-QTD-CONCLUIDAS      TO WS-TOT-CONCLUIDAS
           MOVE WS-QTD-AVISOS          TO WS-TOT-AVISOS
           MOVE WS-QTD-PENDENTES       TO WS-TOT-PENDENTES
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS068C
           WRITE REL-HBSIS068C

           CLOSE REL-FECHAMENTO

           DISPLAY "RESUMO DO FECHAMENTO EMITIDO EM " WS-LABEL-REL
                                       UPON CONSOLE

           .
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * IMPRIME UMA ETAPA DO FECHAMENTO                                *
      *----------------------------------------------------------------*
       2610-IMPRIME-ETAPA              SECTION.

           MOVE WS-NOME-ETAPA (WS-IDX-AUX)
                                       TO WS-DET-ETAPA
           MOVE COD-RETORNO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-COD-RETORNO
           MOVE DATA-HORA-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-DATA-HORA
           MOVE QTD-CONTROLE-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-QTD-CONTROLE
           MOVE QTD-COMPL-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-QTD-COMPL
           MOVE VALOR-CONTROLE-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-VALOR-CONTROLE
           MOVE SAIDA-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-SAIDA
           MOVE GERACAO-SAIDA-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-GERACAO

           EVALUATE SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
               WHEN "C"
                    MOVE "CONCLUIDA"   TO WS-DET-SITUACAO
               WHEN "A"
                    MOVE "CONCLUIDA AVISO"
                                       TO WS-DET-SITUACAO
               WHEN "F"
                    MOVE "FALHA"       TO WS-DET-SITUACAO
               WHEN "P"
                    MOVE "PENDENTE"    TO WS-DET-SITUACAO
               WHEN OTHER
                    MOVE SITUACAO-ETAPA-HBSIS068C (WS-IDX-AUX)
                                       TO WS-DET-SITUACAO
           END-EVALUATE

           EVALUATE SITUACAO-SAIDA-HBSIS068C (WS-IDX-AUX)
               WHEN "V"
                    MOVE "VIGENTE"     TO WS-DET-SITUACAO-SAIDA
               WHEN "S"
                    MOVE "SUBSTITUIDA" TO WS-DET-SITUACAO-SAIDA
               WHEN OTHER
                    MOVE SPACES        TO WS-DET-SITUACAO-SAIDA
           END-EVALUATE

           MOVE WS-LINHA-DET-ETAPA     TO REL-HBSIS068C
           WRITE REL-HBSIS068C

           ADD 1                       TO WS-IDX-AUX

           .
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS068P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS068P.
      *----------------------------------------------------------------*
