       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS053P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS053P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: RELATORIO MENSAL DO FUNIL DE PROSPECTOS POR     *
      *                VENDEDOR RESPONSAVEL E POR FILIAL - NOVOS NO     *
      *                MES, CARTEIRA ABERTA POR ETAPA (NOVO, VISITADO,  *
      *                EM NEGOCIACAO), CONVERTIDOS E PERDIDOS NO MES E  *
      *                AS TAXAS DE CONVERSAO - NA MESMA PASSADA ENCERRA *
      *                AS CARENCIAS VENCIDAS DOS PROSPECTOS             *
      *                CONVERTIDOS, EXCLUINDO PELO HBSIS012P A CARTEIRA *
      *                FIXA DO CLIENTE QUANDO AINDA APONTA PARA O       *
      *                RESPONSAVEL                                      *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - ANO E MES DO FUNIL   *
      *                (AAAAMM, BRANCO = MES CORRENTE)                  *
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
           SELECT ARQ-PROSPECTO      ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-PROSPECTO-HBSIS052C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-PRO.

           SELECT ARQ-VENDEDOR       ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-VENDEDOR-HBSIS004C
                       ALTERNATE RECORD KEY IS CPF-HBSIS004C
                       ALTERNATE RECORD KEY IS NOME-VEND-HBSIS004C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VEN.

           SELECT REL-FUNIL          ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-PROSPECTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqProspecto'.
       COPY "HBSIS052C.CPY".

       FD  ARQ-VENDEDOR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendedor'.
       COPY "HBSIS004C.CPY".

       FD  REL-FUNIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelFunilProspecto'.
       01  REL-HBSIS053C               PIC  X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-PRO            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-VENDEDOR-ABERTO          PIC  X(001)         VALUE "N".

       01  WS-ANO-MES                  PIC  X(006)         VALUE SPACES.
       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
      *
       01  WS-TAB-FUNIL-VEND.
           05  WS-TAB-FUNIL-VEND-OCR   OCCURS 1000 TIMES.
               10  WS-FVE-NOVOS-MES    PIC  9(005).
               10  WS-FVE-ABERTO-N     PIC  9(005).
               10  WS-FVE-ABERTO-V     PIC  9(005).
               10  WS-FVE-ABERTO-E     PIC  9(005).
               10  WS-FVE-CONVERTIDOS  PIC  9(005).
               10  WS-FVE-PERDIDOS     PIC  9(005).
               10  WS-FVE-COD-FILIAL   PIC  9(003).

       01  WS-TAB-FUNIL-FIL.
           05  WS-TAB-FUNIL-FIL-OCR    OCCURS 1000 TIMES.
               10  WS-FFI-NOVOS-MES    PIC  9(007).
               10  WS-FFI-ABERTO-N     PIC  9(007).
               10  WS-FFI-ABERTO-V     PIC  9(007).
               10  WS-FFI-ABERTO-E     PIC  9(007).
               10  WS-FFI-CONVERTIDOS  PIC  9(007).
               10  WS-FFI-PERDIDOS     PIC  9(007).

       01  WS-IDX-VENDEDOR             PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-FILIAL               PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-ZERA                 PIC  9(004)         VALUE ZEROS.
      *
       01  WS-CNT-NOVOS-MES            PIC  9(007)         VALUE ZEROS.
       01  WS-CNT-ABERTO-N             PIC  9(007)         VALUE ZEROS.
       01  WS-CNT-ABERTO-V             PIC  9(007)         VALUE ZEROS.
       01  WS-CNT-ABERTO-E             PIC  9(007)         VALUE ZEROS.
       01  WS-CNT-CONVERTIDOS          PIC  9(007)         VALUE ZEROS.
       01  WS-CNT-PERDIDOS             PIC  9(007)         VALUE ZEROS.
       01  WS-PERC-NOVOS               PIC  9(005)V9(002)  VALUE ZEROS.
       01  WS-PERC-ENCERRADOS          PIC  9(005)V9(002)  VALUE ZEROS.
      *
       01  WS-TOT-NOVOS-MES            PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-ABERTO-N             PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-ABERTO-V             PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-ABERTO-E             PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-CONVERTIDOS          PIC  9(007)         VALUE ZEROS.
       01  WS-TOT-PERDIDOS             PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-LIDOS                PIC  9(007)         VALUE ZEROS.
       01  WS-QTD-CARENCIAS            PIC  9(005)         VALUE ZEROS.
       01  WS-QTD-CARENCIAS-ERRO       PIC  9(005)         VALUE ZEROS.
      *
       01  WS-HBSIS012                 PIC  X(009)         VALUE
           'HBSIS012P'.

       COPY HBSIS012L.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(040)         VALUE
               "FUNIL DE PROSPECTOS - ANO/MES: ".
           05  WS-CAB-ANO-MES          PIC  X(006).
           05  FILLER                  PIC  X(014)         VALUE
               "  EMITIDO EM: ".
           05  WS-CAB-DATA             PIC  X(008).

       01  WS-LINHA-CABECALHO-02       PIC  X(132)         VALUE ALL
           "-".

       01  WS-LINHA-TITULO-CAR         PIC  X(060)         VALUE
           "CARENCIAS DE CARTEIRA FIXA ENCERRADAS NESTA EXECUCAO".

       01  WS-LINHA-DET-CARENCIA.
           05  FILLER                  PIC  X(011)         VALUE
               "PROSPECTO: ".
           05  WS-DCA-COD-PROSPECTO    PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(011)         VALUE
               "  CLIENTE: ".
           05  WS-DCA-COD-CLIENTE      PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(012)         VALUE
               "  VENDEDOR: ".
           05  WS-DCA-COD-VENDEDOR     PIC  ZZ9.
           05  FILLER                  PIC  X(007)         VALUE
               "  FIM: ".
           05  WS-DCA-DATA-FIM         PIC  X(008).
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DCA-RESULTADO        PIC  X(040).

       01  WS-LINHA-TITULO-VEND        PIC  X(060)         VALUE
           "FUNIL POR VENDEDOR RESPONSAVEL".

       01  WS-LINHA-CAB-FUNIL.
           05  FILLER                  PIC  X(037)         VALUE
               "VEND/FIL  NOME".
           05  FILLER                  PIC  X(008)         VALUE
               "   NOVOS".
           05  FILLER                  PIC  X(008)         VALUE
               "    NOVO".
           05  FILLER                  PIC  X(008)         VALUE
               "  VISIT.".
           05  FILLER                  PIC  X(008)         VALUE
               "  NEGOC.".
           05  FILLER                  PIC  X(008)         VALUE
               "   CONV.".
           05  FILLER                  PIC  X(008)         VALUE
               "   PERD.".
           05  FILLER                  PIC  X(012)         VALUE
               "  %CONV/NOV".
           05  FILLER                  PIC  X(012)         VALUE
               "  %CONV/ENC".

       01  WS-LINHA-DET-FUNIL.
           05  WS-DFU-CODIGO           PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DFU-COD-FILIAL       PIC  ZZ9.
           05  FILLER                  PIC  X(002)         VALUE SPACES.
           05  WS-DFU-NOME             PIC  X(027).
           05  WS-DFU-NOVOS-MES        PIC  ZZZZZZZ9.
           05  WS-DFU-ABERTO-N         PIC  ZZZZZZZ9.
           05  WS-DFU-ABERTO-V         PIC  ZZZZZZZ9.
           05  WS-DFU-ABERTO-E         PIC  ZZZZZZZ9.
           05  WS-DFU-CONVERTIDOS      PIC  ZZZZZZZ9.
           05  WS-DFU-PERDIDOS         PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DFU-PERC-NOVOS       PIC  ZZZZ9,99.
           05  FILLER                  PIC  X(004)         VALUE SPACES.
           05  WS-DFU-PERC-ENCERRADOS  PIC  ZZZZ9,99.

       01  WS-LINHA-TITULO-FIL         PIC  X(060)         VALUE
           "FUNIL POR FILIAL".

       01  WS-LINHA-TOTAL.
           05  FILLER                  PIC  X(024)         VALUE
               "PROSPECTOS LIDOS: ".
           05  WS-TOT-LIDOS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(025)         VALUE
               "  CARENCIAS ENCERRADAS: ".
           05  WS-TOT-CARENCIAS        PIC  ZZZZ9.
           05  FILLER                  PIC  X(018)         VALUE
               "  NAO ENCERRADAS: ".
           05  WS-TOT-CARENCIAS-ERRO   PIC  ZZZZ9.
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
      * ROTINA DE INICIALIZACAO - DEFINE O ANO/MES DO FUNIL E ZERA AS  *
      * TABELAS DE ACUMULACAO                                          *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-ANO-MES           FROM CONSOLE
           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           IF WS-ANO-MES               EQUAL SPACES OR ZEROS
              MOVE WS-DATA-HOJE (1:6)  TO WS-ANO-MES
           END-IF

           IF WS-ANO-MES               IS NOT NUMERIC
              DISPLAY "ANO/MES DO FUNIL INVALIDO: " WS-ANO-MES
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE 1                      TO WS-IDX-ZERA

           PERFORM 1100-ZERA-TABELAS UNTIL
                   WS-IDX-ZERA         GREATER 1000

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ZERA UMA POSICAO DAS TABELAS POR VENDEDOR E POR FILIAL         *
      *----------------------------------------------------------------*
       1100-ZERA-TABELAS               SECTION.

           MOVE ZEROS                  TO WS-FVE-NOVOS-MES (WS-IDX-ZERA)
                                          WS-FVE-ABERTO-N (WS-IDX-ZERA)
                                          WS-FVE-ABERTO-V (WS-IDX-ZERA)
                                          WS-FVE-ABERTO-E (WS-IDX-ZERA)
                                          WS-FVE-CONVERTIDOS
                                                  (WS-IDX-ZERA)
                                          WS-FVE-PERDIDOS (WS-IDX-ZERA)
                                          WS-FVE-COD-FILIAL
                                                  (WS-IDX-ZERA)
                                          WS-FFI-NOVOS-MES (WS-IDX-ZERA)
                                          WS-FFI-ABERTO-N (WS-IDX-ZERA)
                                          WS-FFI-ABERTO-V (WS-IDX-ZERA)
                                          WS-FFI-ABERTO-E (WS-IDX-ZERA)
                                          WS-FFI-CONVERTIDOS
                                                  (WS-IDX-ZERA)
                                          WS-FFI-PERDIDOS (WS-IDX-ZERA)
           ADD 1                       TO WS-IDX-ZERA

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN OUTPUT REL-FUNIL

           IF WS-FL-STATUS-REL         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DO FUNIL"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE WS-ANO-MES             TO WS-CAB-ANO-MES
           MOVE WS-DATA-HOJE           TO WS-CAB-DATA
           MOVE WS-LINHA-CABECALHO-01  TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-TITULO-CAR    TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           PERFORM 2100-PERCORRE-PROSPECTOS
           PERFORM 2400-EMITE-VENDEDORES
           PERFORM 2500-EMITE-FILIAIS

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-QTD-LIDOS           TO WS-TOT-LIDOS
           MOVE WS-QTD-CARENCIAS       TO WS-TOT-CARENCIAS
           MOVE WS-QTD-CARENCIAS-ERRO  TO WS-TOT-CARENCIAS-ERRO
           MOVE WS-LINHA-TOTAL         TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           CLOSE REL-FUNIL

           IF WS-QTD-CARENCIAS-ERRO    GREATER ZEROS
              MOVE 4                   TO RETURN-CODE
           END-IF

           DISPLAY "FUNIL DE PROSPECTOS CONCLUIDO - LIDOS: "
                   WS-QTD-LIDOS
                   " CARENCIAS ENCERRADAS: " WS-QTD-CARENCIAS
                                       UPON CONSOLE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * PERCORRE O ARQUIVO DE PROSPECTOS ENCERRANDO AS CARENCIAS       *
      * VENCIDAS E ACUMULANDO O FUNIL DO MES                           *
      *----------------------------------------------------------------*
       2100-PERCORRE-PROSPECTOS        SECTION.

           OPEN I-O ARQ-PROSPECTO

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ARQUIVO DE PROSPECTOS NAO ENCONTRADO"
                                       UPON CONSOLE
              CLOSE REL-FUNIL
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE LOW-VALUES             TO COD-PROSPECTO-HBSIS052C

           START ARQ-PROSPECTO KEY NOT LESS COD-PROSPECTO-HBSIS052C

           IF WS-FL-STATUS-PRO         EQUAL ZEROS
              PERFORM 2110-LER-ARQ-PROSPECTO

              PERFORM 2120-TRATA-PROSPECTO UNTIL
                      WS-FL-STATUS-PRO NOT EQUAL "00"
           END-IF

           CLOSE ARQ-PROSPECTO

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ARQUIVO DE PROSPECTOS                    *
      *----------------------------------------------------------------*
       2110-LER-ARQ-PROSPECTO          SECTION.

           READ ARQ-PROSPECTO NEXT RECORD

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * TRATA UM PROSPECTO - CARENCIA E ACUMULACAO DO FUNIL            *
      *----------------------------------------------------------------*
       2120-TRATA-PROSPECTO            SECTION.

           ADD 1                       TO WS-QTD-LIDOS

           IF SITUACAO-HBSIS052C       EQUAL "C"
              AND CARENCIA-ENCERRADA-HBSIS052C
                                       NOT EQUAL "S"
              AND DATA-FIM-CARENCIA-HBSIS052C
                                       NOT EQUAL SPACES
              AND DATA-FIM-CARENCIA-HBSIS052C
                                       LESS WS-DATA-HOJE
              PERFORM 2200-ENCERRA-CARENCIA
           END-IF

           PERFORM 2300-ACUMULA-FUNIL

           PERFORM 2110-LER-ARQ-PROSPECTO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ENCERRA A CARENCIA VENCIDA - A CARTEIRA FIXA SO E EXCLUIDA SE  *
      * AINDA APONTA PARA O RESPONSAVEL PELO PROSPECTO; SE JA FOI      *
      * ALTERADA OU EXCLUIDA NO CADASTRO, APENAS MARCA O ENCERRAMENTO  *
      * - ERRO NO HBSIS012P (POR EXEMPLO DISTRIBUICAO EM EXECUCAO)     *
      * DEIXA A CARENCIA PARA A PROXIMA EXECUCAO                       *
      *----------------------------------------------------------------*
       2200-ENCERRA-CARENCIA           SECTION.

           INITIALIZE HBSIS012L
           MOVE ZEROS                  TO COD-FUNCAO-HBSIS012L
           MOVE COD-CLIENTE-HBSIS052C  TO COD-CLIENTE-HBSIS012L

           CALL WS-HBSIS012            USING HBSIS012L

           EVALUATE TRUE
               WHEN COD-RETORNO-HBSIS012L
                                       EQUAL ZEROS
                AND COD-VENDEDOR-HBSIS012L
                                       EQUAL COD-VENDEDOR-HBSIS052C
                    MOVE 2             TO COD-FUNCAO-HBSIS012L
                    CALL WS-HBSIS012   USING HBSIS012L
                    IF COD-RETORNO-HBSIS012L
                                       EQUAL ZEROS
                       MOVE "CARTEIRA FIXA EXCLUIDA"
                                       TO WS-DCA-RESULTADO
                    END-IF
               WHEN COD-RETORNO-HBSIS012L
                                       EQUAL ZEROS
                    MOVE "CARTEIRA FIXA JA ALTERADA - MANTIDA"
                                       TO WS-DCA-RESULTADO
               WHEN COD-RETORNO-HBSIS012L
                                       EQUAL 1
                    MOVE ZEROS         TO COD-RETORNO-HBSIS012L
                    MOVE "CLIENTE JA SEM CARTEIRA FIXA"
                                       TO WS-DCA-RESULTADO
           END-EVALUATE

           MOVE COD-PROSPECTO-HBSIS052C
                                       TO WS-DCA-COD-PROSPECTO
           MOVE COD-CLIENTE-HBSIS052C  TO WS-DCA-COD-CLIENTE
           MOVE COD-VENDEDOR-HBSIS052C TO WS-DCA-COD-VENDEDOR
           MOVE DATA-FIM-CARENCIA-HBSIS052C
                                       TO WS-DCA-DATA-FIM

           IF COD-RETORNO-HBSIS012L    EQUAL ZEROS
              MOVE "S"                 TO CARENCIA-ENCERRADA-HBSIS052C

              REWRITE ARQ-HBSIS052C

              IF WS-FL-STATUS-PRO      EQUAL ZEROS
                 ADD 1                 TO WS-QTD-CARENCIAS
              ELSE
                 ADD 1                 TO WS-QTD-CARENCIAS-ERRO
                 MOVE "ERRO AO REGRAVAR O PROSPECTO"
                                       TO WS-DCA-RESULTADO
              END-IF
           ELSE
              ADD 1                    TO WS-QTD-CARENCIAS-ERRO
              MOVE MSG-RETORNO-HBSIS012L
                                       TO WS-DCA-RESULTADO
           END-IF

           MOVE WS-LINHA-DET-CARENCIA  TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA O PROSPECTO NO FUNIL DO VENDEDOR E DA FILIAL - NOVOS,  *
      * CONVERTIDOS E PERDIDOS PELA DATA NO MES; ABERTOS PELA SITUACAO *
      * ATUAL DOS INCLUIDOS ATE O MES                                  *
      *----------------------------------------------------------------*
       2300-ACUMULA-FUNIL              SECTION.

           COMPUTE WS-IDX-VENDEDOR = COD-VENDEDOR-HBSIS052C + 1
           COMPUTE WS-IDX-FILIAL   = COD-FILIAL-HBSIS052C + 1

           MOVE COD-FILIAL-HBSIS052C   TO WS-FVE-COD-FILIAL
                                                  (WS-IDX-VENDEDOR)

           IF DATA-INCLUSAO-HBSIS052C (1:6)
                                       EQUAL WS-ANO-MES
              ADD 1                    TO WS-FVE-NOVOS-MES
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-NOVOS-MES
                                                  (WS-IDX-FILIAL)
           END-IF

           IF DATA-INCLUSAO-HBSIS052C (1:6)
                                       NOT GREATER WS-ANO-MES
              EVALUATE SITUACAO-HBSIS052C
                  WHEN "N"
                       ADD 1           TO WS-FVE-ABERTO-N
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-ABERTO-N
                                                  (WS-IDX-FILIAL)
                  WHEN "V"
                       ADD 1           TO WS-FVE-ABERTO-V
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-ABERTO-V
                                                  (WS-IDX-FILIAL)
                  WHEN "E"
                       ADD 1           TO WS-FVE-ABERTO-E
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-ABERTO-E
                                                  (WS-IDX-FILIAL)
              END-EVALUATE
           END-IF

           IF SITUACAO-HBSIS052C       EQUAL "C"
              AND DATA-CONVERSAO-HBSIS052C (1:6)
                                       EQUAL WS-ANO-MES
              ADD 1                    TO WS-FVE-CONVERTIDOS
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-CONVERTIDOS
                                                  (WS-IDX-FILIAL)
           END-IF

           IF SITUACAO-HBSIS052C       EQUAL "P"
              AND DATA-SITUACAO-HBSIS052C (1:6)
                                       EQUAL WS-ANO-MES
              ADD 1                    TO WS-FVE-PERDIDOS
                                                  (WS-IDX-VENDEDOR)
                                          WS-FFI-PERDIDOS
                                                  (WS-IDX-FILIAL)
           END-IF

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O FUNIL POR VENDEDOR RESPONSAVEL                         *
      *----------------------------------------------------------------*
       2400-EMITE-VENDEDORES           SECTION.

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-TITULO-VEND   TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CAB-FUNIL     TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           OPEN INPUT ARQ-VENDEDOR

           IF WS-FL-STATUS-VEN         EQUAL ZEROS
              MOVE "S"                 TO WS-VENDEDOR-ABERTO
           END-IF

           MOVE 1                      TO WS-IDX-VENDEDOR

           PERFORM 2410-EMITE-VENDEDOR UNTIL
                   WS-IDX-VENDEDOR     GREATER 1000

           IF WS-VENDEDOR-ABERTO       EQUAL "S"
              CLOSE ARQ-VENDEDOR
           END-IF

           .
       2400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UM VENDEDOR COM MOVIMENTO NO FUNIL            *
      *----------------------------------------------------------------*
       2410-EMITE-VENDEDOR             SECTION.

           MOVE WS-FVE-NOVOS-MES (WS-IDX-VENDEDOR)
                                       TO WS-CNT-NOVOS-MES
           MOVE WS-FVE-ABERTO-N (WS-IDX-VENDEDOR)
                                       TO WS-CNT-ABERTO-N
           MOVE WS-FVE-ABERTO-V (WS-IDX-VENDEDOR)
                                       TO WS-CNT-ABERTO-V
           MOVE WS-FVE-ABERTO-E (WS-IDX-VENDEDOR)
                                       TO WS-CNT-ABERTO-E
           MOVE WS-FVE-CONVERTIDOS (WS-IDX-VENDEDOR)
                                       TO WS-CNT-CONVERTIDOS
           MOVE WS-FVE-PERDIDOS (WS-IDX-VENDEDOR)
                                       TO WS-CNT-PERDIDOS

           IF WS-CNT-NOVOS-MES + WS-CNT-ABERTO-N + WS-CNT-ABERTO-V
            + WS-CNT-ABERTO-E + WS-CNT-CONVERTIDOS + WS-CNT-PERDIDOS
                                       GREATER ZEROS
              COMPUTE WS-DFU-CODIGO = WS-IDX-VENDEDOR - 1
              MOVE WS-FVE-COD-FILIAL (WS-IDX-VENDEDOR)
                                       TO WS-DFU-COD-FILIAL

              MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WS-DFU-NOME

              IF WS-VENDEDOR-ABERTO    EQUAL "S"
                 COMPUTE COD-VENDEDOR-HBSIS004C = WS-IDX-VENDEDOR - 1

                 READ ARQ-VENDEDOR RECORD
                                 KEY IS      COD-VENDEDOR-HBSIS004C

                 IF WS-FL-STATUS-VEN   EQUAL ZEROS
                    MOVE NOME-VEND-HBSIS004C
                                       TO WS-DFU-NOME
                 END-IF
              END-IF

              PERFORM 2600-IMPRIME-LINHA

              ADD WS-CNT-NOVOS-MES     TO WS-TOT-NOVOS-MES
              ADD WS-CNT-ABERTO-N      TO WS-TOT-ABERTO-N
              ADD WS-CNT-ABERTO-V      TO WS-TOT-ABERTO-V
              ADD WS-CNT-ABERTO-E      TO WS-TOT-ABERTO-E
              ADD WS-CNT-CONVERTIDOS   TO WS-TOT-CONVERTIDOS
              ADD WS-CNT-PERDIDOS      TO WS-TOT-PERDIDOS
           END-IF

           ADD 1                       TO WS-IDX-VENDEDOR

           .
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE O FUNIL POR FILIAL E O TOTAL GERAL                       *
      *----------------------------------------------------------------*
       2500-EMITE-FILIAIS              SECTION.

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-TITULO-FIL    TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CAB-FUNIL     TO REL-HBSIS053C
           WRITE REL-HBSIS053C
           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           MOVE 1                      TO WS-IDX-FILIAL

           PERFORM 2510-EMITE-FILIAL UNTIL
                   WS-IDX-FILIAL       GREATER 1000

           MOVE WS-LINHA-CABECALHO-02  TO REL-HBSIS053C
           WRITE REL-HBSIS053C

           MOVE WS-TOT-NOVOS-MES       TO WS-CNT-NOVOS-MES
           MOVE WS-TOT-ABERTO-N        TO WS-CNT-ABERTO-N
           MOVE WS-TOT-ABERTO-V        TO WS-CNT-ABERTO-V
           MOVE WS-TOT-ABERTO-E        TO WS-CNT-ABERTO-E
           MOVE WS-TOT-CONVERTIDOS     TO WS-CNT-CONVERTIDOS
           MOVE WS-TOT-PERDIDOS        TO WS-CNT-PERDIDOS
           MOVE ZEROS                  TO WS-DFU-CODIGO
                                          WS-DFU-COD-FILIAL
           MOVE "TOTAL GERAL"          TO WS-DFU-NOME

           PERFORM 2600-IMPRIME-LINHA

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EMITE A LINHA DE UMA FILIAL COM MOVIMENTO NO FUNIL (FILIAL     *
      * ZERO = RESPONSAVEL SEM FILIAL DEFINIDA)                        *
      *----------------------------------------------------------------*
       2510-EMITE-FILIAL               SECTION.

           MOVE WS-FFI-NOVOS-MES (WS-IDX-FILIAL)
                                       TO WS-CNT-NOVOS-MES
           MOVE WS-FFI-ABERTO-N (WS-IDX-FILIAL)
                                       TO WS-CNT-ABERTO-N
           MOVE WS-FFI-ABERTO-V (WS-IDX-FILIAL)
                                       TO WS-CNT-ABERTO-V
           MOVE WS-FFI-ABERTO-E (WS-IDX-FILIAL)
                                       TO WS-CNT-ABERTO-E
           MOVE WS-FFI-CONVERTIDOS (WS-IDX-FILIAL)
                                       TO WS-CNT-CONVERTIDOS
           MOVE WS-FFI-PERDIDOS (WS-IDX-FILIAL)
                                       TO WS-CNT-PERDIDOS

           IF WS-CNT-NOVOS-MES + WS-CNT-ABERTO-N + WS-CNT-ABERTO-V
            + WS-CNT-ABERTO-E + WS-CNT-CONVERTIDOS + WS-CNT-PERDIDOS
                                       GREATER ZEROS
              MOVE ZEROS               TO WS-DFU-CODIGO
              COMPUTE WS-DFU-COD-FILIAL = WS-IDX-FILIAL - 1
              MOVE "FILIAL"            TO WS-DFU-NOME

              PERFORM 2600-IMPRIME-LINHA
           END-IF

           ADD 1                       TO WS-IDX-FILIAL

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CALCULA AS TAXAS DE CONVERSAO E IMPRIME A LINHA DO FUNIL -     *
      * CONVERTIDOS SOBRE NOVOS DO MES E CONVERTIDOS SOBRE ENCERRADOS  *
      * (CONVERTIDOS + PERDIDOS) NO MES                                *
      *----------------------------------------------------------------*
       2600-IMPRIME-LINHA              SECTION.

           MOVE ZEROS                  TO WS-PERC-NOVOS
                                          WS-PERC-ENCERRADOS

           IF WS-CNT-NOVOS-MES         GREATER ZEROS
              COMPUTE WS-PERC-NOVOS ROUNDED =
                      WS-CNT-CONVERTIDOS * 100 / WS-CNT-NOVOS-MES
           END-IF

           IF WS-CNT-CONVERTIDOS + WS-CNT-PERDIDOS
                                       GREATER ZEROS
              COMPUTE WS-PERC-ENCERRADOS ROUNDED =
                      WS-CNT-CONVERTIDOS * 100
                    / (WS-CNT-CONVERTIDOS + WS-CNT-PERDIDOS)
           END-IF

           MOVE WS-CNT-NOVOS-MES       TO WS-DFU-NOVOS-MES
           MOVE WS-CNT-ABERTO-N        TO WS-DFU-ABERTO-N
           MOVE WS-CNT-ABERTO-V        TO WS-DFU-ABERTO-V
           MOVE WS-CNT-ABERTO-E        TO WS-DFU-ABERTO-E
           MOVE WS-CNT-CONVERTIDOS     TO WS-DFU-CONVERTIDOS
           MOVE WS-CNT-PERDIDOS        TO WS-DFU-PERDIDOS
           MOVE WS-PERC-NOVOS          TO WS-DFU-PERC-NOVOS
           MOVE WS-PERC-ENCERRADOS     TO WS-DFU-PERC-ENCERRADOS

           MOVE WS-LINHA-DET-FUNIL     TO REL-HBSIS053C
           WRITE REL-HBSIS053C

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
      * FIM DO PROGRAMA HBSIS053P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS053P.
      *----------------------------------------------------------------*
