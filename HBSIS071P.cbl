       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS071P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS071P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONSULTA POR CLIENTE DO RASTRO DA ATRIBUICAO    *
      *                (ArqRastro.AAAAMMDD, OU .Fnnn NA EXECUCAO POR    *
      *                FILIAL) GRAVADO PELO HBSIS007P - DEVOLVE NA AREA *
      *                DE LIGACAO, POR LINHA DE NEGOCIO, O RESULTADO DA *
      *                ATRIBUICAO E OS TRES CANDIDATOS DE MENOR CUSTO   *
      *                COM A DISTANCIA BRUTA, O CUSTO PONDERADO E O     *
      *                MOTIVO DE CADA PRETERIDO; USADO PELO MENU E PELA *
      *                CONSULTA 360 (HBSIS039P)                         *
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
           SELECT ARQ-RASTRO         ASSIGN TO WS-LABEL-RAS
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RAS.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-RASTRO
           LABEL RECORD IS STANDARD.
       COPY "HBSIS071C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-RAS            PIC  X(002)         VALUE "00".
       77  WS-LABEL-RAS                PIC  X(030)         VALUE SPACES.

       01  WS-FIM-RASTRO               PIC  X(001)         VALUE "N".
       01  WS-FILIAL-EDIT              PIC  9(003)         VALUE ZEROS.
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
       COPY HBSIS071L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS071L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - DATA EM BRANCO = RASTRO DO DIA       *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS071L
                                          QTD-RASTRO-HBSIS071L
                                          QTD-RASTRO-TAB-HBSIS071L
           MOVE "CONSULTA DO RASTRO CONCLUIDA"
                                       TO MSG-RETORNO-HBSIS071L

           IF COD-CLIENTE-HBSIS071L    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS071L
              MOVE "CODIGO DO CLIENTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS071L
              PERFORM 3000-FINALIZA
           END-IF

           IF DATA-RASTRO-HBSIS071L    EQUAL SPACES OR ZEROS
              ACCEPT DATA-RASTRO-HBSIS071L
                                       FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES                 TO WS-LABEL-RAS

           IF FILIAL-HBSIS071L         GREATER ZEROS
              MOVE FILIAL-HBSIS071L    TO WS-FILIAL-EDIT
              STRING "ArqRastro."      DELIMITED BY SIZE
                     DATA-RASTRO-HBSIS071L
                                       DELIMITED BY SIZE
                     ".F"              DELIMITED BY SIZE
                     WS-FILIAL-EDIT    DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
           ELSE
              STRING "ArqRastro."      DELIMITED BY SIZE
                     DATA-RASTRO-HBSIS071L
                                       DELIMITED BY SIZE
                                  INTO WS-LABEL-RAS
           END-IF

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO - O RASTRO E GRAVADO NA ORDEM DE       *
      * CODIGO DE CLIENTE, ENTAO A LEITURA PARA AO PASSAR DO CLIENTE   *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           OPEN INPUT ARQ-RASTRO

           IF WS-FL-STATUS-RAS         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS071L
              MOVE "SEM RASTRO DA ATRIBUICAO NA DATA"
                                       TO MSG-RETORNO-HBSIS071L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-FIM-RASTRO

           PERFORM 2100-LER-ARQ-RASTRO

           PERFORM 2200-TRATA-RASTRO UNTIL
                   WS-FIM-RASTRO       EQUAL "S"

           CLOSE ARQ-RASTRO

           IF QTD-RASTRO-HBSIS071L     EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS071L
              MOVE "CLIENTE SEM RASTRO NA DATA"
                                       TO MSG-RETORNO-HBSIS071L
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE RASTRO                                   *
      *----------------------------------------------------------------*
       2100-LER-ARQ-RASTRO             SECTION.

           READ ARQ-RASTRO NEXT RECORD

           IF WS-FL-STATUS-RAS         NOT EQUAL ZEROS
              OR COD-CLIENTE-HBSIS071C GREATER COD-CLIENTE-HBSIS071L
              MOVE "S"                 TO WS-FIM-RASTRO
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GUARDA UM REGISTRO DO CLIENTE CONSULTADO NA AREA DE LIGACAO -  *
      * ALEM DE 50 REGISTROS SO A QUANTIDADE TOTAL E DEVOLVIDA         *
      *----------------------------------------------------------------*
       2200-TRATA-RASTRO               SECTION.

           IF COD-CLIENTE-HBSIS071C    EQUAL COD-CLIENTE-HBSIS071L
              ADD 1                    TO QTD-RASTRO-HBSIS071L

              IF QTD-RASTRO-TAB-HBSIS071L
                                       LESS 50
                 ADD 1                 TO QTD-RASTRO-TAB-HBSIS071L
                 PERFORM 2300-ARMAZENA-RASTRO
              END-IF
           END-IF

           PERFORM 2100-LER-ARQ-RASTRO

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * COPIA O REGISTRO CORRENTE PARA A TABELA DA AREA DE LIGACAO     *
      *----------------------------------------------------------------*
       2300-ARMAZENA-RASTRO            SECTION.

           MOVE COD-LINHA-HBSIS071C    TO RAS-LINHA-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE ORDEM-HBSIS071C        TO RAS-ORDEM-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE COD-VENDEDOR-HBSIS071C TO RAS-VENDEDOR-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE NOME-VEND-HBSIS071C    TO RAS-NOME-VEND-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE DISTANCIA-HBSIS071C    TO RAS-DISTANCIA-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE CUSTO-HBSIS071C        TO RAS-CUSTO-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE SITUACAO-HBSIS071C     TO RAS-SITUACAO-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE TIPO-ATRIBUICAO-HBSIS071C
                                       TO RAS-TIPO-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)
           MOVE MOTIVO-HBSIS071C       TO RAS-MOTIVO-HBSIS071L
                                          (QTD-RASTRO-TAB-HBSIS071L)

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS071P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS071P.
      *----------------------------------------------------------------*
