       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS080P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS080P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: CONVERSAO UNICA DO ArqVisita PARA O LAYOUT COM   *
      *                A POSICAO DO CHECK-IN (HBSIS036C) - A FUNCAO D   *
      *                DESCARREGA O ARQUIVO INDEXADO NO LAYOUT ANTIGO   *
      *                (21 POSICOES, SEM GPS) PARA BACKUP SEQUENCIAL    *
      *                DATADO COM TRAILER DE TOTAIS; A FUNCAO R RECRIA  *
      *                O INDEXADO NO LAYOUT NOVO (56 POSICOES) COM      *
      *                TEM-GPS E FORA-RAIO "N" E POSICAO E DISTANCIA    *
      *                ZERADAS E CONFERE OS TOTAIS DO TRAILER, COMO A   *
      *                DESCARGA/RECARGA DO HBSIS016P                    *
      * PARAMETROS...: LIDOS DA ENTRADA (SYSIN) - FUNCAO (D/R) E DATA  *
      *                DO BACKUP (AAAAMMDD, BRANCO = HOJE)              *
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
           SELECT ARQ-VISITA-ANTIGO  ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS ANT-CHAVE
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-ANT.

           SELECT ARQ-VISITA         ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS036C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VIS.

           SELECT ARQ-BACKUP         ASSIGN TO WS-LABEL-BKP
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-BKP.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      * LAYOUT ANTERIOR DO ArqVisita - SEM A POSICAO DO CHECK-IN       *
      *----------------------------------------------------------------*
       FD  ARQ-VISITA-ANTIGO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       01  REG-VISITA-ANTIGO.
           05  ANT-CHAVE.
               10  ANT-COD-CLIENTE     PIC  9(007).
               10  ANT-DATA-VISITA     PIC  X(008).
               10  ANT-COD-VENDEDOR    PIC  9(003).
           05  ANT-RESULTADO           PIC  X(002).
           05  ANT-FORA-CARTEIRA       PIC  X(001).

       FD  ARQ-VISITA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVisita'.
       COPY "HBSIS036C.CPY".

       FD  ARQ-BACKUP
           LABEL RECORD IS STANDARD.
       01  REG-BACKUP.
           05  BKP-TIPO                PIC  X(001).
           05  BKP-DADOS               PIC  X(200).
           05  BKP-TRAILER REDEFINES BKP-DADOS.
               10  BKP-QTD-REGISTROS   PIC  9(007).
               10  BKP-SOMA-CHAVES     PIC  9(015).
               10  BKP-SOMA-VENDEDORES PIC  9(015).
               10  FILLER              PIC  X(163).
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-ANT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-BKP            PIC  X(002)         VALUE "00".
       77  WS-LABEL-BKP                PIC  X(030)         VALUE SPACES.

       01  WS-FUNCAO                   PIC  X(001)         VALUE SPACES.
       01  WS-DATA-BACKUP              PIC  X(008)         VALUE SPACES.

       01  WS-QTD-REGISTROS            PIC  9(007)         VALUE ZEROS.
       01  WS-SOMA-CHAVES              PIC  9(015)         VALUE ZEROS.
       01  WS-SOMA-VENDEDORES          PIC  9(015)         VALUE ZEROS.
       01  WS-TEM-TRAILER              PIC  X(001)         VALUE "N".
       01  WS-TRL-QTD-REGISTROS        PIC  9(007)         VALUE ZEROS.
       01  WS-TRL-SOMA-CHAVES          PIC  9(015)         VALUE ZEROS.
       01  WS-TRL-SOMA-VENDEDORES      PIC  9(015)         VALUE ZEROS.
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
      * ROTINA DE INICIALIZACAO - LE E VALIDA OS PARAMETROS            *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           ACCEPT WS-FUNCAO            FROM CONSOLE
           ACCEPT WS-DATA-BACKUP       FROM CONSOLE

           IF WS-FUNCAO                EQUAL "D" OR "R"
              CONTINUE
           ELSE
              DISPLAY "FUNCAO INVALIDA (D=DESCARGA, R=RECARGA)"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-DATA-BACKUP           EQUAL SPACES OR ZEROS
              ACCEPT WS-DATA-BACKUP    FROM DATE YYYYMMDD
           END-IF

           MOVE SPACES                 TO WS-LABEL-BKP
           STRING "BkpVisita."         DELIMITED BY SIZE
                  WS-DATA-BACKUP       DELIMITED BY SIZE
                                  INTO WS-LABEL-BKP

           MOVE ZEROS                  TO WS-QTD-REGISTROS
                                          WS-SOMA-CHAVES
                                          WS-SOMA-VENDEDORES

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           IF WS-FUNCAO                EQUAL "D"
              PERFORM 2100-DESCARGA-VISITA
           ELSE
              PERFORM 2200-RECARGA-VISITA
           END-IF

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DESCARGA DO ArqVisita NO LAYOUT ANTIGO PARA O BACKUP DATADO    *
      * - UM ARQUIVO JA CONVERTIDO NAO ABRE COM O TAMANHO ANTIGO E O   *
      * PROGRAMA TERMINA SEM GRAVAR O BACKUP                           *
      *----------------------------------------------------------------*
       2100-DESCARGA-VISITA            SECTION.

           OPEN INPUT ARQ-VISITA-ANTIGO

           IF WS-FL-STATUS-ANT         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ArqVisita NO LAYOUT "
                      "ANTIGO: " WS-FL-STATUS-ANT
                                       UPON CONSOLE
              DISPLAY "VERIFICAR SE O ARQUIVO JA FOI CONVERTIDO"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2500-OPEN-BACKUP-SAIDA

           PERFORM 2110-LER-VISITA-ANTIGO

           PERFORM 2120-GRAVA-BKP-VISITA UNTIL
                   WS-FL-STATUS-ANT    NOT EQUAL "00"

           PERFORM 2550-GRAVA-TRAILER

           CLOSE ARQ-VISITA-ANTIGO
           PERFORM 2560-CLOSE-BACKUP

           DISPLAY "DESCARGA DAS VISITAS CONCLUIDA - REGISTROS: "
                   WS-QTD-REGISTROS " BACKUP: " WS-LABEL-BKP
                                       UPON CONSOLE

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA SEQUENCIAL DO ArqVisita NO LAYOUT ANTIGO               *
      *----------------------------------------------------------------*
       2110-LER-VISITA-ANTIGO          SECTION.

           READ ARQ-VISITA-ANTIGO NEXT RECORD

           IF WS-FL-STATUS-ANT         EQUAL ZEROS OR '10'
              CONTINUE
           ELSE
              DISPLAY "ERRO NA LEITURA DO ArqVisita: "
                      WS-FL-STATUS-ANT UPON CONSOLE
              CLOSE ARQ-VISITA-ANTIGO
              PERFORM 2560-CLOSE-BACKUP
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA UMA VISITA NO BACKUP E ACUMULA OS TOTAIS                 *
      *----------------------------------------------------------------*
       2120-GRAVA-BKP-VISITA           SECTION.

           MOVE "D"                    TO BKP-TIPO
           MOVE SPACES                 TO BKP-DADOS
           MOVE REG-VISITA-ANTIGO   TO BKP-DADOS

           WRITE REG-BACKUP

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR O BACKUP"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           ADD 1                       TO WS-QTD-REGISTROS
           ADD ANT-COD-CLIENTE         TO WS-SOMA-CHAVES
           ADD ANT-COD-VENDEDOR        TO WS-SOMA-VENDEDORES

           PERFORM 2110-LER-VISITA-ANTIGO

           .
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECARGA DO ArqVisita NO LAYOUT NOVO A PARTIR DO BACKUP - AS    *
      * VISITAS ANTERIORES AO CHECK-IN COM GPS FICAM SEM POSICAO E     *
      * DENTRO DO RAIO, COMO AS CONFIRMACOES SEM GPS DO HBSIS036P, E   *
      * OS TOTAIS DO TRAILER SAO CONFERIDOS ANTES DE DECLARAR SUCESSO  *
      *----------------------------------------------------------------*
       2200-RECARGA-VISITA             SECTION.

           PERFORM 2510-OPEN-BACKUP-ENTRADA

           OPEN OUTPUT ARQ-VISITA

           IF WS-FL-STATUS-VIS         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA CRIACAO DO ArqVisita: "
                      WS-FL-STATUS-VIS UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           MOVE "N"                    TO WS-TEM-TRAILER

           PERFORM 2520-LER-BACKUP

           PERFORM 2220-RECARGA-REG-VISITA UNTIL
                   WS-FL-STATUS-BKP    NOT EQUAL "00" OR
                   WS-TEM-TRAILER      EQUAL "S"

           CLOSE ARQ-VISITA
           PERFORM 2560-CLOSE-BACKUP

           PERFORM 2570-CONFERE-TRAILER

           DISPLAY "RECARGA DAS VISITAS NO LAYOUT COM GPS "
                   "CONCLUIDA - REGISTROS: " WS-QTD-REGISTROS
                                       UPON CONSOLE

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECARREGA UMA VISITA DO BACKUP NO LAYOUT NOVO SEM POSICAO      *
      *----------------------------------------------------------------*
       2220-RECARGA-REG-VISITA         SECTION.

           IF BKP-TIPO                 EQUAL "T"
              MOVE "S"                 TO WS-TEM-TRAILER
              MOVE BKP-QTD-REGISTROS   TO WS-TRL-QTD-REGISTROS
              MOVE BKP-SOMA-CHAVES     TO WS-TRL-SOMA-CHAVES
              MOVE BKP-SOMA-VENDEDORES TO WS-TRL-SOMA-VENDEDORES
           ELSE
              MOVE BKP-DADOS (1:21)    TO REG-VISITA-ANTIGO

              INITIALIZE ARQ-HBSIS036C
              MOVE ANT-COD-CLIENTE     TO COD-CLIENTE-HBSIS036C
              MOVE ANT-DATA-VISITA     TO DATA-VISITA-HBSIS036C
              MOVE ANT-COD-VENDEDOR    TO COD-VENDEDOR-HBSIS036C
              MOVE ANT-RESULTADO       TO RESULTADO-HBSIS036C
              MOVE ANT-FORA-CARTEIRA   TO FORA-CARTEIRA-HBSIS036C
              MOVE "N"                 TO TEM-GPS-HBSIS036C
              MOVE ZEROS               TO LATITUDE-CHECKIN-HBSIS036C
                                          LONGITUDE-CHECKIN-HBSIS036C
                                          DISTANCIA-CHECKIN-HBSIS036C
              MOVE "N"                 TO FORA-RAIO-HBSIS036C

              WRITE ARQ-HBSIS036C

              IF WS-FL-STATUS-VIS      EQUAL ZEROS
                 CONTINUE
              ELSE
                 DISPLAY "ERRO AO RECARREGAR A VISITA - CLIENTE "
                         ANT-COD-CLIENTE " DATA " ANT-DATA-VISITA
                         " STATUS " WS-FL-STATUS-VIS
                                       UPON CONSOLE
                 MOVE 9                TO RETURN-CODE
                 PERFORM 3000-FINALIZA
              END-IF

              ADD 1                    TO WS-QTD-REGISTROS
              ADD ANT-COD-CLIENTE      TO WS-SOMA-CHAVES
              ADD ANT-COD-VENDEDOR     TO WS-SOMA-VENDEDORES

              PERFORM 2520-LER-BACKUP
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE BACKUP PARA GRAVACAO                    *
      *----------------------------------------------------------------*
       2500-OPEN-BACKUP-SAIDA          SECTION.

           OPEN OUTPUT ARQ-BACKUP

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE BACKUP"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO ARQUIVO DE BACKUP PARA LEITURA                     *
      *----------------------------------------------------------------*
       2510-OPEN-BACKUP-ENTRADA        SECTION.

           OPEN INPUT ARQ-BACKUP

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE BACKUP "
                      WS-LABEL-BKP     UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LEITURA DO ARQUIVO DE BACKUP                                   *
      *----------------------------------------------------------------*
       2520-LER-BACKUP                 SECTION.

           READ ARQ-BACKUP NEXT RECORD

           .
       2520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA O TRAILER DE TOTAIS DE CONTROLE DO BACKUP                *
      *----------------------------------------------------------------*
       2550-GRAVA-TRAILER              SECTION.

           MOVE SPACES                 TO REG-BACKUP
           MOVE "T"                    TO BKP-TIPO
           MOVE WS-QTD-REGISTROS       TO BKP-QTD-REGISTROS
           MOVE WS-SOMA-CHAVES         TO BKP-SOMA-CHAVES
           MOVE WS-SOMA-VENDEDORES     TO BKP-SOMA-VENDEDORES

           WRITE REG-BACKUP

           IF WS-FL-STATUS-BKP         EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY "ERRO AO GRAVAR O TRAILER DO BACKUP"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2550-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FECHAMENTO DO ARQUIVO DE BACKUP                                *
      *----------------------------------------------------------------*
       2560-CLOSE-BACKUP               SECTION.

           CLOSE ARQ-BACKUP

           .
       2560-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONFERE OS TOTAIS RECALCULADOS NA RECARGA COM O TRAILER DO     *
      * BACKUP                                                         *
      *----------------------------------------------------------------*
       2570-CONFERE-TRAILER            SECTION.

           IF WS-TEM-TRAILER           NOT EQUAL "S"
              DISPLAY "BACKUP SEM TRAILER DE CONTROLE"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           IF WS-TRL-QTD-REGISTROS     EQUAL WS-QTD-REGISTROS
              AND WS-TRL-SOMA-CHAVES   EQUAL WS-SOMA-CHAVES
              AND WS-TRL-SOMA-VENDEDORES
                                       EQUAL WS-SOMA-VENDEDORES
              CONTINUE
           ELSE
              DISPLAY "TOTAIS DO BACKUP NAO CONFEREM"
                                       UPON CONSOLE
              MOVE 9                   TO RETURN-CODE
              PERFORM 3000-FINALIZA
           END-IF

           .
       2570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE FINALIZACAO                                          *
      *----------------------------------------------------------------*
       3000-FINALIZA                   SECTION.

           GOBACK.

       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * FIM DO PROGRAMA HBSIS080P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS080P.
      *----------------------------------------------------------------*
