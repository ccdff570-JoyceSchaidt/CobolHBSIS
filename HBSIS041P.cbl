                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.

           SELECT ARQ-PARAMETROS     ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PAR.
           SELECT ARQ-RUN-CONTROL    ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-RCT.

           SELECT ARQ-VEND-LINHA     ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS CHAVE-HBSIS057C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-VLI.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FD  ARQ-DIS-TRAB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqDistribTrab'.
       01  REG-DIS-TRAB                PIC  X(107).

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistorico'.
       COPY "HBSIS014C.CPY".

       FD  ARQ-PARAMETROS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqParametros'.
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqRunControl'.
       COPY "HBSISRCT.CPY".

       FD  ARQ-VEND-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendLinha'.
       COPY "HBSIS057C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-AUS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CFX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-PAR            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VLI            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-VENDEDOR-X               PIC  X(003)         VALUE SPACES.
               10  WS-TVE-SITUACAO     PIC  X(001).
               10  WS-TVE-FILIAL       PIC  9(003).
               10  WS-TVE-AUSENTE      PIC  X(001).
               10  WS-TVE-GENERALISTA  PIC  X(001).
               10  WS-TVE-LINHAS.
                   15  WS-TVE-LINHA    PIC  X(001)
                                        OCCURS 100 TIMES.

       01  WS-QTD-VENDEDORES           PIC  9(004)         VALUE ZEROS.
       01  WS-IDX-TAB-VEN              PIC  9(004)         VALUE ZEROS.
           05  FILLER                  PIC  X(026)         VALUE
               "  CARTEIRAS FIXAS: ".
           05  WS-TOT-CFX              PIC  ZZZZ9.
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
       2000-PROCESSA                   SECTION.

           PERFORM 2100-CARREGA-TAB-VENDEDOR
           PERFORM 2130-CARREGA-LINHAS-VENDEDOR
           PERFORM 2150-MARCA-AUSENCIAS
           PERFORM 2170-VALIDA-ENVOLVIDOS
           PERFORM 2200-CONTA-CARTEIRAS
                                                  (WS-QTD-VENDEDORES)
           MOVE "N"                    TO WS-TVE-AUSENTE
                                                  (WS-QTD-VENDEDORES)
           MOVE "S"                    TO WS-TVE-GENERALISTA
                                                  (WS-QTD-VENDEDORES)
           MOVE ALL "S"                TO WS-TVE-LINHAS
                                                  (WS-QTD-VENDEDORES)

           IF COD-VENDEDOR-HBSIS004C   EQUAL WS-COD-DESLIGADO
              MOVE NOME-VEND-HBSIS004C TO WS-NOME-DESLIGADO
       2120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA NA TABELA AS LINHAS DE NEGOCIO QUE CADA VENDEDOR       *
      * ATENDE - VENDEDOR SEM LINHAS CADASTRADAS (OU SEM O ARQUIVO) E  *
      * GENERALISTA E ATENDE TODAS AS LINHAS                           *
      *----------------------------------------------------------------*
       2130-CARREGA-LINHAS-VENDEDOR    SECTION.

           OPEN INPUT ARQ-VEND-LINHA

           IF WS-FL-STATUS-VLI         EQUAL ZEROS
              READ ARQ-VEND-LINHA NEXT RECORD

              PERFORM 2135-ARMAZENA-LINHA-VENDEDOR UNTIL
                      WS-FL-STATUS-VLI NOT EQUAL "00"

              CLOSE ARQ-VEND-LINHA
           END-IF

           .
       2130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA UMA LINHA ATENDIDA PELO VENDEDOR - NA PRIMEIRA LINHA DO  *
      * VENDEDOR ELE DEIXA DE SER GENERALISTA; A LINHA 00 SEGUE ABERTA *
      * PARA TODOS                                                     *
      *----------------------------------------------------------------*
       2135-ARMAZENA-LINHA-VENDEDOR    SECTION.

           MOVE COD-VENDEDOR-HBSIS057C TO WS-PROCURA-COD-VEN

           PERFORM 2180-PROCURA-VENDEDOR-TAB

           IF WS-ACHOU-VENDEDOR        EQUAL "S"
              IF WS-TVE-GENERALISTA (WS-IDX-TAB-VEN)
                                       EQUAL "S"
                 MOVE "N"              TO WS-TVE-GENERALISTA
                                                  (WS-IDX-TAB-VEN)
                 MOVE ALL "N"          TO WS-TVE-LINHAS
                                                  (WS-IDX-TAB-VEN)
                 MOVE "S"              TO WS-TVE-LINHA
                                                  (WS-IDX-TAB-VEN, 1)
              END-IF

              MOVE "S"                 TO WS-TVE-LINHA
                                          (WS-IDX-TAB-VEN,
                                           COD-LINHA-HBSIS057C + 1)
           END-IF

           READ ARQ-VEND-LINHA NEXT RECORD

           .
       2135-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA NA TABELA OS VENDEDORES AUSENTES NA DATA DA              *
      * REDISTRIBUICAO - A AUSENCIA DO ARQUIVO SIGNIFICA QUE NAO HA    *
      * AUSENCIAS REGISTRADAS                                          *
                                       EQUAL ZEROS
               OR  WS-TVE-FILIAL (WS-IDX-TAB-VEN)
                                       EQUAL COD-FILIAL-HBSIS002C)
              AND WS-TVE-LINHA (WS-IDX-TAB-VEN,
                                COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
              AND (WS-MAX-CLIENTES     EQUAL ZEROS
               OR  WS-CONT-VENDEDOR
                      (WS-TVE-CODIGO (WS-IDX-TAB-VEN) + 1)
           MOVE TIPO-ATRIBUICAO-HBSIS007C
                                       TO TIPO-ATRIBUICAO-HBSIS014C
           MOVE COD-FILIAL-HBSIS007C   TO COD-FILIAL-HBSIS014C
           MOVE COD-LINHA-HBSIS007C    TO COD-LINHA-HBSIS014C

           WRITE ARQ-HBSIS014C

           MOVE WS-RESUMO-AUDITORIA    TO AUD-VALOR-NOVO
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
