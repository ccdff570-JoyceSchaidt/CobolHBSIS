                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-TRB.

           SELECT REL-PENDENTES      ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

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

       FD  REL-PENDENTES
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  ARQ-VEND-LINHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqVendLinha'.
       COPY "HBSIS057C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-TRB            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-RCT            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-VLI            PIC  X(002)         VALUE "00".
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.

       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-QTD-PENDENTES            PIC  9(005)         VALUE ZEROS.
       01  WS-VEN-NOME                 PIC  X(040)         VALUE SPACES.
       01  WS-ACHOU-DISTRIBUICAO       PIC  X(001)         VALUE "N".
       01  WS-LINHA-ATENDIDA           PIC  X(001)         VALUE "N".
       01  WS-LINHA-RESTANTE           PIC  X(001)         VALUE "N".
       01  WS-VEND-ESPECIALISTA        PIC  X(001)         VALUE "N".
      *
       01  WS-TAB-LINHA-VENDEDOR.
           05  WS-VLI-LINHA            PIC  X(001)
                                        OCCURS 100 TIMES.
       01  WS-REG-APLICADO             PIC  X(107)         VALUE SPACES.
      *
       01  WS-LINHA-CABECALHO-01.
           05  FILLER                  PIC  X(010)         VALUE
           05  FILLER                  PIC  X(021)         VALUE
               "CLIENTES PENDENTES: ".
           05  WS-TOT-PENDENTES        PIC  ZZZZ9.
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
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
           END-IF

           IF COD-RETORNO-HBSIS013L    EQUAL ZEROS
              PERFORM 2222-CARREGA-LINHAS-VENDEDOR
              PERFORM 2225-VALIDA-CREDITO
           END-IF

           END-IF

           IF COD-RETORNO-HBSIS013L    EQUAL ZEROS
              IF WS-LINHA-RESTANTE     EQUAL "S"
                 MOVE "APLICADA - RESTAM LINHAS SEM VENDEDOR"
                                       TO MSG-RETORNO-HBSIS013L
              ELSE
                 MOVE "ATRIBUICAO MANUAL APLICADA"
                                       TO MSG-RETORNO-HBSIS013L
              END-IF
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CARREGA AS LINHAS DE NEGOCIO ATENDIDAS PELO VENDEDOR - SEM     *
      * LINHAS CADASTRADAS (OU SEM O ARQUIVO) ELE E GENERALISTA E      *
      * ATENDE TODAS; A LINHA 00 SEGUE ABERTA PARA TODOS, COMO NA      *
      * DISTRIBUICAO DO HBSIS007P                                      *
      *----------------------------------------------------------------*
       2222-CARREGA-LINHAS-VENDEDOR    SECTION.

           MOVE ALL "S"                TO WS-TAB-LINHA-VENDEDOR
           MOVE "N"                    TO WS-VEND-ESPECIALISTA

           OPEN INPUT ARQ-VEND-LINHA

           IF WS-FL-STATUS-VLI         EQUAL ZEROS
              MOVE COD-VENDEDOR-HBSIS013L
                                       TO COD-VENDEDOR-HBSIS057C
              MOVE ZEROS               TO COD-LINHA-HBSIS057C

              START ARQ-VEND-LINHA KEY NOT LESS CHAVE-HBSIS057C

              IF WS-FL-STATUS-VLI      EQUAL ZEROS
                 READ ARQ-VEND-LINHA NEXT RECORD

                 PERFORM 2223-ARMAZENA-LINHA-VENDEDOR UNTIL
                         WS-FL-STATUS-VLI
                                       NOT EQUAL "00" OR
                         COD-VENDEDOR-HBSIS057C
                                       NOT EQUAL COD-VENDEDOR-HBSIS013L
              END-IF

              CLOSE ARQ-VEND-LINHA
           END-IF

           .
       2222-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA UMA LINHA ATENDIDA PELO VENDEDOR - NA PRIMEIRA LINHA ELE *
      * DEIXA DE SER GENERALISTA                                       *
      *----------------------------------------------------------------*
       2223-ARMAZENA-LINHA-VENDEDOR    SECTION.

           IF WS-VEND-ESPECIALISTA     EQUAL "N"
              MOVE "S"                 TO WS-VEND-ESPECIALISTA
              MOVE ALL "N"             TO WS-TAB-LINHA-VENDEDOR
              MOVE "S"                 TO WS-VLI-LINHA (1)
           END-IF

           MOVE "S"                    TO WS-VLI-LINHA
                                          (COD-LINHA-HBSIS057C + 1)

           READ ARQ-VEND-LINHA NEXT RECORD

           .
       2223-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RECUSA A ATRIBUICAO MANUAL DE CLIENTE COM CREDITO BLOQUEADO    *
      * PELO FINANCEIRO (SITUACAO GRAVADA PELO HBSIS040P)              *
      *----------------------------------------------------------------*
           END-IF

           MOVE "N"                    TO WS-ACHOU-DISTRIBUICAO
                                          WS-LINHA-ATENDIDA
                                          WS-LINHA-RESTANTE

           PERFORM 2232-LER-ARQ-DISTRIBUICAO

              PERFORM 3000-FINALIZA
           END-IF

           IF WS-LINHA-ATENDIDA        EQUAL "N"
              MOVE 1                   TO COD-RETORNO-HBSIS013L
              MOVE "VENDEDOR NAO ATENDE AS LINHAS PENDENTES"
                                       TO MSG-RETORNO-HBSIS013L
              CLOSE ARQ-PENDENTE
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 2235-REGRAVA-DISTRIBUICAO

           .
           EXIT.
      *----------------------------------------------------------------*
      * COPIA UM REGISTRO DA DISTRIBUICAO PARA O ARQUIVO DE TRABALHO,  *
      * SUBSTITUINDO A ATRIBUICAO DO CLIENTE PENDENTE - NO CLIENTE COM *
      * LINHAS DE NEGOCIO SO AS LINHAS SEM VENDEDOR QUE O VENDEDOR     *
      * ATENDE SAO SUBSTITUIDAS                                        *
      *----------------------------------------------------------------*
       2231-COPIA-PARA-TRAB            SECTION.

           IF COD-CLIENTE-HBSIS007C    EQUAL COD-CLIENTE-HBSIS013C
              AND COD-VENDEDOR-HBSIS007C
                                       EQUAL ZEROS
              MOVE "S"                 TO WS-ACHOU-DISTRIBUICAO

              IF WS-VLI-LINHA (COD-LINHA-HBSIS007C + 1)
                                       EQUAL "S"
                 MOVE "S"              TO WS-LINHA-ATENDIDA
                 MOVE COD-VENDEDOR-HBSIS013L
                                       TO COD-VENDEDOR-HBSIS007C
                 MOVE WS-VEN-NOME      TO NOME-VEND-HBSIS007C
                 MOVE ZEROS            TO DISTANCIA-HBSIS007C
                 MOVE "M"              TO TIPO-ATRIBUICAO-HBSIS007C
                 MOVE ARQ-HBSIS007C    TO WS-REG-APLICADO
              ELSE
                 MOVE "S"              TO WS-LINHA-RESTANTE
              END-IF
           END-IF

           MOVE ARQ-HBSIS007C          TO REG-DIS-TRAB
           MOVE WS-REG-APLICADO        TO AUD-VALOR-NOVO
           MOVE COD-OPERADOR-HBSIS013L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS013L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS013L
              CLOSE ARQ-PENDENTE
              PERFORM 3000-FINALIZA
       2240-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * RETIRA O CLIENTE ATENDIDO DA FILA DE PENDENCIAS - SE RESTAM    *
      * LINHAS SEM VENDEDOR QUE O VENDEDOR NAO ATENDE, O CLIENTE SEGUE *
      * NA FILA PARA NOVA ATRIBUICAO                                   *
      *----------------------------------------------------------------*
       2250-REMOVE-PENDENTE            SECTION.

           IF WS-LINHA-RESTANTE        EQUAL "N"
              DELETE ARQ-PENDENTE RECORD

              IF WS-FL-STATUS-PEN      EQUAL ZEROS
                 CONTINUE
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS013L
                 MOVE "ERRO AO RETIRAR O CLIENTE DA FILA"
                                       TO MSG-RETORNO-HBSIS013L
              END-IF
           END-IF

           CLOSE ARQ-PENDENTE
