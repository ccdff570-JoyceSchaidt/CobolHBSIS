       IDENTIFICATION                  DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                     HBSIS078P.
      *----------------------------------------------------------------*
      * PROGRAMA.....: HBSIS078P                                       *
      * ANALISTA.....: JOYCE SCHAIDT                                   *
      * DATA.........: 15/10/2026                                      *
      * OBJETIVO.....: MANTER O CADASTRO DE CONTATO E JANELA DE VISITA *
      *                DO CLIENTE (ArqJanelaCliente) - COMPRADOR, FONE  *
      *                E E-MAIL, DIAS DA SEMANA EM QUE O CLIENTE RECEBE *
      *                VISITA, HORARIO DE ABERTURA E FECHAMENTO E DIA   *
      *                PREFERIDO; O HBSIS023P SO PLANEJA A VISITA NOS   *
      *                DIAS E HORARIOS PERMITIDOS E IMPRIME O CONTATO   *
      *                NA ROTA DO VENDEDOR - INCLUSAO, ALTERACAO E      *
      *                EXCLUSAO VAO PARA A TRILHA DE AUDITORIA          *
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
           SELECT ARQ-JANELA-CLIENTE ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS078C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-JAN.

           SELECT ARQ-CLIENTE        ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD  KEY IS COD-CLIENTE-HBSIS002C
                       ALTERNATE RECORD KEY IS CNPJ-HBSIS002C
                       ALTERNATE RECORD KEY IS RAZAO-SOCIAL-HBSIS002C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
       FD  ARQ-JANELA-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqJanelaCliente'.
       COPY "HBSIS078C.CPY".

       FD  ARQ-CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-JAN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".

       01  WS-DATA-HOJE                PIC  X(008)         VALUE SPACES.
       01  WS-AUD-DATA                 PIC  X(008)         VALUE SPACES.
       01  WS-AUD-HORA                 PIC  X(008)         VALUE SPACES.
       01  WS-IMAGEM-ANTERIOR          PIC  X(200)         VALUE SPACES.
       01  WS-JANELA-CADASTRADA        PIC  X(001)         VALUE "N".
      *
       01  WS-DIAS-VISITA              PIC  X(005)         VALUE SPACES.
       01  WS-DIAS-VISITA-R REDEFINES WS-DIAS-VISITA.
           05  WS-DIA-VISITA           PIC  X(001)
                                        OCCURS 5 TIMES.
       01  WS-IDX-DIA                  PIC  9(001)         VALUE ZEROS.
       01  WS-QTD-DIAS-PERMITIDOS      PIC  9(001)         VALUE ZEROS.
      *
       01  WS-HORA-VALIDA              PIC  9(004)         VALUE ZEROS.
       01  WS-HORA-VALIDA-R REDEFINES WS-HORA-VALIDA.
           05  WS-HORA-VALIDA-HH       PIC  9(002).
           05  WS-HORA-VALIDA-MM       PIC  9(002).
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
       COPY HBSIS078L.
      *----------------------------------------------------------------*
       PROCEDURE                       DIVISION USING HBSIS078L.
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.

           PERFORM 1000-INICIALIZA
           PERFORM 2000-PROCESSA
           PERFORM 3000-FINALIZA

           .
       0000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE INICIALIZACAO - O CLIENTE PRECISA ESTAR CADASTRADO   *
      *----------------------------------------------------------------*
       1000-INICIALIZA                 SECTION.

           MOVE ZEROS                  TO COD-RETORNO-HBSIS078L
           MOVE SPACES                 TO MSG-RETORNO-HBSIS078L
                                          RAZAO-SOCIAL-HBSIS078L

           ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

           IF COD-CLIENTE-HBSIS078L    EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS078L
              MOVE "CODIGO DO CLIENTE NAO INFORMADO"
                                       TO MSG-RETORNO-HBSIS078L
              PERFORM 3000-FINALIZA
           END-IF

           PERFORM 1100-LOCALIZA-CLIENTE

           .
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * LOCALIZA O CLIENTE NO CADASTRO E DEVOLVE A RAZAO SOCIAL        *
      *----------------------------------------------------------------*
       1100-LOCALIZA-CLIENTE           SECTION.

           OPEN INPUT ARQ-CLIENTE

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS078L
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTE"
                                       TO MSG-RETORNO-HBSIS078L
              PERFORM 3000-FINALIZA
           END-IF

           MOVE COD-CLIENTE-HBSIS078L  TO COD-CLIENTE-HBSIS002C

           READ ARQ-CLIENTE   RECORD
                              KEY IS      COD-CLIENTE-HBSIS002C

           IF WS-FL-STATUS-CLI         EQUAL ZEROS
              MOVE RAZAO-SOCIAL-HBSIS002C
                                       TO RAZAO-SOCIAL-HBSIS078L
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS078L
              MOVE "CLIENTE NAO CADASTRADO"
                                       TO MSG-RETORNO-HBSIS078L
           END-IF

           CLOSE ARQ-CLIENTE

           IF COD-RETORNO-HBSIS078L    NOT EQUAL ZEROS
              PERFORM 3000-FINALIZA
           END-IF

           .
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE PROCESSAMENTO                                        *
      *----------------------------------------------------------------*
       2000-PROCESSA                   SECTION.

           EVALUATE COD-FUNCAO-HBSIS078L
               WHEN 0
                    PERFORM 2100-CONSULTAR-JANELA
               WHEN 1
                    PERFORM 2200-GRAVAR-JANELA
               WHEN 2
                    PERFORM 2300-EXCLUIR-JANELA
               WHEN OTHER
                    MOVE 9             TO COD-RETORNO-HBSIS078L
                    MOVE 'CODIGO DA FUNCAO INVALIDA'
                                       TO MSG-RETORNO-HBSIS078L
                    PERFORM 3000-FINALIZA
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA O CONTATO E A JANELA DE VISITA DO CLIENTE             *
      *----------------------------------------------------------------*
       2100-CONSULTAR-JANELA           SECTION.

           MOVE SPACES                 TO CONTATO-NOME-HBSIS078L
                                          CONTATO-FONE-HBSIS078L
                                          CONTATO-EMAIL-HBSIS078L
                                          DIAS-VISITA-HBSIS078L
                                          DATA-ATUALIZACAO-HBSIS078L
                                          OPERADOR-ATUAL-HBSIS078L
           MOVE ZEROS                  TO HORA-ABERTURA-HBSIS078L
                                          HORA-FECHAMENTO-HBSIS078L
                                          DIA-PREFERIDO-HBSIS078L

           OPEN INPUT ARQ-JANELA-CLIENTE

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE COD-CLIENTE-HBSIS078L
                                       TO COD-CLIENTE-HBSIS078C

              READ ARQ-JANELA-CLIENTE RECORD
                              KEY IS      COD-CLIENTE-HBSIS078C

              IF WS-FL-STATUS-JAN      EQUAL ZEROS
                 PERFORM 2110-DEVOLVE-JANELA
                 MOVE ZEROS            TO COD-RETORNO-HBSIS078L
                 MOVE "JANELA DE VISITA ENCONTRADA"
                                       TO MSG-RETORNO-HBSIS078L
              ELSE
                 MOVE 1                TO COD-RETORNO-HBSIS078L
                 MOVE "CLIENTE SEM JANELA - VISITA LIVRE"
                                       TO MSG-RETORNO-HBSIS078L
              END-IF

              CLOSE ARQ-JANELA-CLIENTE
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS078L
              MOVE "CLIENTE SEM JANELA - VISITA LIVRE"
                                       TO MSG-RETORNO-HBSIS078L
           END-IF

           .
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * DEVOLVE O REGISTRO LIDO NA AREA DE LIGACAO                     *
      *----------------------------------------------------------------*
       2110-DEVOLVE-JANELA             SECTION.

           MOVE CONTATO-NOME-HBSIS078C TO CONTATO-NOME-HBSIS078L
           MOVE CONTATO-FONE-HBSIS078C TO CONTATO-FONE-HBSIS078L
           MOVE CONTATO-EMAIL-HBSIS078C
                                       TO CONTATO-EMAIL-HBSIS078L
           MOVE DIAS-VISITA-HBSIS078C  TO DIAS-VISITA-HBSIS078L
           MOVE HORA-ABERTURA-HBSIS078C
                                       TO HORA-ABERTURA-HBSIS078L
           MOVE HORA-FECHAMENTO-HBSIS078C
                                       TO HORA-FECHAMENTO-HBSIS078L
           MOVE DIA-PREFERIDO-HBSIS078C
                                       TO DIA-PREFERIDO-HBSIS078L
           MOVE DATA-ATUALIZACAO-HBSIS078C
                                       TO DATA-ATUALIZACAO-HBSIS078L
           MOVE OPERADOR-HBSIS078C     TO OPERADOR-ATUAL-HBSIS078L

           .
       2110-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ABERTURA DO CADASTRO DE JANELAS PARA ATUALIZACAO               *
      *----------------------------------------------------------------*
       2160-OPEN-ARQ-JANELA            SECTION.

           OPEN I-O ARQ-JANELA-CLIENTE

           IF WS-FL-STATUS-JAN         EQUAL ZEROS OR '05'
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS078L
              MOVE "ERRO NA ABERTURA DO CADASTRO DE JANELAS"
                                       TO MSG-RETORNO-HBSIS078L
              PERFORM 3000-FINALIZA
           END-IF

           .
       2160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * INCLUI OU ALTERA O CONTATO E A JANELA DO CLIENTE - DIAS EM     *
      * BRANCO VALEM SEGUNDA A SEXTA; PRECISA HAVER AO MENOS UM DIA    *
      * PERMITIDO, O FECHAMENTO DEVE SER DEPOIS DA ABERTURA (AMBOS     *
      * ZERADOS = SEM RESTRICAO DE HORARIO) E O DIA PREFERIDO DEVE     *
      * ESTAR ENTRE OS PERMITIDOS                                      *
      *----------------------------------------------------------------*
       2200-GRAVAR-JANELA              SECTION.

           IF DIAS-VISITA-HBSIS078L    EQUAL SPACES
              MOVE "SSSSS"             TO DIAS-VISITA-HBSIS078L
           END-IF

           MOVE DIAS-VISITA-HBSIS078L  TO WS-DIAS-VISITA
           MOVE ZEROS                  TO WS-QTD-DIAS-PERMITIDOS
           MOVE 1                      TO WS-IDX-DIA

           PERFORM 2210-VALIDA-DIA-VISITA UNTIL
                   WS-IDX-DIA          GREATER 5 OR
                   COD-RETORNO-HBSIS078L
                                       NOT EQUAL ZEROS

           IF COD-RETORNO-HBSIS078L    EQUAL ZEROS
              AND WS-QTD-DIAS-PERMITIDOS
                                       EQUAL ZEROS
              MOVE 1                   TO COD-RETORNO-HBSIS078L
              MOVE "INFORME AO MENOS UM DIA DE VISITA"
                                       TO MSG-RETORNO-HBSIS078L
           END-IF

           IF COD-RETORNO-HBSIS078L    EQUAL ZEROS
              PERFORM 2220-VALIDA-HORARIO
           END-IF

           IF COD-RETORNO-HBSIS078L    EQUAL ZEROS
              IF DIA-PREFERIDO-HBSIS078L
                                       GREATER 5
                 MOVE 1                TO COD-RETORNO-HBSIS078L
                 MOVE "DIA PREFERIDO INVALIDO (0 A 5)"
                                       TO MSG-RETORNO-HBSIS078L
              ELSE
                 IF DIA-PREFERIDO-HBSIS078L
                                       GREATER ZEROS
                    AND WS-DIA-VISITA (DIA-PREFERIDO-HBSIS078L)
                                       NOT EQUAL "S"
                    MOVE 1             TO COD-RETORNO-HBSIS078L
                    MOVE "DIA PREFERIDO FORA DOS DIAS DE VISITA"
                                       TO MSG-RETORNO-HBSIS078L
                 END-IF
              END-IF
           END-IF

           IF COD-RETORNO-HBSIS078L    EQUAL ZEROS
              PERFORM 2230-REGRAVA-JANELA
           END-IF

           .
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA UMA POSICAO DOS DIAS DE VISITA (S OU N)                 *
      *----------------------------------------------------------------*
       2210-VALIDA-DIA-VISITA          SECTION.

           EVALUATE WS-DIA-VISITA (WS-IDX-DIA)
               WHEN "S"
                    ADD 1              TO WS-QTD-DIAS-PERMITIDOS
               WHEN "N"
                    CONTINUE
               WHEN OTHER
                    MOVE 1             TO COD-RETORNO-HBSIS078L
                    MOVE "DIAS DE VISITA: S OU N DE SEG A SEX"
                                       TO MSG-RETORNO-HBSIS078L
           END-EVALUATE

           ADD 1                       TO WS-IDX-DIA

           .
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA O HORARIO DE ABERTURA E FECHAMENTO (HHMM)               *
      *----------------------------------------------------------------*
       2220-VALIDA-HORARIO             SECTION.

           IF HORA-ABERTURA-HBSIS078L  EQUAL ZEROS
              AND HORA-FECHAMENTO-HBSIS078L
                                       EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE HORA-ABERTURA-HBSIS078L
                                       TO WS-HORA-VALIDA

              IF WS-HORA-VALIDA-HH     GREATER 23
                 OR WS-HORA-VALIDA-MM  GREATER 59
                 MOVE 1                TO COD-RETORNO-HBSIS078L
                 MOVE "HORA DE ABERTURA INVALIDA (HHMM)"
                                       TO MSG-RETORNO-HBSIS078L
              END-IF

              MOVE HORA-FECHAMENTO-HBSIS078L
                                       TO WS-HORA-VALIDA

              IF COD-RETORNO-HBSIS078L EQUAL ZEROS
                 AND (WS-HORA-VALIDA-HH
                                       GREATER 23
                  OR  WS-HORA-VALIDA-MM
                                       GREATER 59)
                 MOVE 1                TO COD-RETORNO-HBSIS078L
                 MOVE "HORA DE FECHAMENTO INVALIDA (HHMM)"
                                       TO MSG-RETORNO-HBSIS078L
              END-IF

              IF COD-RETORNO-HBSIS078L EQUAL ZEROS
                 AND HORA-FECHAMENTO-HBSIS078L
                                       NOT GREATER
                     HORA-ABERTURA-HBSIS078L
                 MOVE 1                TO COD-RETORNO-HBSIS078L
                 MOVE "FECHAMENTO DEVE SER APOS A ABERTURA"
                                       TO MSG-RETORNO-HBSIS078L
              END-IF
           END-IF

           .
       2220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * GRAVA OU REGRAVA O REGISTRO E A TRILHA DE AUDITORIA            *
      *----------------------------------------------------------------*
       2230-REGRAVA-JANELA             SECTION.

           PERFORM 2160-OPEN-ARQ-JANELA

           MOVE COD-CLIENTE-HBSIS078L  TO COD-CLIENTE-HBSIS078C

           READ ARQ-JANELA-CLIENTE RECORD
                              KEY IS      COD-CLIENTE-HBSIS078C

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE "S"                 TO WS-JANELA-CADASTRADA
              MOVE ARQ-HBSIS078C       TO WS-IMAGEM-ANTERIOR
           ELSE
              MOVE "N"                 TO WS-JANELA-CADASTRADA
              MOVE SPACES              TO WS-IMAGEM-ANTERIOR
              INITIALIZE ARQ-HBSIS078C
              MOVE COD-CLIENTE-HBSIS078L
                                       TO COD-CLIENTE-HBSIS078C
           END-IF

           MOVE CONTATO-NOME-HBSIS078L TO CONTATO-NOME-HBSIS078C
           MOVE CONTATO-FONE-HBSIS078L TO CONTATO-FONE-HBSIS078C
           MOVE CONTATO-EMAIL-HBSIS078L
                                       TO CONTATO-EMAIL-HBSIS078C
           MOVE DIAS-VISITA-HBSIS078L  TO DIAS-VISITA-HBSIS078C
           MOVE HORA-ABERTURA-HBSIS078L
                                       TO HORA-ABERTURA-HBSIS078C
           MOVE HORA-FECHAMENTO-HBSIS078L
                                       TO HORA-FECHAMENTO-HBSIS078C
           MOVE DIA-PREFERIDO-HBSIS078L
                                       TO DIA-PREFERIDO-HBSIS078C
           MOVE WS-DATA-HOJE           TO DATA-ATUALIZACAO-HBSIS078C
           MOVE COD-OPERADOR-HBSIS078L TO OPERADOR-HBSIS078C

           IF WS-JANELA-CADASTRADA     EQUAL "S"
              REWRITE ARQ-HBSIS078C
              MOVE "JANELA-ALT"        TO AUD-FUNCAO
           ELSE
              WRITE ARQ-HBSIS078C
              MOVE "JANELA-INC"        TO AUD-FUNCAO
           END-IF

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE WS-IMAGEM-ANTERIOR  TO AUD-VALOR-ANTIGO
              MOVE ARQ-HBSIS078C       TO AUD-VALOR-NOVO
              PERFORM 2600-GRAVA-AUDITORIA
              PERFORM 2110-DEVOLVE-JANELA
              MOVE ZEROS               TO COD-RETORNO-HBSIS078L
              MOVE "JANELA DE VISITA GRAVADA COM SUCESSO"
                                       TO MSG-RETORNO-HBSIS078L
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS078L
              MOVE "ERRO AO GRAVAR A JANELA DE VISITA"
                                       TO MSG-RETORNO-HBSIS078L
           END-IF

           CLOSE ARQ-JANELA-CLIENTE

           .
       2230-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * EXCLUI O CONTATO E A JANELA - O CLIENTE VOLTA A RECEBER VISITA *
      * EM QUALQUER DIA E HORARIO NA PROXIMA ROTA                      *
      *----------------------------------------------------------------*
       2300-EXCLUIR-JANELA             SECTION.

           PERFORM 2160-OPEN-ARQ-JANELA

           MOVE COD-CLIENTE-HBSIS078L  TO COD-CLIENTE-HBSIS078C

           READ ARQ-JANELA-CLIENTE RECORD
                              KEY IS      COD-CLIENTE-HBSIS078C

           IF WS-FL-STATUS-JAN         EQUAL ZEROS
              MOVE ARQ-HBSIS078C       TO WS-IMAGEM-ANTERIOR
              DELETE ARQ-JANELA-CLIENTE RECORD
              IF WS-FL-STATUS-JAN      EQUAL ZEROS
                 MOVE "JANELA-EXC"     TO AUD-FUNCAO
                 MOVE WS-IMAGEM-ANTERIOR
                                       TO AUD-VALOR-ANTIGO
                 MOVE SPACES           TO AUD-VALOR-NOVO
                 PERFORM 2600-GRAVA-AUDITORIA
                 MOVE ZEROS            TO COD-RETORNO-HBSIS078L
                 MOVE "JANELA DE VISITA EXCLUIDA"
                                       TO MSG-RETORNO-HBSIS078L
              ELSE
                 MOVE 9                TO COD-RETORNO-HBSIS078L
                 MOVE "ERRO AO EXCLUIR A JANELA DE VISITA"
                                       TO MSG-RETORNO-HBSIS078L
              END-IF
           ELSE
              MOVE 1                   TO COD-RETORNO-HBSIS078L
              MOVE "CLIENTE SEM JANELA CADASTRADA"
                                       TO MSG-RETORNO-HBSIS078L
           END-IF

           CLOSE ARQ-JANELA-CLIENTE

           .
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * ROTINA DE GRAVACAO DA TRILHA DE AUDITORIA                      *
      *----------------------------------------------------------------*
       2600-GRAVA-AUDITORIA            SECTION.

           ACCEPT WS-AUD-DATA          FROM DATE YYYYMMDD
           ACCEPT WS-AUD-HORA          FROM TIME

           STRING WS-AUD-DATA          DELIMITED BY SIZE
                  WS-AUD-HORA (1:6)    DELIMITED BY SIZE
                                  INTO AUD-DATA-HORA

           MOVE "HBSIS078P"            TO AUD-PROGRAMA
           MOVE COD-CLIENTE-HBSIS078L  TO AUD-CODIGO
           MOVE COD-OPERADOR-HBSIS078L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS078L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS078L
              CLOSE ARQ-JANELA-CLIENTE
              PERFORM 3000-FINALIZA
           END-IF

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
      * FIM DO PROGRAMA HBSIS078P                                      *
      *----------------------------------------------------------------*
       END PROGRAM                     HBSIS078P.
      *----------------------------------------------------------------*
