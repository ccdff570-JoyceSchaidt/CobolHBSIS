                                RECORD  KEY IS CHAVE-HBSIS014C
                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-HIS.
      *----------------------------------------------------------------*
       DATA                            DIVISION.
      *----------------------------------------------------------------*
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'ArqHistorico'.
       COPY "HBSIS014C.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CFX            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".

       01  WS-REG-SOBREVIVE            PIC  X(200)         VALUE SPACES.
       01  WS-REG-DUPLICADO            PIC  X(200)         VALUE SPACES.
       01  WS-TAB-HISTORICO.
           05  WS-TAB-HISTORICO-OCR    OCCURS 1000 TIMES.
               10  WS-HIS-REGISTRO     PIC  X(040).
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
              MOVE COD-DUPLICADO-HBSIS034L
                                       TO COD-CLIENTE-HBSIS014C
              MOVE "00000000"          TO DATA-EXECUCAO-HBSIS014C
              MOVE ZEROS               TO COD-LINHA-HBSIS014C

              START ARQ-HISTORICO KEY NOT LESS CHAVE-HBSIS014C

           MOVE WS-REG-SOBREVIVE       TO AUD-VALOR-NOVO
           MOVE COD-OPERADOR-HBSIS034L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS034L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS034L
              PERFORM 2900-CLOSE-ARQ-CLIENTE
              PERFORM 3000-FINALIZA
