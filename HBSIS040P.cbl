                                  LOCK MODE IS MANUAL
                                FILE STATUS IS WS-FL-STATUS-CLI.

           SELECT REL-CREDITO        ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-REL.
           VALUE OF FILE-ID IS 'ArqCliente'.
       COPY "HBSIS002C.CPY".

       FD  REL-CREDITO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'RelCredito'.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-MOV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CLI            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REL            PIC  X(002)         VALUE "00".
       77  WS-LABEL-MOV                PIC  X(030)         VALUE SPACES.

           05  FILLER                  PIC  X(013)         VALUE
               "  INVALIDOS: ".
           05  WS-TOT-INVALIDOS        PIC  ZZZZZZ9.
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
           MOVE "HBSIS040P"            TO AUD-PROGRAMA
           MOVE WS-COD-OPERADOR        TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              DISPLAY MSG-RETORNO-HBSIS061L
                                       UPON CONSOLE
              CLOSE ARQ-CLIENTE
              MOVE 9                   TO RETURN-CODE
