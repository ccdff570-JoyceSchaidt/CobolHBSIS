                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-IMP.

           SELECT MOV-VENDEDOR       ASSIGN TO WS-LABEL-MOV
                               ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-MOV.
              05 IMP-TRL-HASH          PIC  X(018).
              05 FILLER                PIC  X(053).

       FD  MOV-VENDEDOR
           LABEL RECORD IS STANDARD.
       01  MOV-VENDEDOR-REG.
      *----------------------------------------------------------------*
       77  WS-FL-STATUS-VEN            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-IMP            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-AUS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-MOV            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-REJ            PIC  X(002)         VALUE "00".
           'HBSIS003P'.
           
       COPY HBSIS003L.

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
           MOVE "HBSIS004P"            TO AUD-PROGRAMA
           MOVE COD-OPERADOR-HBSIS004  TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS004
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS004
              PERFORM 2120-CLOSE-ARQ-VENDEDOR
              PERFORM 3000-FINALIZA
