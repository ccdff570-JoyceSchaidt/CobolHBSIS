                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-CKP.

           SELECT ARQ-PEND-SEG       ASSIGN TO WS-LABEL-PSG
                               ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FL-STATUS-PSG.
           NOME-VEND-HBSIS007C         BY PRP-NOME-VEND
           DISTANCIA-HBSIS007C         BY PRP-DISTANCIA
           TIPO-ATRIBUICAO-HBSIS007C   BY PRP-TIPO-ATRIBUICAO
           COD-FILIAL-HBSIS007C        BY PRP-COD-FILIAL
           COD-LINHA-HBSIS007C         BY PRP-COD-LINHA.

       FD  ARQ-DISTRIBUICAO
           LABEL RECORD IS STANDARD.
                                       PIC  X(008).
           05  CKP-QTD-REINICIOS       PIC  9(003).

       FD  ARQ-PEND-SEG
           LABEL RECORD IS STANDARD.
       01  REG-PEND-SEG.
       77  WS-FL-STATUS-DIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-HIS            PIC  X(002)         VALUE "00".
       77  WS-FL-STATUS-CKP            PIC  X(002)         VALUE "00".
       77  WS-LABEL-PRP                PIC  X(030)         VALUE SPACES.
       77  WS-LABEL-DIS                PIC  X(030)         VALUE SPACES.
       77  WS-FL-STATUS-PSG            PIC  X(002)         VALUE "00".
           'HBSIS031P'.

       COPY HBSIS031L.

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
           MOVE PRP-DISTANCIA          TO DISTANCIA-HBSIS014C
           MOVE PRP-TIPO-ATRIBUICAO    TO TIPO-ATRIBUICAO-HBSIS014C
           MOVE PRP-COD-FILIAL         TO COD-FILIAL-HBSIS014C
           MOVE PRP-COD-LINHA          TO COD-LINHA-HBSIS014C

           WRITE ARQ-HBSIS014C

           MOVE REG-PROPOSTA           TO AUD-VALOR-NOVO
           MOVE COD-OPERADOR-HBSIS030L TO AUD-OPERADOR

           MOVE 0                      TO COD-FUNCAO-HBSIS061L
           MOVE REG-AUDITORIA          TO REG-AUDITORIA-HBSIS061L

           CALL WS-HBSIS061            USING HBSIS061L

           IF COD-RETORNO-HBSIS061L    EQUAL ZEROS
              CONTINUE
           ELSE
              MOVE 9                   TO COD-RETORNO-HBSIS030L
              MOVE MSG-RETORNO-HBSIS061L
                                       TO MSG-RETORNO-HBSIS030L
              PERFORM 3000-FINALIZA
           END-IF
