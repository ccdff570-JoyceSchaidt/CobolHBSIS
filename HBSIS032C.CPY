      * COPY..........: HBSIS032C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO CATALOGO DE GERACOES    *
      *                  MENSAIS DA TRILHA DE AUDITORIA - UMA LINHA    *
      *                  POR GERACAO FECHADA PELO HBSIS032P, COM A     *
      *                  PRIMEIRA E A ULTIMA SEQUENCIA SELADA, O HASH  *
      *                  QUE ANTECEDE A GERACAO E O HASH DE FECHAMENTO *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS032C.
           05  ANO-MES-HBSIS032C       PIC  X(006).
           05  QTD-REGISTROS-HBSIS032C PIC  9(007).
           05  DATA-CORTE-HBSIS032C    PIC  X(008).
           05  HORA-CORTE-HBSIS032C    PIC  X(006).
           05  SEQ-INICIAL-HBSIS032C   PIC  9(009).
           05  SEQ-FINAL-HBSIS032C     PIC  9(009).
           05  HASH-ANTERIOR-HBSIS032C PIC  X(018).
           05  HASH-FINAL-HBSIS032C    PIC  X(018).
