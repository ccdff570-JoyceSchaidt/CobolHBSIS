      *----------------------------------------------------------------*
      * COPY..........: HBSIS061C                                      *
      * OBJETIVO.......: LAYOUT DO CONTROLE DA CADEIA DE SELOS DA      *
      *                  TRILHA DE AUDITORIA - UMA UNICA LINHA COM A   *
      *                  SEQUENCIA E O HASH DO ULTIMO REGISTRO GRAVADO *
      *----------------------------------------------------------------*
       01  REG-HBSIS061C.
           05  SEQUENCIA-HBSIS061C     PIC  9(009).
           05  HASH-HBSIS061C          PIC  X(018).
           05  DATA-HORA-HBSIS061C     PIC  X(014).
           05  PROGRAMA-HBSIS061C      PIC  X(009).
