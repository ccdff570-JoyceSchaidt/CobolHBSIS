      *----------------------------------------------------------------*
      * COPY..........: HBSIS056C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DA TABELA DE LINHAS DE     *
      *                  NEGOCIO (EX.: CERVEJA, NAB) - A LINHA 00 E A  *
      *                  LINHA UNICA DA DISTRIBUICAO SEM LINHAS        *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS056C.
           05  COD-LINHA-HBSIS056C         PIC  9(002).
           05  DESCRICAO-HBSIS056C         PIC  X(030).
      *        A = ATIVA  I = INATIVA
           05  SITUACAO-HBSIS056C          PIC  X(001).
