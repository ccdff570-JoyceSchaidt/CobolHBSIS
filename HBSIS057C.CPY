      *----------------------------------------------------------------*
      * COPY..........: HBSIS057C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE LINHAS DE    *
      *                  NEGOCIO ATENDIDAS POR VENDEDOR - VENDEDOR SEM *
      *                  NENHUM REGISTRO ATENDE TODAS AS LINHAS        *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS057C.
           05  CHAVE-HBSIS057C.
               10  COD-VENDEDOR-HBSIS057C  PIC  9(003).
               10  COD-LINHA-HBSIS057C     PIC  9(002).
