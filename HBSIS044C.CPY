      *----------------------------------------------------------------*
      * COPY..........: HBSIS044C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE METAS        *
      *                  MENSAIS POR VENDEDOR (VOLUME E CLIENTES        *
      *                  ATIVOS) CONSULTADO PELO HBSIS045P             *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS044C.
           05  CHAVE-HBSIS044C.
               10  COD-VENDEDOR-HBSIS044C  PIC  9(003).
               10  ANO-MES-HBSIS044C       PIC  9(006).
           05  VOLUME-META-HBSIS044C       PIC  9(009)V9(002).
           05  QTD-CLI-META-HBSIS044C      PIC  9(005).
           05  DATA-ATUALIZACAO-HBSIS044C  PIC  X(008).
