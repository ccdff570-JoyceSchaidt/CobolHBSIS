      *----------------------------------------------------------------*
      * COPY..........: HBSIS058C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE LINHAS DE    *
      *                  NEGOCIO COMPRADAS POR CLIENTE - CLIENTE SEM   *
      *                  NENHUM REGISTRO RECEBE UMA UNICA ATRIBUICAO   *
      *                  NA LINHA 00 (DISTRIBUICAO SEM LINHAS)         *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS058C.
           05  CHAVE-HBSIS058C.
               10  COD-CLIENTE-HBSIS058C   PIC  9(007).
               10  COD-LINHA-HBSIS058C     PIC  9(002).
      *        VOLUME MENSAL DO CLIENTE NA LINHA - ZERO REPARTE O
      *        VOLUME DO CADASTRO IGUALMENTE ENTRE AS LINHAS
           05  VOLUME-LINHA-HBSIS058C      PIC  9(007)V9(002).
