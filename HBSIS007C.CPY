      *----------------------------------------------------------------*
      * COPY..........: HBSIS007C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE DISTRIBUICAO *
      *                  - UM REGISTRO POR CLIENTE E LINHA DE NEGOCIO; *
      *                  LINHA 00 = DISTRIBUICAO SEM LINHAS            *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS007C.
           05  COD-CLIENTE-HBSIS007C       PIC  9(007).
           05  DISTANCIA-HBSIS007C         PIC  9(009)V9(002).
           05  TIPO-ATRIBUICAO-HBSIS007C   PIC  X(001).
           05  COD-FILIAL-HBSIS007C        PIC  9(003).
           05  COD-LINHA-HBSIS007C         PIC  9(002).
