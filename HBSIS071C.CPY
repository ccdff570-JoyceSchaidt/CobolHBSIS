      *----------------------------------------------------------------*
      * COPY..........: HBSIS071C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO ARQUIVO DE RASTRO DA    *
      *                  ATRIBUICAO (ArqRastro) - GRAVADO PELO         *
      *                  HBSIS007P QUANDO O RASTRO E SOLICITADO        *
      *----------------------------------------------------------------*
      * POR CLIENTE E LINHA DE NEGOCIO: ORDEM 0 = RESULTADO DA         *
      * ATRIBUICAO; ORDEM 1 A 3 = OS TRES VENDEDORES CANDIDATOS DE     *
      * MENOR CUSTO (ATIVOS E QUE ATENDEM A LINHA), COM A DISTANCIA    *
      * BRUTA, O CUSTO PONDERADO PELO PESO DE ROTEIRIZACAO (MODO P) E  *
      * O MOTIVO DE TER SIDO PRETERIDO                                 *
      * SITUACAO: A = ATRIBUIDO, P = PRETERIDO, S = SEM VENDEDOR,      *
      * B = CLIENTE COM CREDITO BLOQUEADO                              *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS071C.
           05  COD-CLIENTE-HBSIS071C       PIC  9(007).
           05  COD-LINHA-HBSIS071C         PIC  9(002).
           05  ORDEM-HBSIS071C             PIC  9(001).
           05  COD-VENDEDOR-HBSIS071C      PIC  9(003).
           05  NOME-VEND-HBSIS071C         PIC  X(040).
           05  DISTANCIA-HBSIS071C         PIC  9(009)V9(002).
           05  CUSTO-HBSIS071C             PIC  9(009)V9(002).
           05  SITUACAO-HBSIS071C          PIC  X(001).
           05  TIPO-ATRIBUICAO-HBSIS071C   PIC  X(001).
           05  MODO-ATRIBUICAO-HBSIS071C   PIC  X(001).
           05  MOTIVO-HBSIS071C            PIC  X(040).
