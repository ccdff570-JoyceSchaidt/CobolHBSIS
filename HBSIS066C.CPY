      *----------------------------------------------------------------*
      * COPY..........: HBSIS066C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO CADASTRO DE REDES DE    *
      *                  CLIENTES - AS LOJAS DE UMA REDE SAO OS        *
      *                  CLIENTES COM A MESMA RAIZ DE CNPJ (OITO       *
      *                  PRIMEIROS DIGITOS DE CNPJ-HBSIS002C)          *
      *----------------------------------------------------------------*
       01  ARQ-HBSIS066C.
           05  RAIZ-CNPJ-HBSIS066C         PIC  9(008).
           05  NOME-REDE-HBSIS066C         PIC  X(040).
      *        K = KEY ACCOUNT  R = REGULAR
           05  TIPO-REDE-HBSIS066C         PIC  X(001).
      *        VENDEDOR DA CONTA-CHAVE - SO NA REDE KEY ACCOUNT; ZERO =
      *        REDE SEM VENDEDOR DEDICADO
           05  COD-VENDEDOR-HBSIS066C      PIC  9(003).
