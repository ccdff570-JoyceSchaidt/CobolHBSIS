      *----------------------------------------------------------------*
      * COPY..........: HBSIS059C                                      *
      * OBJETIVO.......: LAYOUT DO REGISTRO DO LOG DE ATENDIMENTO DOS  *
      *                  PEDIDOS DE TITULARES DE DADOS PESSOAIS (LGPD) *
      *                  - UMA LINHA POR EXTRACAO EMITIDA E POR        *
      *                  VENDEDOR ANONIMIZADO                          *
      *----------------------------------------------------------------*
       01  REG-HBSIS059C.
           05  DATA-HORA-HBSIS059C         PIC  X(014).
      *        E = EXTRACAO DOS DADOS, A = ANONIMIZACAO
           05  TIPO-PEDIDO-HBSIS059C       PIC  X(001).
           05  OPERADOR-HBSIS059C          PIC  X(008).
      *        CPF DO TITULAR NA EXTRACAO, TOKEN NA ANONIMIZACAO
           05  CPF-HBSIS059C               PIC  9(011).
           05  COD-VENDEDOR-HBSIS059C      PIC  9(003).
           05  QTD-REGISTROS-HBSIS059C     PIC  9(007).
      *        RELATORIO EMITIDO OU ARQUIVO MORTO ANONIMIZADO
           05  REFERENCIA-HBSIS059C        PIC  X(030).
