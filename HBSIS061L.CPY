      *----------------------------------------------------------------*
      * COPY..........: HBSIS061L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS061P                  *
      *----------------------------------------------------------------*
       01  HBSIS061L.
           05  COD-FUNCAO-HBSIS061L        PIC  9(001).
           05  COD-RETORNO-HBSIS061L       PIC  9(001).
           05  MSG-RETORNO-HBSIS061L       PIC  X(040).
           05  HASH-ANTERIOR-HBSIS061L     PIC  X(018).
           05  RESUMO-CALC-HBSIS061L       PIC  X(018).
           05  HASH-CALC-HBSIS061L         PIC  X(018).
           05  REG-AUDITORIA-HBSIS061L.
               10  CONTEUDO-HBSIS061L      PIC  X(448).
               10  SEQUENCIA-HBSIS061L     PIC  9(009).
               10  RESUMO-HBSIS061L        PIC  X(018).
               10  HASH-HBSIS061L          PIC  X(018).
               10  RESUMO-ANON-HBSIS061L   PIC  X(018).
