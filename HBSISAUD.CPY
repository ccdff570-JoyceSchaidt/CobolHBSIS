      *----------------------------------------------------------------*
      * COPY..........: HBSISAUD                                       *
      * OBJETIVO.......: LAYOUT DO REGISTRO DE AUDITORIA DE CLIENTE E  *
      *                  VENDEDOR - O SELO (SEQUENCIA, RESUMO E HASH   *
      *                  ENCADEADO AO REGISTRO ANTERIOR) E PREENCHIDO  *
      *                  PELO HBSIS061P NA GRAVACAO; REGISTROS SEM     *
      *                  SEQUENCIA SAO ANTERIORES A SELAGEM            *
      *----------------------------------------------------------------*
       01  REG-AUDITORIA.
           05  AUD-DATA-HORA               PIC  X(014).
           05  AUD-VALOR-ANTIGO            PIC  X(200).
           05  AUD-VALOR-NOVO              PIC  X(200).
           05  AUD-OPERADOR                PIC  X(008).
           05  AUD-SEQUENCIA               PIC  9(009).
           05  AUD-RESUMO                  PIC  X(018).
           05  AUD-HASH                    PIC  X(018).
           05  AUD-RESUMO-ANON             PIC  X(018).
