      *----------------------------------------------------------------*
      * COPY..........: HBSIS056L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS056P                  *
      *----------------------------------------------------------------*
       01  HBSIS056L.
           05  COD-FUNCAO-HBSIS056L        PIC  9(001).
           05  COD-RETORNO-HBSIS056L       PIC  9(001).
           05  MSG-RETORNO-HBSIS056L       PIC  X(040).
           05  COD-LINHA-HBSIS056L         PIC  9(002).
           05  DESCRICAO-HBSIS056L         PIC  X(030).
           05  SITUACAO-HBSIS056L          PIC  X(001).
           05  COD-VENDEDOR-HBSIS056L      PIC  9(003).
           05  COD-CLIENTE-HBSIS056L       PIC  9(007).
           05  VOLUME-LINHA-HBSIS056L      PIC  9(007)V9(002).
