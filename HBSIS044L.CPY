      *----------------------------------------------------------------*
      * COPY..........: HBSIS044L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS044P                  *
      *----------------------------------------------------------------*
       01  HBSIS044L.
           05  COD-FUNCAO-HBSIS044L        PIC  9(001).
           05  COD-RETORNO-HBSIS044L       PIC  9(001).
           05  MSG-RETORNO-HBSIS044L       PIC  X(040).
           05  COD-VENDEDOR-HBSIS044L      PIC  9(003).
           05  ANO-MES-HBSIS044L           PIC  9(006).
           05  VOLUME-META-HBSIS044L       PIC  9(009)V9(002).
           05  QTD-CLI-META-HBSIS044L      PIC  9(005).
