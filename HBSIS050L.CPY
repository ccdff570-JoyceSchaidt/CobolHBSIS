      *----------------------------------------------------------------*
      * COPY..........: HBSIS050L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS050P                  *
      *----------------------------------------------------------------*
       01  HBSIS050L.
           05  COD-FUNCAO-HBSIS050L        PIC  9(001).
           05  COD-RETORNO-HBSIS050L       PIC  9(001).
           05  MSG-RETORNO-HBSIS050L       PIC  X(040).
           05  COD-CLIENTE-HBSIS050L       PIC  9(007).
           05  COD-SUPERVISOR-HBSIS050L    PIC  9(003).
           05  COD-OPERADOR-HBSIS050L      PIC  X(008).
           05  LAT-ATUAL-HBSIS050L         PIC S9(003)V9(008).
           05  LON-ATUAL-HBSIS050L         PIC S9(003)V9(008).
           05  LAT-PROPOSTA-HBSIS050L      PIC S9(003)V9(008).
           05  LON-PROPOSTA-HBSIS050L      PIC S9(003)V9(008).
           05  QTD-CHECKIN-HBSIS050L       PIC  9(003).
           05  DISTANCIA-HBSIS050L         PIC  9(009)V9(002).
           05  COD-VENDEDOR-HBSIS050L      PIC  9(003).
           05  SUP-PROPOSTA-HBSIS050L      PIC  9(003).
           05  DATA-PROPOSTA-HBSIS050L     PIC  X(008).
           05  SITUACAO-HBSIS050L          PIC  X(001).
