      *----------------------------------------------------------------*
      * COPY..........: HBSIS071L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS071P                  *
      *----------------------------------------------------------------*
       01  HBSIS071L.
           05  COD-RETORNO-HBSIS071L       PIC  9(001).
           05  MSG-RETORNO-HBSIS071L       PIC  X(040).
           05  COD-CLIENTE-HBSIS071L       PIC  9(007).
           05  DATA-RASTRO-HBSIS071L       PIC  X(008).
           05  FILIAL-HBSIS071L            PIC  9(003).
           05  QTD-RASTRO-HBSIS071L        PIC  9(005).
           05  QTD-RASTRO-TAB-HBSIS071L    PIC  9(002).
           05  TAB-RASTRO-HBSIS071L        OCCURS 50 TIMES.
               10  RAS-LINHA-HBSIS071L     PIC  9(002).
               10  RAS-ORDEM-HBSIS071L     PIC  9(001).
               10  RAS-VENDEDOR-HBSIS071L  PIC  9(003).
               10  RAS-NOME-VEND-HBSIS071L PIC  X(040).
               10  RAS-DISTANCIA-HBSIS071L PIC  9(009)V9(002).
               10  RAS-CUSTO-HBSIS071L     PIC  9(009)V9(002).
               10  RAS-SITUACAO-HBSIS071L  PIC  X(001).
               10  RAS-TIPO-HBSIS071L      PIC  X(001).
               10  RAS-MOTIVO-HBSIS071L    PIC  X(040).
