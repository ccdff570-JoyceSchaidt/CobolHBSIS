      *----------------------------------------------------------------*
      * COPY..........: HBSIS052L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS052P                  *
      *----------------------------------------------------------------*
       01  HBSIS052L.
           05  COD-FUNCAO-HBSIS052L        PIC  9(001).
           05  COD-RETORNO-HBSIS052L       PIC  9(001).
           05  MSG-RETORNO-HBSIS052L       PIC  X(040).
           05  COD-OPERADOR-HBSIS052L      PIC  X(008).
           05  COD-PROSPECTO-HBSIS052L     PIC  9(007).
           05  NOME-PROSPECTO-HBSIS052L    PIC  X(040).
           05  CNPJ-HBSIS052L              PIC  9(014).
           05  LATITUDE-HBSIS052L          PIC S9(003)V9(008).
           05  LONGITUDE-HBSIS052L         PIC S9(003)V9(008).
           05  CEP-HBSIS052L               PIC  X(008).
           05  COD-VENDEDOR-HBSIS052L      PIC  9(003).
           05  COD-FILIAL-HBSIS052L        PIC  9(003).
           05  SITUACAO-HBSIS052L          PIC  X(001).
           05  DATA-INCLUSAO-HBSIS052L     PIC  X(008).
           05  DATA-SITUACAO-HBSIS052L     PIC  X(008).
           05  COD-CLIENTE-HBSIS052L       PIC  9(007).
           05  DIAS-CARENCIA-HBSIS052L     PIC  9(003).
           05  DATA-FIM-CARENCIA-HBSIS052L PIC  X(008).
