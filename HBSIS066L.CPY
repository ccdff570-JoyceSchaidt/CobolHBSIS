      *----------------------------------------------------------------*
      * COPY..........: HBSIS066L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS066P                  *
      *----------------------------------------------------------------*
       01  HBSIS066L.
           05  COD-FUNCAO-HBSIS066L        PIC  9(001).
           05  COD-RETORNO-HBSIS066L       PIC  9(001).
           05  MSG-RETORNO-HBSIS066L       PIC  X(040).
           05  RAIZ-CNPJ-HBSIS066L         PIC  9(008).
           05  NOME-REDE-HBSIS066L         PIC  X(040).
           05  TIPO-REDE-HBSIS066L         PIC  X(001).
           05  COD-VENDEDOR-HBSIS066L      PIC  9(003).
           05  QTD-LOJAS-HBSIS066L         PIC  9(005).
           05  QTD-LOJAS-TAB-HBSIS066L     PIC  9(002).
           05  TAB-LOJAS-HBSIS066L         OCCURS 50 TIMES.
               10  LOJ-CLIENTE-HBSIS066L   PIC  9(007).
               10  LOJ-CNPJ-HBSIS066L      PIC  9(014).
               10  LOJ-RAZAO-HBSIS066L     PIC  X(040).
               10  LOJ-MUNICIPIO-HBSIS066L PIC  X(030).
               10  LOJ-UF-HBSIS066L        PIC  X(002).
               10  LOJ-SITUACAO-HBSIS066L  PIC  X(001).
