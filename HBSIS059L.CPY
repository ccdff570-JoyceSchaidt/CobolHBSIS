      *----------------------------------------------------------------*
      * COPY..........: HBSIS059L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS059P                  *
      *----------------------------------------------------------------*
       01  HBSIS059L.
           05  COD-FUNCAO-HBSIS059L        PIC  9(001).
           05  COD-RETORNO-HBSIS059L       PIC  9(001).
           05  MSG-RETORNO-HBSIS059L       PIC  X(040).
           05  CPF-HBSIS059L               PIC  9(011).
           05  DATA-INICIAL-HBSIS059L      PIC  X(008).
           05  DIAS-RETENCAO-HBSIS059L     PIC  9(004).
           05  COD-OPERADOR-HBSIS059L      PIC  X(008).
           05  QTD-REGISTROS-HBSIS059L     PIC  9(007).
           05  NOME-RELATORIO-HBSIS059L    PIC  X(030).
