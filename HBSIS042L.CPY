      *----------------------------------------------------------------*
      * COPY..........: HBSIS042L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS042P                  *
      *----------------------------------------------------------------*
       01  HBSIS042L.
           05  COD-FUNCAO-HBSIS042L        PIC  9(001).
           05  COD-RETORNO-HBSIS042L       PIC  9(001).
           05  MSG-RETORNO-HBSIS042L       PIC  X(040).
           05  NUM-SOLIC-HBSIS042L         PIC  9(007).
           05  COD-CLIENTE-HBSIS042L       PIC  9(007).
           05  VEND-ORIGEM-HBSIS042L       PIC  9(003).
           05  VEND-DESTINO-HBSIS042L      PIC  9(003).
           05  MOTIVO-HBSIS042L            PIC  X(040).
           05  DATA-EFETIVA-HBSIS042L      PIC  X(008).
           05  COD-SUPERVISOR-HBSIS042L    PIC  9(003).
           05  COD-OPERADOR-HBSIS042L      PIC  X(008).
           05  SITUACAO-HBSIS042L          PIC  X(001).
           05  APROV-ORIGEM-HBSIS042L      PIC  X(001).
           05  APROV-DESTINO-HBSIS042L     PIC  X(001).
           05  SUP-ORIGEM-HBSIS042L        PIC  9(003).
           05  SUP-DESTINO-HBSIS042L       PIC  9(003).
           05  QTD-ABERTAS-HBSIS042L       PIC  9(005).
