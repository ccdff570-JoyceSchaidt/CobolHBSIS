      *----------------------------------------------------------------*
      * COPY..........: HBSIS062L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS062P                  *
      *----------------------------------------------------------------*
       01  HBSIS062L.
           05  COD-RETORNO-HBSIS062L       PIC  9(001).
           05  MSG-RETORNO-HBSIS062L       PIC  X(040).
           05  DATA-INICIO-HBSIS062L       PIC  X(008).
           05  DATA-FIM-HBSIS062L          PIC  X(008).
           05  INCLUI-GERACOES-HBSIS062L   PIC  X(001).
           05  INCLUI-CORRENTE-HBSIS062L   PIC  X(001).
           05  QTD-GERACOES-HBSIS062L      PIC  9(004).
           05  QTD-SELADOS-HBSIS062L       PIC  9(009).
           05  QTD-SEM-SELO-HBSIS062L      PIC  9(009).
           05  QTD-ANONIMIZADOS-HBSIS062L  PIC  9(009).
           05  QTD-OCORRENCIAS-HBSIS062L   PIC  9(007).
