      *----------------------------------------------------------------*
      * COPY..........: HBSIS069L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS069P                  *
      *----------------------------------------------------------------*
       01  HBSIS069L.
           05  COD-FUNCAO-HBSIS069L        PIC  9(001).
           05  COD-RETORNO-HBSIS069L       PIC  9(001).
           05  MSG-RETORNO-HBSIS069L       PIC  X(040).
           05  COD-OPERADOR-HBSIS069L      PIC  X(008).
           05  ANO-MES-HBSIS069L           PIC  X(006).
           05  MOTIVO-REAB-HBSIS069L       PIC  X(040).
           05  SITUACAO-HBSIS069L          PIC  X(001).
           05  DATA-INICIO-HBSIS069L       PIC  X(008).
           05  HORA-INICIO-HBSIS069L       PIC  X(006).
           05  DATA-FIM-HBSIS069L          PIC  X(008).
           05  HORA-FIM-HBSIS069L          PIC  X(006).
           05  QTD-REABERTURAS-HBSIS069L   PIC  9(003).
           05  OPERADOR-REAB-HBSIS069L     PIC  X(008).
           05  DATA-HORA-REAB-HBSIS069L    PIC  X(014).
           05  TAB-ETAPA-HBSIS069L         OCCURS 5 TIMES.
               10  NOME-ETAPA-HBSIS069L    PIC  X(010).
               10  SITUACAO-ETAPA-HBSIS069L
                                           PIC  X(001).
               10  COD-RETORNO-ETAPA-HBSIS069L
                                           PIC  9(004).
               10  QTD-CONTROLE-HBSIS069L  PIC  9(009).
               10  VALOR-CONTROLE-HBSIS069L
                                           PIC  9(013)V9(002).
               10  SAIDA-ETAPA-HBSIS069L   PIC  X(030).
               10  SITUACAO-SAIDA-HBSIS069L
                                           PIC  X(001).
