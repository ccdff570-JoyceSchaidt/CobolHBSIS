      *----------------------------------------------------------------*
      * COPY..........: HBSIS075L                                      *
      * OBJETIVO.......: AREA DE LIGACAO DO HBSIS075P                  *
      *----------------------------------------------------------------*
       01  HBSIS075L.
           05  COD-FUNCAO-HBSIS075L        PIC  9(001).
           05  COD-RETORNO-HBSIS075L       PIC  9(001).
           05  MSG-RETORNO-HBSIS075L       PIC  X(040).
           05  NOME-RELATORIO-HBSIS075L    PIC  X(020).
           05  DATA-NEGOCIO-HBSIS075L      PIC  X(008).
           05  GERACAO-HBSIS075L           PIC  9(002).
           05  PROGRAMA-HBSIS075L          PIC  X(009).
           05  JOB-HBSIS075L               PIC  X(008).
           05  RETENCAO-DIAS-HBSIS075L     PIC  9(004).
           05  QTD-LINHAS-HBSIS075L        PIC  9(007).
           05  QTD-PAGINAS-HBSIS075L       PIC  9(005).
           05  ARQUIVO-GERACAO-HBSIS075L   PIC  X(040).
           05  QTD-CATALOGO-HBSIS075L      PIC  9(005).
           05  QTD-CATALOGO-TAB-HBSIS075L  PIC  9(002).
           05  TAB-CATALOGO-HBSIS075L      OCCURS 20 TIMES.
               10  CAT-NOME-HBSIS075L      PIC  X(020).
               10  CAT-DATA-HBSIS075L      PIC  X(008).
               10  CAT-GERACAO-HBSIS075L   PIC  9(002).
               10  CAT-PROGRAMA-HBSIS075L  PIC  X(009).
               10  CAT-JOB-HBSIS075L       PIC  X(008).
               10  CAT-LINHAS-HBSIS075L    PIC  9(007).
               10  CAT-PAGINAS-HBSIS075L   PIC  9(005).
               10  CAT-RETENCAO-HBSIS075L  PIC  9(004).
               10  CAT-EXPIRACAO-HBSIS075L PIC  X(008).
